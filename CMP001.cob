        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             CMP001.
        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select campaign-file assign to WS-CAMPAIGN-FILENAME
              organization indexed
              access mode random
              record key is CP-キャンペーン
              file status CP-FS.
        DATA                    DIVISION.
        FILE                    SECTION.
        FD  campaign-file.
        01  CAMPAIGN-REC.
            COPY CAMPAIGN.
        WORKING-STORAGE         SECTION.
      * キャンペーン・コードの共通引当(呼出流儀はERA001と同じ)。
      * label_print.ctl の CAMPAIGN= は8桁の自由記述だったため、
      * 打ち間違いが郵送履歴に幻のキャンペーンを作っていた。郵送系
      * バッチは実行前にここでマスタ(campaign.idx)を引き、
      *   RESULT  Y=登録済み(実行可)
      *           U=未登録(マスタが無い場合も含む)
      *           C=終了済み(実行不可)
      * を受け取る。Y/C のときはレコード全体を LK-CAMPAIGN-REC に
      * 返すので、予算通数・負担部門・雛形名は呼出側で参照する
        01 CP-FS        PIC X(02).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-CAMPAIGN-FILENAME  PIC X(256).
        01 WS-ENV-MODE           PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-CAMPAIGN  PIC X(08).
        01 LK-CAMPAIGN-REC.
           COPY CAMPAIGN.
        01 LK-RESULT    PIC X(01).
        PROCEDURE               DIVISION USING LK-CAMPAIGN
                                               LK-CAMPAIGN-REC
                                               LK-RESULT.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "U" to LK-RESULT.
           move spaces to LK-CAMPAIGN-REC.
           open input campaign-file.
           if CP-FS not = "00"
              goback
           end-if.
           move LK-CAMPAIGN to CP-キャンペーン of CAMPAIGN-REC.
           read campaign-file
              invalid key
                 close campaign-file
                 goback
           end-read.
           move CAMPAIGN-REC to LK-CAMPAIGN-REC.
           close campaign-file.
           if CP-状態 of CAMPAIGN-REC = "C"
              move "C" to LK-RESULT
           else
              move "Y" to LK-RESULT
           end-if.
           goback.

        ENV-RESOLVE-S.
           move "campaign.idx" to WS-CAMPAIGN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CAMPAIGN-FILENAME.
        ENV-RESOLVE-E.
