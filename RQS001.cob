        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             RQS001.
        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select requester-file assign to WS-REQUESTER-FILENAME
              organization indexed
              access mode random
              record key is RQ-依頼元
              file status RQ-FS.
        DATA                    DIVISION.
        FILE                    SECTION.
        FD  requester-file.
        01  LOOKUPRQ-REC.
            COPY LOOKUPRQ.
        WORKING-STORAGE         SECTION.
      * 検索サービス依頼元の共通引当(呼出流儀はCMP001と同じ)。
      * REQUESTER= タグは依頼側が自由に書けたため、利用実績の課金
      * 資料が当てにならず、未登録の部門も検索を使えていた。
      * lookup_service は依頼ごとに、lookup_usage_report は課金先の
      * 引当にここでマスタ(lookup_requester.idx)を引き、
      *   RESULT  Y=登録済み(利用可)
      *           U=未登録(マスタが無い場合も含む)
      *           D=停止中(利用不可)
      * を受け取る。Y/D のときはレコード全体を LK-REQUESTER-REC に
      * 返すので、日次上限・原価センタは呼出側で参照する
        01 RQ-FS        PIC X(02).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-REQUESTER-FILENAME PIC X(256).
        01 WS-ENV-MODE           PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-REQUESTER PIC X(20).
        01 LK-REQUESTER-REC.
           COPY LOOKUPRQ.
        01 LK-RESULT    PIC X(01).
        PROCEDURE               DIVISION USING LK-REQUESTER
                                               LK-REQUESTER-REC
                                               LK-RESULT.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "U" to LK-RESULT.
           move spaces to LK-REQUESTER-REC.
           if LK-REQUESTER = spaces
              goback
           end-if.
           open input requester-file.
           if RQ-FS not = "00"
              goback
           end-if.
           move LK-REQUESTER to RQ-依頼元 of LOOKUPRQ-REC.
           read requester-file
              invalid key
                 close requester-file
                 goback
           end-read.
           move LOOKUPRQ-REC to LK-REQUESTER-REC.
           close requester-file.
           if RQ-状態 of LOOKUPRQ-REC = "D"
              move "D" to LK-RESULT
           else
              move "Y" to LK-RESULT
           end-if.
           goback.

        ENV-RESOLVE-S.
           move "lookup_requester.idx" to WS-REQUESTER-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REQUESTER-FILENAME.
        ENV-RESOLVE-E.
