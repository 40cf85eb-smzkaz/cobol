        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select spool-ctl-file assign to WS-SPOOL-CTL-FILENAME
              organization line sequential
              file status SP-CTL-FS.
           select image-file assign to WS-IMAGE-NAME
      * 印字イメージのスプール登録(呼出流儀はJNL001と同じ)。
      * 印字を作るバッチが出力ファイルを閉じた後に呼ぶと、イメージ
      * を spool/SPnnnnn.dat へ退避し、スプール台帳(spool_ctl.dat)へ
      * ジョブ番号・頁数・出どころを追記する(spool の所在は ENV001
      * の SPOOL-DIR)。プリンタ障害時は
      * バッチを流し直さず spool_maint でジョブ単位・頁単位の再印字
      * を行う。登録したジョブは配布表(report_dist.ctl)に載っていれば
      * DST001 で受取先の送り箱・メールへ配る
        01 SP-CTL-FS    PIC X(02).
        01 SP-IMG-FS    PIC X(02).
        01 WS-IMAGE-NAME PIC X(256).
        01 WS-SPOOL-DIR  PIC X(256).
        01 WS-SPOOL-IMAGE PIC X(256).
        01 WS-CTL-EOF   PIC X(01).
        01 WS-MAX-JOB   PIC 9(05) VALUE 0.
        01 WS-CTL-JOB   PIC 9(05).
        01 WS-FF-BYTE   PIC X(01) VALUE X"0C".
        01 WS-SP-DATE   PIC 9(08).
        01 WS-SP-TIME   PIC 9(06).
      * system へ渡すコマンドは直後のNULで終端する(後続の領域まで
      * コマンドとして読まれないように)
        01 WS-CMD-AREA.
           03 WS-CMD    PIC X(600).
           03 FILLER    PIC X(01) VALUE LOW-VALUE.
        01 WS-CTL-LINE  PIC X(120).
        01 WS-DST-RESULT PIC X(01).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-SPOOL-CTL-FILENAME  PIC X(256).
        01 WS-ENV-MODE            PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-ORIGIN    PIC X(20).
        01 LK-FILENAME  PIC X(30).
        01 LK-RESULT    PIC X(01).
        PROCEDURE               DIVISION USING LK-ORIGIN LK-FILENAME
                                               LK-JOBNO LK-RESULT.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "N" to LK-RESULT.
           move 0 to LK-JOBNO.
           perform FIND-MAX-JOB-S thru FIND-MAX-JOB-E.
      * 空の印字イメージは登録しない
              goback
           end-if.
           move spaces to WS-SPOOL-IMAGE.
           string "spool/SP"   delimited by size
                  WS-NEW-JOB   delimited by size
                  ".dat"       delimited by size
                  into WS-SPOOL-IMAGE.
           call "ENV001" using WS-ENV-MODE WS-SPOOL-IMAGE.
           move spaces to WS-CMD.
           string "mkdir -p "  delimited by size
                  WS-SPOOL-DIR delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
           move spaces to WS-CMD.
           string "cp "        delimited by size
                  WS-IMAGE-NAME delimited by space
                  " "          delimited by size
                  WS-SPOOL-IMAGE delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
           accept WS-SP-DATE from date yyyymmdd.
           move WS-CTL-LINE to SP-CTL-FD-REC.
           write SP-CTL-FD-REC.
           close spool-ctl-file.
           call "DST001" using LK-ORIGIN LK-FILENAME WS-NEW-JOB
                               WS-SPOOL-IMAGE WS-DST-RESULT.
           move WS-NEW-JOB to LK-JOBNO.
           move "Y" to LK-RESULT.
           goback.
           move 0 to WS-LINE-CNT.
           move "Y" to WS-LAST-FF.
           move LK-FILENAME to WS-IMAGE-NAME.
           call "ENV001" using WS-ENV-MODE WS-IMAGE-NAME.
           open input image-file.
           if SP-IMG-FS not = "00"
              go to COUNT-PAGES-E
              add 1 to WS-PAGE-CNT
           end-if.
        COUNT-PAGES-E.

        ENV-RESOLVE-S.
           move "spool_ctl.dat" to WS-SPOOL-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SPOOL-CTL-FILENAME.
           move "spool/" to WS-SPOOL-DIR.
           call "ENV001" using WS-ENV-MODE WS-SPOOL-DIR.
        ENV-RESOLVE-E.
