        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select lock-file assign to WS-LOCK-FILENAME
              organization line sequential
              file status LK-FILE-FS.
        DATA                    DIVISION.
        01 LK-FILE-FS   PIC X(02).
        01 WS-LK-DATE   PIC 9(08).
        01 WS-LK-TIME   PIC 9(06).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-LOCK-FILENAME  PIC X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01 WS-FILE-CMD-AREA.
           03 WS-FILE-CMD       PIC X(600).
           03 FILLER            PIC X(01) VALUE LOW-VALUE.
        01 WS-ENV-MODE       PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
      * 抽出・保守・スケジューラが同じDBと出力ファイル群を同時に
      * 触らないための共有ロック。ロックはファイルの存在で表現する。
        01 LK-HOLDER    PIC X(20).
        PROCEDURE               DIVISION USING LK-MODE LK-PROGNAME
                                               LK-RESULT LK-HOLDER.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move spaces to LK-HOLDER.
           evaluate LK-MODE
              when "LOCK "
        LCK-LOCK-E.

        LCK-FREE-S.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-LOCK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           move "Y" to LK-RESULT.
        LCK-FREE-E.

              move "Y" to LK-RESULT
           end-if.
        LCK-TEST-E.

        ENV-RESOLVE-S.
           move "yubin_run.lck" to WS-LOCK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LOCK-FILENAME.
        ENV-RESOLVE-E.
