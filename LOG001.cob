        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select err-log-file assign to WS-ERR-LOG-FILENAME
              organization line sequential
              file status EL-FS.
        DATA                    DIVISION.
        01 WS-EL-LINE   PIC X(160).
        01 WS-ALT-SEVERITY PIC X(01).
        01 WS-ALT-MESSAGE  PIC X(80).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-ERR-LOG-FILENAME  PIC X(256).
        01 WS-ENV-MODE          PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-PROGNAME  PIC X(20).
        01 LK-SEVERITY  PIC X(05).
        PROCEDURE               DIVISION USING LK-PROGNAME
                                               LK-SEVERITY
                                               LK-MESSAGE.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept WS-EL-DATE from date yyyymmdd.
           accept WS-EL-TIME from time.
           move spaces to WS-EL-LINE.
                                  WS-ALT-MESSAGE
           end-if.
           goback.

        ENV-RESOLVE-S.
           move "yubin_error.log" to WS-ERR-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ERR-LOG-FILENAME.
        ENV-RESOLVE-E.
