        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select trend-log-file assign to WS-TREND-LOG-FILENAME
              organization line sequential
              file status TR-LOG-FS.
        DATA                    DIVISION.
        01 TR-LOG-FS    PIC X(02).
        01 WS-TR-DATE   PIC 9(08).
        01 WS-TR-LINE   PIC X(80).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-TREND-LOG-FILENAME  PIC X(256).
        01 WS-ENV-MODE            PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-MODE      PIC X(5).
        01 LK-PROGNAME  PIC X(20).
        PROCEDURE               DIVISION USING LK-MODE LK-PROGNAME
                                               LK-ELAPSED-SEC
                                               LK-HH LK-MM LK-SS.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           if LK-MODE = "START"
              perform TMR-START-S thru TMR-START-E
           else
           write TR-LOG-FD-REC.
           close trend-log-file.
        TMR-TREND-LOG-E.

        ENV-RESOLVE-S.
           move "batch_duration.log" to WS-TREND-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TREND-LOG-FILENAME.
        ENV-RESOLVE-E.
