        input-output              section.
        file-control.
        select hist-file
            assign to WS-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  i                  pic 9(03).
        01  j                  pic 9(03).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-HIST-FILENAME  pic X(256).
        01  WS-RPT-FILENAME   pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           display "churn report: records=" WS-READ-COUNT
                   " cells=" WS-CH-USED.
        WRITE-REPORT-E.

        ENV-RESOLVE-S.
           move "yubin_history.dat" to WS-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-FILENAME.
           move "churn_report.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
