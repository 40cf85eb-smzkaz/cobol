        input-output              section.
        file-control.
        select trend-log-file
            assign to WS-TREND-LOG-FILENAME
            organization line sequential
            file status is WS-TREND-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                   pic 99.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-TREND-LOG-FILENAME  pic X(256).
        01  WS-CTL-FILENAME        pic X(256).
        01  WS-RPT-FILENAME        pic X(256).
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           write RPT-FD-REC.
           display WS-RPT-LINE.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "batch_duration.log" to WS-TREND-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TREND-LOG-FILENAME.
           move "duration_report.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "duration_analysis.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
