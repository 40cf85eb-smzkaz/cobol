        input-output              section.
        file-control.
        select export-file
            assign to WS-EXPORT-FILENAME
            organization line sequential
            file status is WS-EXPORT-FS.
        select master-file
            assign to WS-MASTER-FILENAME
            organization indexed
            access mode dynamic
            record key is EX-郵便番号
            file status is WS-MASTER-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                   pic 9(03).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-EXPORT-FILENAME  pic X(256).
        01  WS-MASTER-FILENAME  pic X(256).
        01  WS-RPT-FILENAME     pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           display "consolidated " WS-READ-COUNT " lines ("
                   WS-NEW-COUNT " new, " WS-UPD-COUNT " updated)".
        WRITE-SUMMARY-E.

        ENV-RESOLVE-S.
           move "yubin_export.csv" to WS-EXPORT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-EXPORT-FILENAME.
           move "export_master.idx" to WS-MASTER-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MASTER-FILENAME.
           move "export_summary.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
