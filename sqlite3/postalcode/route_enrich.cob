            organization line sequential
            file status is WS-IN-FS.
        select route-file
            assign to WS-ROUTE-FILENAME
            organization indexed
            access mode dynamic
            record key is RT-郵便番号上3桁
            file status is WS-ROUTE-FS.
        select out-file
            assign to WS-OUT-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-ROUTE-FILENAME  pic X(256).
        01  WS-OUT-FILENAME    pic X(256).
        01  WS-RPT-FILENAME    pic X(256).
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                 compute i = i + 1
              end-perform
           end-if.
           call "ENV001" using WS-ENV-MODE W-INPUT-FILENAME.
           open input in-file.
           if WS-IN-FS not = "00"
              display "ERROR: cannot open " W-INPUT-FILENAME
           display "route enrich: total=" WS-TOTAL-COUNT
                   " unassigned=" WS-UNASSIGNED.
        WRITE-COUNTS-E.

        ENV-RESOLVE-S.
           move "route.idx" to WS-ROUTE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROUTE-FILENAME.
           move "yubin_seq_route.dat" to WS-OUT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OUT-FILENAME.
           move "route_counts.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
