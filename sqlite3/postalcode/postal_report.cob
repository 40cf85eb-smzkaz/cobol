        input-output              section.
        file-control.
        select in-file
            assign to WS-IN-FILENAME
            organization line sequential
            file status is WS-INFILE-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select sort-file
            assign to WS-SORT-FILENAME.
        select out-file
            assign to WS-OUT-FILENAME
            organization line sequential
            file status is WS-OUTFILE-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  WS-RJ-COUNT          pic 9(07) value 0.
        01  i                    pic 99.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-IN-FILENAME    pic X(256).
        01  WS-CTL-FILENAME   pic X(256).
        01  WS-SORT-FILENAME  pic X(256).
        01  WS-OUT-FILENAME   pic X(256).
        01  WS-RPT-FILENAME   pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-GRAND-TOTAL-E.

        ENV-RESOLVE-S.
           move "yubin_seq.dat" to WS-IN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IN-FILENAME.
           move "postal_report.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "yubin_sort.wk" to WS-SORT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-FILENAME.
           move "yubin_seq.srt" to WS-OUT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OUT-FILENAME.
           move "yubin_report.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
