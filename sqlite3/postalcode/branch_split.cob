            organization line sequential
            file status is WS-IN-FS.
        select cfg-file
            assign to WS-CFG-FILENAME
            organization line sequential
            file status is WS-CFG-FS.
        select split-file
            organization line sequential
            file status is WS-SPLIT-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CFG-FILENAME  pic X(256).
        01  WS-RPT-FILENAME  pic X(256).
        01  WS-ENV-MODE      pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
              compute j = j + 1
           end-perform.
           move WS-CUR-FILE to W-SPLIT-FILENAME.
           call "ENV001" using WS-ENV-MODE W-SPLIT-FILENAME.
           open output split-file.
           call "ENV001" using WS-ENV-MODE W-INPUT-FILENAME.
           open input in-file.
           if WS-IN-FS not = "00"
              display "ERROR: cannot open " W-INPUT-FILENAME
              compute WS-SPLIT-COUNT = WS-SPLIT-COUNT + 1
           end-if.
        MATCH-WRITE-E.

        ENV-RESOLVE-S.
           move "branch_cfg.dat" to WS-CFG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CFG-FILENAME.
           move "branch_split.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
