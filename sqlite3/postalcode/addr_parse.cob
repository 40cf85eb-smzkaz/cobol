            organization line sequential
            file status is WS-IN-FS.
        select out-file
            assign to WS-OUT-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select reject-file
            assign to WS-REJECT-FILENAME
            organization line sequential
            file status is WS-REJ-FS.
      **=================================================================
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-OUT-FILENAME     pic X(256).
        01  WS-REJECT-FILENAME  pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           call "ENV001" using WS-ENV-MODE W-INPUT-FILENAME.
           open input in-file.
           if WS-IN-FS not = "00"
              display "ERROR: cannot open " W-INPUT-FILENAME
           end-perform.
           move "Y" to WS-PARSE-OK.
        PARSE-ADDR-E.

        ENV-RESOLVE-S.
           move "addr_match_in.dat" to WS-OUT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OUT-FILENAME.
           move "addr_parse_rej.dat" to WS-REJECT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REJECT-FILENAME.
        ENV-RESOLVE-E.
