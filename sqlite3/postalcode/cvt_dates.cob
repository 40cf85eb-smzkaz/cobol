
        working-storage           section.
        01  W-IN-FILENAME      pic X(256).
        01  W-OUT-FILENAME     pic X(256).
        01  WS-ARG-JUNK        pic X(10).
        01  WS-IN-FS           pic X(02).
        01  WS-OUT-FS          pic X(02).
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-ENV-MODE        pic X(05) value "PATH ".
      **=================================================================
        procedure               division.
        MAIN-S.
                  ".cvt"        delimited by size
                  into W-OUT-FILENAME.

           call "ENV001" using WS-ENV-MODE W-IN-FILENAME.
           open input in-file.
           if WS-IN-FS not = "00"
              display "ERROR: cannot open " W-IN-FILENAME
                      " status=" WS-IN-FS
              stop run
           end-if.
           call "ENV001" using WS-ENV-MODE W-OUT-FILENAME.
           open output out-file.
           perform CVT-LOOP-S thru CVT-LOOP-E
              until WS-IN-EOF = "Y".
