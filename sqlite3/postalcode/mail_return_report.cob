        input-output              section.
        file-control.
        select return-file
            assign to WS-RETURN-FILENAME
            organization line sequential
            file status is WS-RET-FS.
        select cust-file
            assign to WS-CUST-FILENAME
            organization indexed
            access mode dynamic
            record key is C-顧客番号
            alternate record key is C-顧客名（カナ）
                with duplicates
            alternate record key is C-郵便番号７桁
                with duplicates
            file status is WS-CUST-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-RETURN-FILENAME  pic X(256).
        01  WS-CUST-FILENAME    pic X(256).
        01  WS-RPT-FILENAME     pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              end-read
           end-if.
           move spaces to WS-RPT-LINE.
           string RETURN-FD-REC(1:64)
                  " " WS-STILL-HELD
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        LIST-LOOP-E.

        ENV-RESOLVE-S.
           move "mail_return.dat" to WS-RETURN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RETURN-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "mail_return.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
