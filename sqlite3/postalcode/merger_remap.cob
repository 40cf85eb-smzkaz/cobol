        input-output              section.
        file-control.
        select map-file
            assign to WS-MAP-FILENAME
            organization line sequential
            file status is WS-MAP-FS.
        select cust-file
            assign to WS-CUST-FILENAME
            organization indexed
            access mode sequential
            record key is C-顧客番号
            alternate record key is C-顧客名（カナ）
                with duplicates
            alternate record key is C-郵便番号７桁
                with duplicates
            file status is WS-CUST-FS.
        select route-file
            assign to WS-ROUTE-FILENAME
            organization indexed
            access mode sequential
            record key is RT-郵便番号上3桁
            file status is WS-ROUTE-FS.
        select jnl-file
            assign to WS-JNL-FILENAME
            organization line sequential
            file status is WS-JNL-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  WS-CUST-DECLINED    pic 9(07) value 0.
        01  WS-ROUTE-TOUCHED    pic 9(05) value 0.
        01  WS-JNL-DATE         pic 9(08).
        01  WS-JNL-TIME         pic 9(08).
        01  WS-JNL-LINE         pic X(250).
        01  WS-RPT-LINE         pic X(200).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 9(02).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-MAP-FILENAME    pic X(256).
        01  WS-CUST-FILENAME   pic X(256).
        01  WS-ROUTE-FILENAME  pic X(256).
        01  WS-JNL-FILENAME    pic X(256).
        01  WS-RPT-FILENAME    pic X(256).
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           accept WS-JNL-DATE from date yyyymmdd.
           accept WS-JNL-TIME from time.
           move spaces to WS-JNL-LINE.
           string WS-JNL-DATE " " WS-JNL-TIME(1:6)
                  " CUST " delimited by size
                  C-顧客番号 delimited by size
                  " shi|" delimited by size
           accept WS-JNL-DATE from date yyyymmdd.
           accept WS-JNL-TIME from time.
           move spaces to WS-JNL-LINE.
           string WS-JNL-DATE " " WS-JNL-TIME(1:6)
                  " ROUTE " delimited by size
                  RT-郵便番号上3桁 delimited by size
                  " name|" delimited by size
           write JNL-FD-REC.
           close jnl-file.
        JNL-APPEND-E.

        ENV-RESOLVE-S.
           move "merger_map.dat" to WS-MAP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MAP-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "route.idx" to WS-ROUTE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROUTE-FILENAME.
           move "merger_remap_jnl.dat" to WS-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-JNL-FILENAME.
           move "merger_remap.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
