      **=================================================================
      ** 検索監査ジャーナルの期間指定リスト
      ** 入力：yubin_query_jnl.dat (postalcode.cob対話検索と
      **       addr_lookup.cob住所検索の監査ジャーナル)
      ** 出力：query_jnl.rpt (指定条件のジャーナル活動リスト)
      ** 引数：FROM=YYYYMMDD TO=YYYYMMDD (省略時は全期間)
      **       OPER=オペレータID (省略時は全員)
        input-output              section.
        file-control.
        select jnl-file
            assign to WS-JNL-FILENAME
            organization line sequential
            file status is WS-JNL-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        file                      section.
        fd  jnl-file
            label records are standard.
        01  JNL-FD-REC          pic X(270).

        fd  rpt-file
            label records are standard.
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-JNL-FILENAME  pic X(256).
        01  WS-RPT-FILENAME  pic X(256).
        01  WS-ENV-MODE      pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              compute WS-SCAN-POS = WS-SCAN-POS + 1
           end-perform.
        FIND-SCAN-E.

        ENV-RESOLVE-S.
           move "yubin_query_jnl.dat" to WS-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-JNL-FILENAME.
           move "query_jnl.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
