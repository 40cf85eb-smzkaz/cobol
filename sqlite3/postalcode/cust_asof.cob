        input-output              section.
        file-control.
        select jnl-file
            assign to WS-JNL-FILENAME
            organization line sequential
            file status is WS-JNL-FS.
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
        file                      section.
        fd  jnl-file
            label records are standard.
        01  JNL-FD-REC          pic X(1070).

        fd  cust-file
            label records are standard.
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-JNL-FILENAME   pic X(256).
        01  WS-CUST-FILENAME  pic X(256).
        01  WS-RPT-FILENAME   pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
           if JNL-FD-REC(28:8) not = WS-TARGET-CUST
              go to CHECK-ENTRY-E
           end-if.
      * 配送先サブレコードの記帳(区分S)と転居・転送予約の記帳
      * (区分M)は本体のas-of復元には使わない(証跡としてジャーナルに
      * 残るだけ。予約が本体へ反映された時点の前後像は区分空白で
      * 別に記帳される)
           if JNL-FD-REC(27:1) = "S" or JNL-FD-REC(27:1) = "M"
              go to CHECK-ENTRY-E
           end-if.
           if JNL-FD-REC(1:8) is not numeric
           write RPT-FD-REC.
           display WS-RPT-LINE(1:160).
        WRITE-LINE-E.

        ENV-RESOLVE-S.
           move "cust_jnl.dat" to WS-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-JNL-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "cust_asof.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
