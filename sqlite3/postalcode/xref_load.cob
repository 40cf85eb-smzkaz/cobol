      **=================================================================
      ** 外部システム顧客番号の相互参照の一括取込バッチ
      ** 引数：IN=ファイル名 (既定 xref_load_in.csv)
      ** 入力：xref_load_in.csv (顧客番号,システム,外部ID のカンマ
      **       区切り。請求・Webショップ側で突き合わせ済みの対応表)
      **       customer.idx (顧客の実在確認)
      ** 出力：cust_xref.idx (検証済み行の追加)
      **       xref_load_rej.dat (不採用行と理由)
      ** 相互参照を始めるときの初期登録を xref_maint の画面で1件
      ** ずつ打たずに済ませる。不採用は 顧客番号・システム・外部IDの
      ** 欠落、顧客の不在、同じ外部IDが既に別の(または同じ)顧客に
      ** 結ばれている場合で、理由を付けて元の行を返す
      **=================================================================
        identification           division.
        program-id.              xref_load.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select csv-in-file
            assign to W-INPUT-FILENAME
            organization line sequential
            file status is WS-CSV-IN-FS.
        select xref-file
            assign to WS-XREF-FILENAME
            organization indexed
            access mode dynamic
            record key is XR-キー
            alternate record key is XR-外部キー
            file status is WS-XREF-FS.
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
        select reject-file
            assign to WS-REJECT-FILENAME
            organization line sequential
            file status is WS-REJ-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  csv-in-file
            label records are standard.
        01  CSV-IN-FD-REC       pic X(200).

        fd  xref-file
            label records are standard.
        01  XREF-REC.
            COPY CUSTXREF.

        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  reject-file
            label records are standard.
        01  REJECT-FD-REC       pic X(240).

        working-storage           section.
        01  W-INPUT-FILENAME   pic X(256) value "xref_load_in.csv".
        01  WS-ARG-JUNK        pic X(10).
        01  WS-CSV-IN-FS       pic X(02).
        01  WS-XREF-FS         pic X(02).
        01  WS-CUST-FS         pic X(02).
        01  WS-REJ-FS          pic X(02).
        01  WS-IN-EOF          pic X(01) value "N".
      * CSV行の分解先
        01  WS-FLD-CUSTNO      pic X(08).
        01  WS-FLD-SYSTEM      pic X(04).
        01  WS-FLD-EXTID       pic X(20).
        01  WS-REJ-REASON      pic X(16).
        01  WS-REJ-LINE        pic X(240).
        01  WS-TODAY-DATE      pic 9(08).
        01  WS-READ-COUNT      pic 9(07) value 0.
        01  WS-LOAD-COUNT      pic 9(07) value 0.
        01  WS-REJ-COUNT       pic 9(07) value 0.
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "XREF_LOAD".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-XREF-FILENAME    pic X(256).
        01  WS-CUST-FILENAME    pic X(256).
        01  WS-REJECT-FILENAME  pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:3) = "IN="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK W-INPUT-FILENAME
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           call "ENV001" using WS-ENV-MODE W-INPUT-FILENAME.
           open input csv-in-file.
           if WS-CSV-IN-FS not = "00"
              display "ERROR: cannot open " W-INPUT-FILENAME
                      " status=" WS-CSV-IN-FS
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              perform FAIL-END-S thru FAIL-END-E
           end-if.
      * 初回は相互参照自体が無いので作成してから開き直す
      * (xref_maint の XREF-OPEN-S と同じ)
           open i-o xref-file.
           if WS-XREF-FS not = "00"
              open output xref-file
              close xref-file
              open i-o xref-file
           end-if.
           if WS-XREF-FS not = "00"
              display "ERROR: cannot open cust_xref.idx status="
                      WS-XREF-FS
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           open output reject-file.
           accept WS-TODAY-DATE from date yyyymmdd.
           perform IMPORT-LOOP-S thru IMPORT-LOOP-E
              until WS-IN-EOF = "Y".
           close reject-file.
           close xref-file.
           close cust-file.
           close csv-in-file.
           display "READ=" WS-READ-COUNT
                   " LOADED=" WS-LOAD-COUNT
                   " REJECTED=" WS-REJ-COUNT.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-LOAD-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        FAIL-END-S.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        FAIL-END-E.

        IMPORT-LOOP-S.
           read csv-in-file
              at end
                 move "Y" to WS-IN-EOF
                 go to IMPORT-LOOP-E
           end-read.
           if CSV-IN-FD-REC = spaces
              go to IMPORT-LOOP-E
           end-if.
           compute WS-READ-COUNT = WS-READ-COUNT + 1.
           move spaces to WS-FLD-CUSTNO.
           move spaces to WS-FLD-SYSTEM.
           move spaces to WS-FLD-EXTID.
           unstring CSV-IN-FD-REC delimited by ","
              into WS-FLD-CUSTNO WS-FLD-SYSTEM WS-FLD-EXTID.
           inspect WS-FLD-SYSTEM converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           perform VALIDATE-ROW-S thru VALIDATE-ROW-E.
           if WS-REJ-REASON not = spaces
              perform WRITE-REJECT-S thru WRITE-REJECT-E
              go to IMPORT-LOOP-E
           end-if.
           move WS-FLD-CUSTNO to XR-顧客番号.
           move WS-FLD-SYSTEM to XR-システム.
           move WS-FLD-EXTID  to XR-外部ID.
           move "LOAD"        to XR-登録者.
           move WS-TODAY-DATE to XR-更新年月日.
           write XREF-REC
              invalid key
                 move "DUP-XREF" to WS-REJ-REASON
                 perform WRITE-REJECT-S thru WRITE-REJECT-E
              not invalid key
                 compute WS-LOAD-COUNT = WS-LOAD-COUNT + 1
           end-write.
        IMPORT-LOOP-E.

        VALIDATE-ROW-S.
      * xref_maint の追加と同じ検証：3項目必須、顧客が実在し、
      * 外部IDがまだどの顧客にも結ばれていないこと
           move spaces to WS-REJ-REASON.
           if WS-FLD-CUSTNO = spaces
              move "NO-CUSTNO" to WS-REJ-REASON
              go to VALIDATE-ROW-E
           end-if.
           if WS-FLD-SYSTEM = spaces
              move "NO-SYSTEM" to WS-REJ-REASON
              go to VALIDATE-ROW-E
           end-if.
           if WS-FLD-EXTID = spaces
              move "NO-EXTID" to WS-REJ-REASON
              go to VALIDATE-ROW-E
           end-if.
           move WS-FLD-CUSTNO to C-顧客番号.
           read cust-file
              invalid key
                 move "CUST-NOT-FOUND" to WS-REJ-REASON
                 go to VALIDATE-ROW-E
           end-read.
           move WS-FLD-SYSTEM to XR-システム.
           move WS-FLD-EXTID  to XR-外部ID.
           read xref-file key is XR-外部キー
              invalid key
                 continue
              not invalid key
                 move "DUP-EXTID" to WS-REJ-REASON
           end-read.
        VALIDATE-ROW-E.

        WRITE-REJECT-S.
      * 不採用行は元のCSV行に理由を付けて退避し、依頼元へ戻す
           compute WS-REJ-COUNT = WS-REJ-COUNT + 1.
           move spaces to WS-REJ-LINE.
           string "REASON=" WS-REJ-REASON delimited by space
                  " " delimited by size
                  CSV-IN-FD-REC delimited by size
                  into WS-REJ-LINE.
           move WS-REJ-LINE to REJECT-FD-REC.
           write REJECT-FD-REC.
        WRITE-REJECT-E.

        ENV-RESOLVE-S.
           move "cust_xref.idx" to WS-XREF-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-XREF-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "xref_load_rej.dat" to WS-REJECT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REJECT-FILENAME.
        ENV-RESOLVE-E.
