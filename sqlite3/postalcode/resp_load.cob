      **=================================================================
      ** キャンペーン反応の一括取込バッチ
      ** 入力：resp_load_in.csv (IN=で差替え可。
      **       顧客番号,キャンペーン・コード,反応日YYYYMMDD,反応区分
      **       のカンマ区切り。反応区分は C=返信はがき P=電話 O=注文)
      **       customer.idx (顧客番号の実在確認)
      **       campaign.idx (キャンペーン・マスタ。CMP001で引当)
      ** 出力：campaign_resp.dat (検証済み行を追記。resp_entry と
      **       同じ形式で、入力元は IMPORT)
      **       resp_load_rej.dat (不採用行と理由)
      ** 返信はがきの受付業者や受注システムからまとめて届く反応を
      ** resp_entry の画面で1件ずつ打ち直す作業を無くす。検証は
      ** 画面と同じ(顧客は登録済み、キャンペーンは未登録を弾き
      ** 終了済みは受け付ける)
      **=================================================================
        identification           division.
        program-id.              resp_load.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select csv-in-file
            assign to W-INPUT-FILENAME
            organization line sequential
            file status is WS-CSV-IN-FS.
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
        select resp-file
            assign to WS-RESP-FILENAME
            organization line sequential
            file status is WS-RESP-FS.
        select reject-file
            assign to WS-REJECT-FILENAME
            organization line sequential
            file status is WS-REJ-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  csv-in-file
            label records are standard.
        01  CSV-IN-FD-REC       pic X(100).

        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  resp-file
            label records are standard.
        01  RESP-FD-REC.
            03 RS-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 RS-キャンペーン  pic X(08).
            03 filler           pic X(01).
            03 RS-反応日        pic X(08).
            03 filler           pic X(01).
            03 RS-反応区分      pic X(01).
            03 filler           pic X(01).
            03 RS-入力元        pic X(08).
            03 filler           pic X(01).
            03 RS-入力日        pic X(08).

        fd  reject-file
            label records are standard.
        01  REJECT-FD-REC       pic X(120).

        working-storage           section.
        01  W-INPUT-FILENAME   pic X(256) values "resp_load_in.csv".
        01  WS-ARG-JUNK        pic X(10).
        01  WS-CSV-IN-FS       pic X(02).
        01  WS-CUST-FS         pic X(02).
        01  WS-RESP-FS         pic X(02).
        01  WS-REJ-FS          pic X(02).
        01  WS-IN-EOF          pic X(01) value "N".
        01  WS-FLD-CUSTNO      pic X(10).
        01  WS-FLD-CAMPAIGN    pic X(10).
        01  WS-FLD-DATE        pic X(10).
        01  WS-FLD-TYPE        pic X(02).
      * キャンペーン・マスタの引当(CMP001)。取込ファイルは同じ
      * キャンペーンの行が続くので、直前と同じコードは引き直さない
        01  WS-CAMP-REC.
            COPY CAMPAIGN.
        01  WS-CAMP-RESULT     pic X(01).
        01  WS-LAST-CAMPAIGN   pic X(08) value low-values.
        01  WS-REJ-REASON      pic X(16).
        01  WS-REJ-LINE        pic X(120).
        01  WS-TODAY-DATE      pic 9(08).
        01  WS-READ-COUNT      pic 9(07) value 0.
        01  WS-LOAD-COUNT      pic 9(07) value 0.
        01  WS-REJ-COUNT       pic 9(07) value 0.
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "RESP_LOAD".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME    pic X(256).
        01  WS-RESP-FILENAME    pic X(256).
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
              stop run
           end-if.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
           open extend resp-file.
           if WS-RESP-FS not = "00"
              open output resp-file
           end-if.
           open output reject-file.
           accept WS-TODAY-DATE from date yyyymmdd.
           perform IMPORT-LOOP-S thru IMPORT-LOOP-E
              until WS-IN-EOF = "Y".
           close reject-file.
           close resp-file.
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
           move spaces to WS-FLD-CAMPAIGN.
           move spaces to WS-FLD-DATE.
           move spaces to WS-FLD-TYPE.
           unstring CSV-IN-FD-REC delimited by ","
              into WS-FLD-CUSTNO WS-FLD-CAMPAIGN
                   WS-FLD-DATE WS-FLD-TYPE.
           perform VALIDATE-ROW-S thru VALIDATE-ROW-E.
           if WS-REJ-REASON not = spaces
              perform WRITE-REJECT-S thru WRITE-REJECT-E
              go to IMPORT-LOOP-E
           end-if.
           move spaces to RESP-FD-REC.
           move WS-FLD-CUSTNO(1:8)   to RS-顧客番号.
           move WS-FLD-CAMPAIGN(1:8) to RS-キャンペーン.
           move WS-FLD-DATE(1:8)     to RS-反応日.
           move WS-FLD-TYPE(1:1)     to RS-反応区分.
           move "IMPORT"             to RS-入力元.
           move WS-TODAY-DATE        to RS-入力日.
           write RESP-FD-REC.
           compute WS-LOAD-COUNT = WS-LOAD-COUNT + 1.
        IMPORT-LOOP-E.

        VALIDATE-ROW-S.
      * 画面(resp_entry)と同じ検証方針
           move spaces to WS-REJ-REASON.
           if WS-FLD-CUSTNO = spaces
              or WS-FLD-CUSTNO(9:2) not = spaces
              move "BAD-CUSTNO" to WS-REJ-REASON
              go to VALIDATE-ROW-E
           end-if.
           if WS-FLD-DATE(1:8) not numeric
              or WS-FLD-DATE(9:2) not = spaces
              move "BAD-DATE" to WS-REJ-REASON
              go to VALIDATE-ROW-E
           end-if.
           inspect WS-FLD-TYPE converting "cpo" to "CPO".
           if (WS-FLD-TYPE(1:1) not = "C"
               and WS-FLD-TYPE(1:1) not = "P"
               and WS-FLD-TYPE(1:1) not = "O")
              or WS-FLD-TYPE(2:1) not = space
              move "BAD-TYPE" to WS-REJ-REASON
              go to VALIDATE-ROW-E
           end-if.
           if WS-FLD-CAMPAIGN = spaces
              or WS-FLD-CAMPAIGN(9:2) not = spaces
              move "BAD-CAMPAIGN" to WS-REJ-REASON
              go to VALIDATE-ROW-E
           end-if.
           if WS-FLD-CAMPAIGN(1:8) not = WS-LAST-CAMPAIGN
              move WS-FLD-CAMPAIGN(1:8) to WS-LAST-CAMPAIGN
              call "CMP001" using WS-LAST-CAMPAIGN WS-CAMP-REC
                                  WS-CAMP-RESULT
           end-if.
           if WS-CAMP-RESULT = "U"
              move "NO-CAMPAIGN" to WS-REJ-REASON
              go to VALIDATE-ROW-E
           end-if.
           move WS-FLD-CUSTNO(1:8) to C-顧客番号.
           read cust-file
              invalid key
                 move "NO-CUSTOMER" to WS-REJ-REASON
           end-read.
        VALIDATE-ROW-E.

        WRITE-REJECT-S.
      * 不採用行は元のCSV行に理由を付けて退避し、送り元へ戻す
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
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "campaign_resp.dat" to WS-RESP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RESP-FILENAME.
           move "resp_load_rej.dat" to WS-REJECT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REJECT-FILENAME.
        ENV-RESOLVE-E.
