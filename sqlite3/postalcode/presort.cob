      ** バルクメール向けプリソート(区分束)集計
      ** 入力：mailing_hist.dat (ラベル実行が郵送1件ごとに書く履歴。
      **       差し出す通数の根拠はこの実績行で、選択カード・抑止・
      **       郵送停止の絞り込み結果がそのまま反映されている。
      **       世帯宛ての同封の記録(通区分M)は通数に数えない)
      **       customer.idx (履歴行の顧客の郵便番号の引当)
      **       presort.ctl (任意。BUNDLE-SIZE=nnn 1束の満杯枚数
      **       (既定100)、MIN-BUNDLE=nn 束として成立する最小枚数
      **       (既定10))
      ** 引数：DATE=YYYYMMDD (対象のラベル実行日。既定は本日)
      **       CAMPAIGN=xxxxxxxx (任意。キャンペーンで絞る。指定時は
      **       campaign.idx に登録済みで終了(C)していないこと。
      **       通数が予算通数を超えると警告)
      ** 出力：presort_manifest.rpt (郵便番号順・上3桁別の束明細。
      **       束番号と枚数)
      **       presort_statement.rpt (差出票形式の通数内訳。区分束
        input-output              section.
        file-control.
        select hist-file
            assign to WS-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
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
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select work-file
            assign to WS-WORK-FILENAME
            organization line sequential
            file status is WS-WORK-FS.
        select sort-work-file
            assign to WS-SORT-WORK-FILENAME.
        select srt-file
            assign to WS-SRT-FILENAME
            organization line sequential
            file status is WS-SRT-FS.
        select manifest-file
            assign to WS-MANIFEST-FILENAME
            organization line sequential
            file status is WS-MAN-FS.
        select stmt-file
            assign to WS-STMT-FILENAME
            organization line sequential
            file status is WS-STMT-FS.
      **=================================================================
            03 PH-実行日        pic X(08).
            03 filler           pic X(01).
            03 PH-キャンペーン  pic X(08).
            03 filler           pic X(01).
      * 通区分(空白=1通。M=世帯宛ての1通に同封された世帯員の記録。
      * 通数には数えない)
            03 PH-通区分        pic X(01).

        fd  cust-file
            label records are standard.
        01  WS-RJ-PROGNAME     pic X(20) value "PRESORT".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
      * キャンペーン・マスタの引当(CMP001。label_printと同じ規則)
        01  WS-CAMP-REC.
            COPY CAMPAIGN.
        01  WS-CAMP-RESULT      pic X(01).
        01  WS-BUDGET-ED        pic ZZZZZZ9.
        01  WS-PIECE-ED         pic ZZZZZZ9.
      * 共通ログ(LOG001)
        01  WS-LOG-SEVERITY     pic X(05).
        01  WS-LOG-MESSAGE      pic X(80).
        01  b-i                pic 9(05).
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-HIST-FILENAME       pic X(256).
        01  WS-CUST-FILENAME       pic X(256).
        01  WS-CTL-FILENAME        pic X(256).
        01  WS-WORK-FILENAME       pic X(256).
        01  WS-SORT-WORK-FILENAME  pic X(256).
        01  WS-SRT-FILENAME        pic X(256).
        01  WS-MANIFEST-FILENAME   pic X(256).
        01  WS-STMT-FILENAME       pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD            pic X(600).
           03 filler                 pic X(01) value low-value.
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           perform CAMPAIGN-CHECK-S thru CAMPAIGN-CHECK-E.
           accept WS-RUN-DATE from date yyyymmdd.
           if WS-RUN-SEL-DATE = spaces
              move WS-RUN-DATE to WS-RUN-SEL-DATE
              giving srt-file.
           perform BUNDLE-RUN-S thru BUNDLE-RUN-E.
           perform WRITE-STMT-S thru WRITE-STMT-E.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-WORK-FILENAME delimited by space
                  " "             delimited by size
                  WS-SRT-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
      * 束明細と差出票の印字イメージをスプールへ登録(窓口持参分の
      * 刷り直しはspool_maintで行う)
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-MAN-FILE
           display "PIECES=" WS-TOTAL-PIECES
                   " BUNDLED=" WS-BUNDLED-PIECES
                   " MIXED=" WS-MIXED-PIECES.
           perform BUDGET-CHECK-S thru BUDGET-CHECK-E.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-TOTAL-PIECES to WS-RJ-COUNT.
        MAIN-E.

      ******************************************************************
        CAMPAIGN-CHECK-S.
      * 指定されたキャンペーン・コードをマスタで確かめる。未登録と
      * 終了済みでは差出票を作らない
           if WS-RUN-CAMPAIGN = spaces
              go to CAMPAIGN-CHECK-E
           end-if.
           call "CMP001" using WS-RUN-CAMPAIGN WS-CAMP-REC
                               WS-CAMP-RESULT.
           if WS-CAMP-RESULT = "Y"
              go to CAMPAIGN-CHECK-E
           end-if.
           move "ERROR" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           if WS-CAMP-RESULT = "C"
              string "campaign " WS-RUN-CAMPAIGN " is closed"
                     " - presort refused"
                     delimited by size into WS-LOG-MESSAGE
           else
              string "campaign " WS-RUN-CAMPAIGN
                     " is not in campaign.idx - presort refused"
                     delimited by size into WS-LOG-MESSAGE
           end-if.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "ERROR: " WS-LOG-MESSAGE.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        CAMPAIGN-CHECK-E.

        BUDGET-CHECK-S.
      * 差し出す通数がキャンペーンの予算通数(0=予算なし)を超えたら
      * 共通ログへ警告を残す(差出票は作る)
           if WS-RUN-CAMPAIGN = spaces
              or CP-予算通数 = 0
              or WS-TOTAL-PIECES not > CP-予算通数
              go to BUDGET-CHECK-E
           end-if.
           move WS-TOTAL-PIECES to WS-PIECE-ED.
           move CP-予算通数 to WS-BUDGET-ED.
           move "WARN " to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "campaign " WS-RUN-CAMPAIGN " over budget: pieces="
                  WS-PIECE-ED " budget=" WS-BUDGET-ED
                  delimited by size into WS-LOG-MESSAGE.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "WARNING: " WS-LOG-MESSAGE.
        BUDGET-CHECK-E.

        READ-CONTROL-S.
           open input ctl-file.
           if WS-CTL-FS not = "00"
           if PH-実行日 not = WS-RUN-SEL-DATE
              go to BUILD-LOOP-E
           end-if.
           if PH-通区分 = "M"
              go to BUILD-LOOP-E
           end-if.
           if WS-RUN-CAMPAIGN not = spaces
              and PH-キャンペーン not = WS-RUN-CAMPAIGN
              go to BUILD-LOOP-E
           write STMT-FD-REC.
           close stmt-file.
        WRITE-STMT-E.

        ENV-RESOLVE-S.
           move "mailing_hist.dat" to WS-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "presort.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "presort.wk" to WS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-WORK-FILENAME.
           move "presort_sort.wk" to WS-SORT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-WORK-FILENAME.
           move "presort.srt" to WS-SRT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SRT-FILENAME.
           move "presort_manifest.rpt" to WS-MANIFEST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MANIFEST-FILENAME.
           move "presort_statement.rpt" to WS-STMT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-STMT-FILENAME.
        ENV-RESOLVE-E.
