      **=================================================================
      ** 分析基盤(BI)向け抽出(夜間)
      ** 引数：MODE=FULL (全件の作り直し。省略時は前回からの差分)
      ** 入力：customer.idx (顧客。地域・国コード・郵送停止)
      **       route.idx (郵便番号上3桁→ルートコード)
      **       custlife.idx (稼働・休眠・終了の状態)
      **       campaign.idx (キャンペーン・マスタ)
      **       mailing_hist.dat (郵送1通ごとの履歴)
      **       mail_return.dat (返送記録)
      **       campaign_resp.dat (キャンペーン反応)
      **       cust_jnl.dat (顧客の追加・変更・削除の記帳)
      **       bi_keymap.idx (顧客・キャンペーンの代理キー台帳)
      **       bi_extract_ctl.dat (前回までの制御値。1行
      **         「SEQ=nnnnnn LAST=YYYYMMDD CSK=nnnnnnnnn
      **          PSK=nnnnnnnnn DMIN=YYYYMMDD DNEXT=YYYYMMDD」。
      **         無ければ初回として全件を拾う)
      ** 出力：bi_dim_customer.csv (顧客ディメンション)
      **       bi_dim_campaign.csv (キャンペーン・ディメンション)
      **       bi_dim_date.csv (日付ディメンション)
      **       bi_fact_mail.csv (郵送1通ごとのファクト。世帯宛ての
      **       1通に同封された世帯員の行は PIECES=0)
      **       bi_fact_return.csv (返送のファクト)
      **       bi_fact_response.csv (反応のファクト)
      **       bi_fact_change.csv (顧客変更のファクト)
      **       bi_control.csv (表ごとの件数とキー合計。取込側の照合
      **       用)、bi_keymap.idx・bi_extract_ctl.dat の更新
      ** 分析チームは郵送の成果を地域・ルート・キャンペーン別に見たい
      ** が、ファイルごとに固定長の形が違うため、区切り文字(カンマ)の
      ** 表に揃えて毎晩渡す。各表は見出し行つき。
      ** 代理キー：顧客とキャンペーンには初めて出てきた順に連番を振り
      ** bi_keymap.idx に残す(全件の作り直しでも同じ番号になる。台帳
      ** を失うと番号が振り直しになるので dr_bundle のリカバリセット
      ** に含めてある)。日付の
      ** キーは YYYYMMDD そのもの。キャンペーン無しの郵送は 0。
      ** 差分の範囲：ファクトは前回の実行日以降・今回の実行日より前の
      ** 日付(反応は入力日)のもの。実行日当日の分は翌晩に渡す。顧客
      ** は新しく番号を振ったもの・前回以降に更新日か状態変更日が
      ** あるもの・範囲内に削除されたものを、キャンペーンは新しいもの
      ** と更新日が前回以降のものを出す(ルートの付け替えは
      ** MODE=FULL で反映する)。マスタに無い顧客・キャンペーンが
      ** ファクトに出てきたときは番号だけの行(ACTIVE=N)を出す。
      ** 日付ディメンションはファクトに出てきた最も古い日から実行日
      ** の前日までのうち、まだ渡していない日を出す。
      ** 各表の列：
      **   顧客  CUST_SK,CUST_NO,ACTIVE,ZIP,PREF,CITY,ROUTE,
      **         LIFECYCLE,COUNTRY,MAIL_STOP,UPDATED
      **   キャンペーン CAMPAIGN_SK,CAMPAIGN_CODE,NAME,DEPT,
      **         PLANNED_DATE,BUDGET,STATUS,WEIGHT,UPDATED
      **   日付  DATE_KEY,YEAR,QUARTER,MONTH,DAY,WEEKDAY,YYYYMM
      **         (WEEKDAY 1=月曜 … 7=日曜)
      **   郵送  DATE_KEY,CUST_SK,CAMPAIGN_SK,PIECES
      **   返送  DATE_KEY,TIME,CUST_SK,ZIP,REASON,OPER
      **   反応  DATE_KEY,CUST_SK,CAMPAIGN_SK,RESP_TYPE,SOURCE,
      **         ENTRY_DATE
      **   変更  DATE_KEY,TIME,CUST_SK,ACTION,KIND,OPER,ZIP_BEFORE,
      **         ZIP_AFTER,MOVED
      **         (KIND B=本体 それ以外は記帳の区分。MOVED は本体の
      **         変更で都道府県・市区町村が変わったとき Y)
      ** 照合用の件数・キー合計は見出し行を除いた行数と、キー列
      ** (顧客を含む表は CUST_SK、キャンペーンは CAMPAIGN_SK、日付
      ** は DATE_KEY)の総和の下9桁
      **=================================================================
        identification           division.
        program-id.              bi_extract.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
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
        select route-file
            assign to WS-ROUTE-FILENAME
            organization indexed
            access mode dynamic
            record key is RT-郵便番号上3桁
            file status is WS-ROUTE-FS.
        select life-file
            assign to WS-LIFE-FILENAME
            organization indexed
            access mode dynamic
            record key is L-顧客番号
            file status is WS-LIFE-FS.
        select campaign-file
            assign to WS-CAMPAIGN-FILENAME
            organization indexed
            access mode dynamic
            record key is CP-キャンペーン
            file status is WS-CAMP-FS.
        select keymap-file
            assign to WS-KEYMAP-FILENAME
            organization indexed
            access mode dynamic
            record key is BK-キー
            file status is WS-KEYMAP-FS.
        select mail-hist-file
            assign to WS-MAIL-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
        select return-file
            assign to WS-RETURN-FILENAME
            organization line sequential
            file status is WS-RET-FS.
        select resp-file
            assign to WS-RESP-FILENAME
            organization line sequential
            file status is WS-RESP-FS.
        select cust-jnl-file
            assign to WS-CUST-JNL-FILENAME
            organization line sequential
            file status is WS-CJNL-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select dcust-file
            assign to WS-DCUST-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select dcamp-file
            assign to WS-DCAMP-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select ddate-file
            assign to WS-DDATE-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select fmail-file
            assign to WS-FMAIL-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select fret-file
            assign to WS-FRET-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select fresp-file
            assign to WS-FRESP-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select fchg-file
            assign to WS-FCHG-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select bictl-file
            assign to WS-BICTL-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  route-file
            label records are standard.
        01  ROUTE-REC.
            03 RT-郵便番号上3桁   pic X(03).
            03 RT-ルートコード    pic X(04).
            03 RT-ルート名        pic N(15).

        fd  life-file
            label records are standard.
        01  LIFE-REC.
            COPY CUSTLIFE.

        fd  campaign-file
            label records are standard.
        01  CAMPAIGN-REC.
            COPY CAMPAIGN.

      * 代理キー台帳。種別 C=顧客 P=キャンペーン
        fd  keymap-file
            label records are standard.
        01  KEYMAP-REC.
            03 BK-キー.
               05 BK-種別           pic X(01).
               05 BK-自然キー       pic X(08).
            03 BK-代理キー          pic 9(09).
            03 BK-付与日            pic X(08).

        fd  mail-hist-file
            label records are standard.
        01  MAIL-HIST-FD-REC.
            03 MH-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 MH-実行日        pic X(08).
            03 filler           pic X(01).
            03 MH-キャンペーン  pic X(08).
            03 filler           pic X(01).
      * 通区分(空白=1通。M=世帯宛ての1通に同封された世帯員の記録で
      * PIECES=0 のファクトにする)
            03 MH-通区分        pic X(01).

      * 「YYYYMMDD HHMMSS cust=… zip=… reason=X oper=…」の行
        fd  return-file
            label records are standard.
        01  RETURN-FD-REC       pic X(80).

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

        fd  cust-jnl-file
            label records are standard.
        01  CJNL-FD-REC         pic X(1070).

        fd  ctl-file
            label records are standard.
        01  CTL-FD-REC          pic X(120).

        fd  dcust-file
            label records are standard.
        01  DCUST-FD-REC        pic X(300).

        fd  dcamp-file
            label records are standard.
        01  DCAMP-FD-REC        pic X(300).

        fd  ddate-file
            label records are standard.
        01  DDATE-FD-REC        pic X(80).

        fd  fmail-file
            label records are standard.
        01  FMAIL-FD-REC        pic X(80).

        fd  fret-file
            label records are standard.
        01  FRET-FD-REC         pic X(80).

        fd  fresp-file
            label records are standard.
        01  FRESP-FD-REC        pic X(80).

        fd  fchg-file
            label records are standard.
        01  FCHG-FD-REC         pic X(120).

        fd  bictl-file
            label records are standard.
        01  BICTL-FD-REC        pic X(120).

        working-storage           section.
        01  WS-CUST-FS          pic X(02).
        01  WS-ROUTE-FS         pic X(02).
        01  WS-LIFE-FS          pic X(02).
        01  WS-CAMP-FS          pic X(02).
        01  WS-KEYMAP-FS        pic X(02).
        01  WS-HIST-FS          pic X(02).
        01  WS-RET-FS           pic X(02).
        01  WS-RESP-FS          pic X(02).
        01  WS-CJNL-FS          pic X(02).
        01  WS-CTL-FS           pic X(02).
        01  WS-OUT-FS           pic X(02).
        01  WS-ROUTE-OPEN       pic X(01) value "N".
        01  WS-LIFE-OPEN        pic X(01) value "N".
        01  WS-CAMP-OPEN        pic X(01) value "N".
        01  WS-EOF              pic X(01).
        01  WS-ARG-JUNK         pic X(10).
        01  WS-MODE             pic X(04) value "INCR".
      * 制御値(前回分)と今回の範囲。ファクトは WS-FROM-DATE 以上・
      * WS-RUN-DATE 未満の日付を拾う
        01  WS-CTL-FOUND        pic X(01) value "N".
        01  WS-SEQ-NO           pic 9(06) value 0.
        01  WS-LAST-DATE        pic X(08) value "00000000".
        01  WS-FROM-DATE        pic X(08).
        01  WS-NEXT-CSK         pic 9(09) value 0.
        01  WS-NEXT-PSK         pic 9(09) value 0.
        01  WS-DMIN             pic 9(08) value 0.
        01  WS-DNEXT            pic 9(08) value 0.
        01  WS-RUN-DATE         pic 9(08).
        01  WS-RUN-DATE-X redefines WS-RUN-DATE pic X(08).
        01  WS-RUN-TIME         pic 9(08).
        01  WS-RUN-STAMP        pic X(14).
        01  WS-TOK.
            03 WS-TOK-ENTRY  occurs 6  pic X(30).
      * ファクトに出てきた最も古い日(日付ディメンションの起点)
        01  WS-FACT-MIN         pic 9(08) value 99999999.
        01  WS-FACT-DATE        pic X(08).
      * 代理キーの引当
        01  WS-KEY-KIND         pic X(01).
        01  WS-KEY-NAT          pic X(08).
        01  WS-KEY-SK           pic 9(09).
        01  WS-KEY-NEW          pic X(01).
        01  WS-CUST-SK          pic 9(09).
        01  WS-CAMP-SK          pic 9(09).
        01  WS-CAMP-CODE        pic X(08).
      * 顧客ディメンションの1行を組む材料
        01  WS-DC-NO            pic X(08).
        01  WS-DC-ACTIVE        pic X(01).
        01  WS-DC-ZIP           pic X(07).
        01  WS-DC-ROUTE         pic X(04).
        01  WS-DC-LIFE          pic X(01).
        01  WS-DC-CNTRY         pic X(02).
        01  WS-DC-STOP          pic X(01).
        01  WS-DC-UPD           pic X(08).
        01  WS-EMIT             pic X(01).
      * 像の項目分解。cust_maintのWS-IMG-WORKと同じ並び・同じPIC
      * でなければ位置がずれる(cust_feed と同じ)
        01  WS-IMG-N.
            03 WS-IMG-NAME-N    pic N(20).
            03 WS-IMG-KANA-N    pic N(20).
            03 WS-IMG-ZIP       pic X(07).
            03 WS-IMG-KEN-N     pic N(4).
            03 WS-IMG-SHI-N     pic N(10).
            03 WS-IMG-CHO-N     pic N(37).
            03 WS-IMG-BAN-N     pic N(30).
            03 WS-IMG-UPD       pic X(08).
            03 WS-IMG-STOP      pic X(01).
            03 WS-IMG-LABEL     pic X(01).
            03 WS-IMG-CNTRY     pic X(02).
            03 WS-IMG-OVERSEAS  pic X(120).
        01  WS-IMG-X REDEFINES WS-IMG-N pic X(502).
      * CSV用の生バイト・ビュー(cust_load の書出と同じREDEFINES方式)
        01  WS-WORK-N.
            03 WS-WK-KEN-N     pic N(4).
            03 WS-WK-SHI-N     pic N(10).
            03 WS-WK-CPN-N     pic N(20).
        01  WS-WORK-X REDEFINES WS-WORK-N.
            03 WS-WK-KEN-X     pic X(12).
            03 WS-WK-SHI-X     pic X(30).
            03 WS-WK-CPN-X     pic X(60).
      * 変更ファクトの材料
        01  WS-ZIP-BEFORE       pic X(07).
        01  WS-ZIP-AFTER        pic X(07).
        01  WS-MOVED            pic X(01).
        01  WS-KIND             pic X(01).
        01  WS-BUDGET-ED        pic 9(07).
        01  WS-WEIGHT-ED        pic 9(05).
        01  WS-OUT-LINE         pic X(300).
        01  WS-PIECES           pic X(01).
      * 表ごとの件数とキー合計(1=顧客 2=キャンペーン 3=日付 4=郵送
      * 5=返送 6=反応 7=変更)
        01  WS-TBL-NAMES.
            03 filler pic X(20) value "DIM_CUSTOMER".
            03 filler pic X(20) value "DIM_CAMPAIGN".
            03 filler pic X(20) value "DIM_DATE".
            03 filler pic X(20) value "FACT_MAIL".
            03 filler pic X(20) value "FACT_RETURN".
            03 filler pic X(20) value "FACT_RESPONSE".
            03 filler pic X(20) value "FACT_CHANGE".
        01  WS-TBL-NAME-T redefines WS-TBL-NAMES.
            03 WS-TBL-NAME  occurs 7  pic X(20).
        01  WS-TBL-TOTALS.
            03 WS-TBL-ENTRY  occurs 7.
               05 WS-TBL-ROWS   pic 9(09).
               05 WS-TBL-KEYSUM pic 9(15).
        01  WS-TBL              pic 9(01).
        01  WS-KEY-ADD          pic 9(09).
        01  WS-KEYSUM-DIV       pic 9(06).
        01  WS-KEYSUM           pic 9(09).
      * 日付ディメンションの範囲
        01  WS-DR-FROM          pic 9(08).
        01  WS-DR-TO            pic 9(08).
        01  WS-QUARTER          pic 9(01).
      * 日付の計算(sla_check と同じ考え方)
        01  WS-W-DATE           pic 9(08).
        01  WS-W-YYYY           pic 9(04).
        01  WS-W-MM             pic 9(02).
        01  WS-W-DD             pic 9(02).
        01  WS-W-DOW            pic 9(01).
        01  WS-W-LEAPY          pic 9(04).
        01  WS-W-DAYNO          pic 9(08).
        01  WS-W-Q              pic 9(08).
        01  WS-W-R              pic 9(04).
        01  WS-W-MEND           pic 9(02).
        01  WS-MONTH-DAYS-TBL.
            03 filler pic X(24) value "312831303130313130313031".
        01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TBL.
            03 WS-MDAYS  occurs 12  pic 9(02).
        01  WS-CUM-DAYS-TBL.
            03 filler pic X(36) value
               "000031059090120151181212243273304334".
        01  WS-CUM-DAYS redefines WS-CUM-DAYS-TBL.
            03 WS-CUM-MM  occurs 12  pic 9(03).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "BI_EXTRACT".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 9(02).
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME       pic X(256).
        01  WS-ROUTE-FILENAME      pic X(256).
        01  WS-LIFE-FILENAME       pic X(256).
        01  WS-CAMPAIGN-FILENAME   pic X(256).
        01  WS-KEYMAP-FILENAME     pic X(256).
        01  WS-MAIL-HIST-FILENAME  pic X(256).
        01  WS-RETURN-FILENAME     pic X(256).
        01  WS-RESP-FILENAME       pic X(256).
        01  WS-CUST-JNL-FILENAME   pic X(256).
        01  WS-CTL-FILENAME        pic X(256).
        01  WS-DCUST-FILENAME      pic X(256).
        01  WS-DCAMP-FILENAME      pic X(256).
        01  WS-DDATE-FILENAME      pic X(256).
        01  WS-FMAIL-FILENAME      pic X(256).
        01  WS-FRET-FILENAME       pic X(256).
        01  WS-FRESP-FILENAME      pic X(256).
        01  WS-FCHG-FILENAME       pic X(256).
        01  WS-BICTL-FILENAME      pic X(256).
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i) = "MODE=FULL"
                    move "FULL" to WS-MODE
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-RUN-DATE from date yyyymmdd.
           accept WS-RUN-TIME from time.
           move WS-RUN-DATE to WS-RUN-STAMP(1:8).
           move WS-RUN-TIME(1:6) to WS-RUN-STAMP(9:6).
           perform READ-CONTROL-S thru READ-CONTROL-E.
           if WS-CTL-FOUND = "N"
              move "FULL" to WS-MODE
           end-if.
           if WS-MODE = "FULL"
              move "00000000" to WS-FROM-DATE
           else
              move WS-LAST-DATE to WS-FROM-DATE
           end-if.
           add 1 to WS-SEQ-NO.
           initialize WS-TBL-TOTALS.
           perform OPEN-FILES-S thru OPEN-FILES-E.
           perform DIM-CUST-S thru DIM-CUST-E.
           perform DIM-CAMP-S thru DIM-CAMP-E.
           perform FACT-MAIL-S thru FACT-MAIL-E.
           perform FACT-RETURN-S thru FACT-RETURN-E.
           perform FACT-RESP-S thru FACT-RESP-E.
           perform FACT-CHANGE-S thru FACT-CHANGE-E.
           perform DIM-DATE-S thru DIM-DATE-E.
           perform CLOSE-FILES-S thru CLOSE-FILES-E.
           perform WRITE-BICTL-S thru WRITE-BICTL-E.
           perform WRITE-CONTROL-S thru WRITE-CONTROL-E.
           display "BI EXTRACT SEQ=" WS-SEQ-NO " MODE=" WS-MODE
                   " FROM=" WS-FROM-DATE " TO<" WS-RUN-DATE.
           move 1 to WS-TBL.
           perform until WS-TBL > 7
              display "  " WS-TBL-NAME(WS-TBL)
                      " ROWS=" WS-TBL-ROWS(WS-TBL)
              compute WS-RJ-COUNT = WS-RJ-COUNT
                 + WS-TBL-ROWS(WS-TBL)
              add 1 to WS-TBL
           end-perform.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        READ-CONTROL-S.
           open input ctl-file.
           if WS-CTL-FS not = "00"
              go to READ-CONTROL-E
           end-if.
           read ctl-file
              at end
                 close ctl-file
                 go to READ-CONTROL-E
           end-read.
           close ctl-file.
           move "Y" to WS-CTL-FOUND.
           initialize WS-TOK.
           unstring CTL-FD-REC delimited by " "
              into WS-TOK-ENTRY(1) WS-TOK-ENTRY(2) WS-TOK-ENTRY(3)
                   WS-TOK-ENTRY(4) WS-TOK-ENTRY(5) WS-TOK-ENTRY(6).
           if WS-TOK-ENTRY(1)(1:4) = "SEQ="
              and WS-TOK-ENTRY(1)(5:6) is numeric
              move WS-TOK-ENTRY(1)(5:6) to WS-SEQ-NO
           end-if.
           if WS-TOK-ENTRY(2)(1:5) = "LAST="
              and WS-TOK-ENTRY(2)(6:8) is numeric
              move WS-TOK-ENTRY(2)(6:8) to WS-LAST-DATE
           end-if.
           if WS-TOK-ENTRY(3)(1:4) = "CSK="
              and WS-TOK-ENTRY(3)(5:9) is numeric
              move WS-TOK-ENTRY(3)(5:9) to WS-NEXT-CSK
           end-if.
           if WS-TOK-ENTRY(4)(1:4) = "PSK="
              and WS-TOK-ENTRY(4)(5:9) is numeric
              move WS-TOK-ENTRY(4)(5:9) to WS-NEXT-PSK
           end-if.
           if WS-TOK-ENTRY(5)(1:5) = "DMIN="
              and WS-TOK-ENTRY(5)(6:8) is numeric
              move WS-TOK-ENTRY(5)(6:8) to WS-DMIN
           end-if.
           if WS-TOK-ENTRY(6)(1:6) = "DNEXT="
              and WS-TOK-ENTRY(6)(7:8) is numeric
              move WS-TOK-ENTRY(6)(7:8) to WS-DNEXT
           end-if.
        READ-CONTROL-E.

        WRITE-CONTROL-S.
           open output ctl-file.
           move spaces to CTL-FD-REC.
           string "SEQ="       delimited by size
                  WS-SEQ-NO    delimited by size
                  " LAST="     delimited by size
                  WS-RUN-DATE  delimited by size
                  " CSK="      delimited by size
                  WS-NEXT-CSK  delimited by size
                  " PSK="      delimited by size
                  WS-NEXT-PSK  delimited by size
                  " DMIN="     delimited by size
                  WS-DMIN      delimited by size
                  " DNEXT="    delimited by size
                  WS-DNEXT     delimited by size
                  into CTL-FD-REC.
           write CTL-FD-REC.
           close ctl-file.
        WRITE-CONTROL-E.

        FAIL-END-S.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        FAIL-END-E.

        OPEN-FILES-S.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           open i-o keymap-file.
           if WS-KEYMAP-FS = "35"
              open output keymap-file
              close keymap-file
              open i-o keymap-file
           end-if.
           if WS-KEYMAP-FS not = "00"
              display "ERROR: cannot open bi_keymap.idx status="
                      WS-KEYMAP-FS
              perform FAIL-END-S thru FAIL-END-E
           end-if.
      * 制御値が無い(初回・紛失)ときは台帳から次の番号を求める
           if WS-CTL-FOUND = "N"
              perform SEED-SK-S thru SEED-SK-E
           end-if.
           open input route-file.
           if WS-ROUTE-FS = "00"
              move "Y" to WS-ROUTE-OPEN
           end-if.
           open input life-file.
           if WS-LIFE-FS = "00"
              move "Y" to WS-LIFE-OPEN
           end-if.
           open input campaign-file.
           if WS-CAMP-FS = "00"
              move "Y" to WS-CAMP-OPEN
           end-if.
           open output dcust-file.
           if WS-OUT-FS not = "00"
              display "ERROR: cannot create bi_dim_customer.csv "
                      "status=" WS-OUT-FS
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           move spaces to WS-OUT-LINE.
           string "CUST_SK,CUST_NO,ACTIVE,ZIP,PREF,CITY,ROUTE,"
                  "LIFECYCLE,COUNTRY,MAIL_STOP,UPDATED"
                  delimited by size into WS-OUT-LINE.
           move WS-OUT-LINE to DCUST-FD-REC.
           write DCUST-FD-REC.
           open output dcamp-file.
           move spaces to WS-OUT-LINE.
           string "CAMPAIGN_SK,CAMPAIGN_CODE,NAME,DEPT,PLANNED_DATE,"
                  "BUDGET,STATUS,WEIGHT,UPDATED"
                  delimited by size into WS-OUT-LINE.
           move WS-OUT-LINE to DCAMP-FD-REC.
           write DCAMP-FD-REC.
           open output ddate-file.
           move "DATE_KEY,YEAR,QUARTER,MONTH,DAY,WEEKDAY,YYYYMM"
              to DDATE-FD-REC.
           write DDATE-FD-REC.
           open output fmail-file.
           move "DATE_KEY,CUST_SK,CAMPAIGN_SK,PIECES" to FMAIL-FD-REC.
           write FMAIL-FD-REC.
           open output fret-file.
           move "DATE_KEY,TIME,CUST_SK,ZIP,REASON,OPER" to FRET-FD-REC.
           write FRET-FD-REC.
           open output fresp-file.
           move spaces to WS-OUT-LINE.
           string "DATE_KEY,CUST_SK,CAMPAIGN_SK,RESP_TYPE,SOURCE,"
                  "ENTRY_DATE"
                  delimited by size into WS-OUT-LINE.
           move WS-OUT-LINE to FRESP-FD-REC.
           write FRESP-FD-REC.
           open output fchg-file.
           move spaces to WS-OUT-LINE.
           string "DATE_KEY,TIME,CUST_SK,ACTION,KIND,OPER,ZIP_BEFORE,"
                  "ZIP_AFTER,MOVED"
                  delimited by size into WS-OUT-LINE.
           move WS-OUT-LINE to FCHG-FD-REC.
           write FCHG-FD-REC.
        OPEN-FILES-E.

        CLOSE-FILES-S.
           close cust-file keymap-file.
           if WS-ROUTE-OPEN = "Y"
              close route-file
           end-if.
           if WS-LIFE-OPEN = "Y"
              close life-file
           end-if.
           if WS-CAMP-OPEN = "Y"
              close campaign-file
           end-if.
           close dcust-file dcamp-file ddate-file fmail-file
                 fret-file fresp-file fchg-file.
        CLOSE-FILES-E.

        SEED-SK-S.
      * 台帳の最大の番号の次から振る
           move 0 to WS-NEXT-CSK WS-NEXT-PSK.
           move low-values to BK-キー.
           start keymap-file key is not less than BK-キー
              invalid key
                 go to SEED-SK-E
           end-start.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read keymap-file next
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if BK-種別 = "C"
                       and BK-代理キー > WS-NEXT-CSK
                       move BK-代理キー to WS-NEXT-CSK
                    end-if
                    if BK-種別 = "P"
                       and BK-代理キー > WS-NEXT-PSK
                       move BK-代理キー to WS-NEXT-PSK
                    end-if
              end-read
           end-perform.
        SEED-SK-E.

        KEY-GET-S.
      * WS-KEY-KIND・WS-KEY-NAT の代理キーを台帳から引き、無ければ
      * 次の番号を振って登録する(WS-KEY-NEW="Y")
           move "N" to WS-KEY-NEW.
           move WS-KEY-KIND to BK-種別.
           move WS-KEY-NAT  to BK-自然キー.
           read keymap-file
              invalid key
                 continue
              not invalid key
                 move BK-代理キー to WS-KEY-SK
                 go to KEY-GET-E
           end-read.
           if WS-KEY-KIND = "C"
              add 1 to WS-NEXT-CSK
              move WS-NEXT-CSK to WS-KEY-SK
           else
              add 1 to WS-NEXT-PSK
              move WS-NEXT-PSK to WS-KEY-SK
           end-if.
           move WS-KEY-KIND to BK-種別.
           move WS-KEY-NAT  to BK-自然キー.
           move WS-KEY-SK   to BK-代理キー.
           move WS-RUN-DATE to BK-付与日.
           write KEYMAP-REC
              invalid key
                 display "WARNING: keymap write failed "
                         WS-KEY-KIND " " WS-KEY-NAT
                         " status=" WS-KEYMAP-FS
           end-write.
           move "Y" to WS-KEY-NEW.
        KEY-GET-E.

        DIM-CUST-S.
      * 顧客マスタを顧客番号順に読み、代理キーを引き当てる
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read cust-file next
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform DIM-CUST-ONE-S thru DIM-CUST-ONE-E
              end-read
           end-perform.
        DIM-CUST-E.

        DIM-CUST-ONE-S.
           move "C" to WS-KEY-KIND.
           move C-顧客番号 to WS-KEY-NAT.
           perform KEY-GET-S thru KEY-GET-E.
           move WS-KEY-SK to WS-CUST-SK.
           move C-顧客番号 to WS-DC-NO.
           perform LIFE-GET-S thru LIFE-GET-E.
           move "N" to WS-EMIT.
           if WS-MODE = "FULL" or WS-KEY-NEW = "Y"
              or C-更新年月日 not < WS-FROM-DATE
              move "Y" to WS-EMIT
           end-if.
           if WS-LIFE-OPEN = "Y" and WS-LIFE-FS = "00"
              and L-状態変更日 not < WS-FROM-DATE
              move "Y" to WS-EMIT
           end-if.
           if WS-EMIT = "N"
              go to DIM-CUST-ONE-E
           end-if.
           move "Y" to WS-DC-ACTIVE.
           move C-郵便番号７桁 to WS-DC-ZIP.
           move C-都道府県名（漢字） to WS-WK-KEN-N.
           move C-市町村名（漢字） to WS-WK-SHI-N.
           move C-国コード to WS-DC-CNTRY.
           move C-郵送停止フラグ to WS-DC-STOP.
           move C-更新年月日 to WS-DC-UPD.
           perform DCUST-WRITE-S thru DCUST-WRITE-E.
        DIM-CUST-ONE-E.

        LIFE-GET-S.
      * WS-DC-NO の稼働状態(状態ファイルが無ければ空欄)
           move space to WS-DC-LIFE.
           move "23" to WS-LIFE-FS.
           if WS-LIFE-OPEN not = "Y"
              go to LIFE-GET-E
           end-if.
           move WS-DC-NO to L-顧客番号.
           read life-file
              invalid key
                 continue
              not invalid key
                 move L-状態 to WS-DC-LIFE
           end-read.
        LIFE-GET-E.

        DCUST-WRITE-S.
      * 顧客ディメンションの1行。ルートは郵便番号の上3桁で引く
      * (国外顧客は空欄)
           move spaces to WS-DC-ROUTE.
           if WS-ROUTE-OPEN = "Y"
              and (WS-DC-CNTRY = spaces or WS-DC-CNTRY = "JP")
              and WS-DC-ZIP not = spaces
              move WS-DC-ZIP(1:3) to RT-郵便番号上3桁
              read route-file
                 invalid key
                    continue
                 not invalid key
                    move RT-ルートコード to WS-DC-ROUTE
              end-read
           end-if.
           move spaces to WS-OUT-LINE.
           string WS-CUST-SK       delimited by size
                  ","              delimited by size
                  WS-DC-NO         delimited by space
                  ","              delimited by size
                  WS-DC-ACTIVE     delimited by size
                  ","              delimited by size
                  WS-DC-ZIP        delimited by space
                  ","              delimited by size
                  WS-WK-KEN-X      delimited by "  "
                  ","              delimited by size
                  WS-WK-SHI-X      delimited by "  "
                  ","              delimited by size
                  WS-DC-ROUTE      delimited by space
                  ","              delimited by size
                  WS-DC-LIFE       delimited by space
                  ","              delimited by size
                  WS-DC-CNTRY      delimited by space
                  ","              delimited by size
                  WS-DC-STOP       delimited by space
                  ","              delimited by size
                  WS-DC-UPD        delimited by space
                  into WS-OUT-LINE.
           move WS-OUT-LINE to DCUST-FD-REC.
           write DCUST-FD-REC.
           move 1 to WS-TBL.
           move WS-CUST-SK to WS-KEY-ADD.
           perform TALLY-S thru TALLY-E.
        DCUST-WRITE-E.

        DCUST-STUB-S.
      * マスタに無い顧客がファクトに出てきたとき、番号だけの行を出す
           move WS-KEY-NAT to WS-DC-NO.
           move "N" to WS-DC-ACTIVE.
           move spaces to WS-DC-ZIP WS-DC-CNTRY WS-DC-STOP WS-DC-UPD
                          WS-WORK-N.
           perform LIFE-GET-S thru LIFE-GET-E.
           perform DCUST-WRITE-S thru DCUST-WRITE-E.
        DCUST-STUB-E.

        CUST-SK-S.
      * ファクトの顧客番号(WS-KEY-NAT)の代理キー
           move "C" to WS-KEY-KIND.
           perform KEY-GET-S thru KEY-GET-E.
           move WS-KEY-SK to WS-CUST-SK.
           if WS-KEY-NEW = "Y"
              perform DCUST-STUB-S thru DCUST-STUB-E
           end-if.
        CUST-SK-E.

        DIM-CAMP-S.
           if WS-CAMP-OPEN not = "Y"
              go to DIM-CAMP-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read campaign-file next
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform DIM-CAMP-ONE-S thru DIM-CAMP-ONE-E
              end-read
           end-perform.
        DIM-CAMP-E.

        DIM-CAMP-ONE-S.
           move "P" to WS-KEY-KIND.
           move CP-キャンペーン to WS-KEY-NAT.
           perform KEY-GET-S thru KEY-GET-E.
           move WS-KEY-SK to WS-CAMP-SK.
           if WS-MODE not = "FULL" and WS-KEY-NEW = "N"
              and CP-更新年月日 < WS-FROM-DATE
              go to DIM-CAMP-ONE-E
           end-if.
           move spaces to WS-WORK-N.
           move CP-キャンペーン名 to WS-WK-CPN-N.
           move CP-予算通数 to WS-BUDGET-ED.
           move CP-通重量 to WS-WEIGHT-ED.
           move spaces to WS-OUT-LINE.
           string WS-CAMP-SK       delimited by size
                  ","              delimited by size
                  CP-キャンペーン  delimited by space
                  ","              delimited by size
                  WS-WK-CPN-X      delimited by "  "
                  ","              delimited by size
                  CP-負担部門      delimited by space
                  ","              delimited by size
                  CP-差出予定日    delimited by space
                  ","              delimited by size
                  WS-BUDGET-ED     delimited by size
                  ","              delimited by size
                  CP-状態          delimited by space
                  ","              delimited by size
                  WS-WEIGHT-ED     delimited by size
                  ","              delimited by size
                  CP-更新年月日    delimited by space
                  into WS-OUT-LINE.
           perform DCAMP-WRITE-S thru DCAMP-WRITE-E.
        DIM-CAMP-ONE-E.

        DCAMP-WRITE-S.
           move WS-OUT-LINE to DCAMP-FD-REC.
           write DCAMP-FD-REC.
           move 2 to WS-TBL.
           move WS-CAMP-SK to WS-KEY-ADD.
           perform TALLY-S thru TALLY-E.
        DCAMP-WRITE-E.

        CAMP-SK-S.
      * ファクトのキャンペーン(WS-CAMP-CODE)の代理キー。空欄は 0。
      * マスタに無いキャンペーンは番号だけの行を出す
           move 0 to WS-CAMP-SK.
           if WS-CAMP-CODE = spaces
              go to CAMP-SK-E
           end-if.
           move "P" to WS-KEY-KIND.
           move WS-CAMP-CODE to WS-KEY-NAT.
           perform KEY-GET-S thru KEY-GET-E.
           move WS-KEY-SK to WS-CAMP-SK.
           if WS-KEY-NEW = "Y"
              move spaces to WS-OUT-LINE
              string WS-CAMP-SK    delimited by size
                     ","           delimited by size
                     WS-CAMP-CODE  delimited by space
                     ",,,,,,,"     delimited by size
                     into WS-OUT-LINE
              perform DCAMP-WRITE-S thru DCAMP-WRITE-E
           end-if.
        CAMP-SK-E.

        IN-RANGE-S.
      * WS-FACT-DATE が今回の範囲に入るか(WS-EMIT)。入れば日付
      * ディメンションの起点も更新する
           move "N" to WS-EMIT.
           if WS-FACT-DATE not numeric
              or WS-FACT-DATE < WS-FROM-DATE
              or WS-FACT-DATE not < WS-RUN-DATE-X
              go to IN-RANGE-E
           end-if.
           move "Y" to WS-EMIT.
        IN-RANGE-E.

        FACT-MIN-S.
      * 日付ディメンションの起点(年が1900以上の正しい月日だけ)
           if WS-FACT-DATE not numeric
              go to FACT-MIN-E
           end-if.
           move WS-FACT-DATE to WS-W-DATE.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           if WS-W-YYYY < 1900 or WS-W-MM < 1 or WS-W-MM > 12
              or WS-W-DD < 1 or WS-W-DD > 31
              go to FACT-MIN-E
           end-if.
           if WS-W-DATE < WS-FACT-MIN
              move WS-W-DATE to WS-FACT-MIN
           end-if.
        FACT-MIN-E.

        FACT-MAIL-S.
           open input mail-hist-file.
           if WS-HIST-FS not = "00"
              go to FACT-MAIL-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read mail-hist-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform FACT-MAIL-ONE-S thru FACT-MAIL-ONE-E
              end-read
           end-perform.
           close mail-hist-file.
        FACT-MAIL-E.

        FACT-MAIL-ONE-S.
           move MH-実行日 to WS-FACT-DATE.
           perform IN-RANGE-S thru IN-RANGE-E.
           if WS-EMIT = "N" or MH-顧客番号 = spaces
              go to FACT-MAIL-ONE-E
           end-if.
           perform FACT-MIN-S thru FACT-MIN-E.
           move MH-顧客番号 to WS-KEY-NAT.
           perform CUST-SK-S thru CUST-SK-E.
           move MH-キャンペーン to WS-CAMP-CODE.
           perform CAMP-SK-S thru CAMP-SK-E.
           move "1" to WS-PIECES.
           if MH-通区分 = "M"
              move "0" to WS-PIECES
           end-if.
           move spaces to WS-OUT-LINE.
           string MH-実行日      delimited by size
                  ","            delimited by size
                  WS-CUST-SK     delimited by size
                  ","            delimited by size
                  WS-CAMP-SK     delimited by size
                  ","            delimited by size
                  WS-PIECES      delimited by size
                  into WS-OUT-LINE.
           move WS-OUT-LINE to FMAIL-FD-REC.
           write FMAIL-FD-REC.
           move 4 to WS-TBL.
           move WS-CUST-SK to WS-KEY-ADD.
           perform TALLY-S thru TALLY-E.
        FACT-MAIL-ONE-E.

        FACT-RETURN-S.
           open input return-file.
           if WS-RET-FS not = "00"
              go to FACT-RETURN-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read return-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform FACT-RETURN-ONE-S thru FACT-RETURN-ONE-E
              end-read
           end-perform.
           close return-file.
        FACT-RETURN-E.

        FACT-RETURN-ONE-S.
           if RETURN-FD-REC(16:6) not = " cust="
              go to FACT-RETURN-ONE-E
           end-if.
           move RETURN-FD-REC(1:8) to WS-FACT-DATE.
           perform IN-RANGE-S thru IN-RANGE-E.
           if WS-EMIT = "N"
              go to FACT-RETURN-ONE-E
           end-if.
           perform FACT-MIN-S thru FACT-MIN-E.
           move RETURN-FD-REC(22:8) to WS-KEY-NAT.
           perform CUST-SK-S thru CUST-SK-E.
           move spaces to WS-OUT-LINE.
           string RETURN-FD-REC(1:8)  delimited by size
                  ","                 delimited by size
                  RETURN-FD-REC(10:6) delimited by size
                  ","                 delimited by size
                  WS-CUST-SK          delimited by size
                  ","                 delimited by size
                  RETURN-FD-REC(35:7) delimited by space
                  ","                 delimited by size
                  RETURN-FD-REC(50:1) delimited by space
                  ","                 delimited by size
                  RETURN-FD-REC(57:8) delimited by space
                  into WS-OUT-LINE.
           move WS-OUT-LINE to FRET-FD-REC.
           write FRET-FD-REC.
           move 5 to WS-TBL.
           move WS-CUST-SK to WS-KEY-ADD.
           perform TALLY-S thru TALLY-E.
        FACT-RETURN-ONE-E.

        FACT-RESP-S.
           open input resp-file.
           if WS-RESP-FS not = "00"
              go to FACT-RESP-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read resp-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform FACT-RESP-ONE-S thru FACT-RESP-ONE-E
              end-read
           end-perform.
           close resp-file.
        FACT-RESP-E.

        FACT-RESP-ONE-S.
      * 反応は入力日で範囲を切る(反応日は入力より前の日付がある)
           move RS-入力日 to WS-FACT-DATE.
           perform IN-RANGE-S thru IN-RANGE-E.
           if WS-EMIT = "N" or RS-顧客番号 = spaces
              go to FACT-RESP-ONE-E
           end-if.
           move RS-反応日 to WS-FACT-DATE.
           perform FACT-MIN-S thru FACT-MIN-E.
           move RS-入力日 to WS-FACT-DATE.
           perform FACT-MIN-S thru FACT-MIN-E.
           move RS-顧客番号 to WS-KEY-NAT.
           perform CUST-SK-S thru CUST-SK-E.
           move RS-キャンペーン to WS-CAMP-CODE.
           perform CAMP-SK-S thru CAMP-SK-E.
           move spaces to WS-OUT-LINE.
           string RS-反応日      delimited by space
                  ","            delimited by size
                  WS-CUST-SK     delimited by size
                  ","            delimited by size
                  WS-CAMP-SK     delimited by size
                  ","            delimited by size
                  RS-反応区分    delimited by space
                  ","            delimited by size
                  RS-入力元      delimited by space
                  ","            delimited by size
                  RS-入力日      delimited by space
                  into WS-OUT-LINE.
           move WS-OUT-LINE to FRESP-FD-REC.
           write FRESP-FD-REC.
           move 6 to WS-TBL.
           move WS-CUST-SK to WS-KEY-ADD.
           perform TALLY-S thru TALLY-E.
        FACT-RESP-ONE-E.

        FACT-CHANGE-S.
           open input cust-jnl-file.
           if WS-CJNL-FS not = "00"
              go to FACT-CHANGE-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read cust-jnl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform FACT-CHANGE-ONE-S thru FACT-CHANGE-ONE-E
              end-read
           end-perform.
           close cust-jnl-file.
        FACT-CHANGE-E.

        FACT-CHANGE-ONE-S.
           if CJNL-FD-REC(26:1) not = "A" and not = "C"
                                    and not = "D"
              go to FACT-CHANGE-ONE-E
           end-if.
           move CJNL-FD-REC(1:8) to WS-FACT-DATE.
           perform IN-RANGE-S thru IN-RANGE-E.
           if WS-EMIT = "N" or CJNL-FD-REC(28:8) = spaces
              go to FACT-CHANGE-ONE-E
           end-if.
           perform FACT-MIN-S thru FACT-MIN-E.
           move CJNL-FD-REC(28:8) to WS-KEY-NAT.
           perform CUST-SK-S thru CUST-SK-E.
           move CJNL-FD-REC(27:1) to WS-KIND.
           if WS-KIND = space
              move "B" to WS-KIND
           end-if.
           move spaces to WS-ZIP-BEFORE WS-ZIP-AFTER.
           move "N" to WS-MOVED.
           if WS-KIND = "B"
              if CJNL-FD-REC(26:1) not = "A"
                 move CJNL-FD-REC(37:502) to WS-IMG-X
                 move WS-IMG-ZIP to WS-ZIP-BEFORE
              end-if
              if CJNL-FD-REC(26:1) not = "D"
                 move CJNL-FD-REC(540:502) to WS-IMG-X
                 move WS-IMG-ZIP to WS-ZIP-AFTER
              end-if
              if CJNL-FD-REC(26:1) = "C"
                 and CJNL-FD-REC(164:42) not = CJNL-FD-REC(667:42)
                 move "Y" to WS-MOVED
              end-if
           end-if.
           move spaces to WS-OUT-LINE.
           string CJNL-FD-REC(1:8)  delimited by size
                  ","               delimited by size
                  CJNL-FD-REC(10:6) delimited by size
                  ","               delimited by size
                  WS-CUST-SK        delimited by size
                  ","               delimited by size
                  CJNL-FD-REC(26:1) delimited by size
                  ","               delimited by size
                  WS-KIND           delimited by size
                  ","               delimited by size
                  CJNL-FD-REC(17:8) delimited by space
                  ","               delimited by size
                  WS-ZIP-BEFORE     delimited by space
                  ","               delimited by size
                  WS-ZIP-AFTER      delimited by space
                  ","               delimited by size
                  WS-MOVED          delimited by size
                  into WS-OUT-LINE.
           move WS-OUT-LINE to FCHG-FD-REC.
           write FCHG-FD-REC.
           move 7 to WS-TBL.
           move WS-CUST-SK to WS-KEY-ADD.
           perform TALLY-S thru TALLY-E.
      * 本体の削除はその時点の像で顧客ディメンションを閉じる(同じ
      * 番号で登録し直されてマスタにあるときは出さない)
           if WS-KIND = "B" and CJNL-FD-REC(26:1) = "D"
              perform DCUST-DELETED-S thru DCUST-DELETED-E
           end-if.
        FACT-CHANGE-ONE-E.

        DCUST-DELETED-S.
           move CJNL-FD-REC(28:8) to C-顧客番号.
           read cust-file key is C-顧客番号
              invalid key
                 continue
              not invalid key
                 go to DCUST-DELETED-E
           end-read.
           move CJNL-FD-REC(37:502) to WS-IMG-X.
           move CJNL-FD-REC(28:8) to WS-DC-NO.
           move "N" to WS-DC-ACTIVE.
           move WS-IMG-ZIP to WS-DC-ZIP.
           move WS-IMG-KEN-N to WS-WK-KEN-N.
           move WS-IMG-SHI-N to WS-WK-SHI-N.
           move WS-IMG-CNTRY to WS-DC-CNTRY.
           move WS-IMG-STOP to WS-DC-STOP.
           move WS-IMG-UPD to WS-DC-UPD.
           perform LIFE-GET-S thru LIFE-GET-E.
           perform DCUST-WRITE-S thru DCUST-WRITE-E.
        DCUST-DELETED-E.

        DIM-DATE-S.
      * まだ渡していない日を出す。全件の作り直しはファクトの最も古い
      * 日から実行日の前日まで
           if WS-MODE = "FULL" or WS-DNEXT = 0
              if WS-FACT-MIN = 99999999
                 move WS-RUN-DATE to WS-FACT-MIN
              end-if
              move WS-FACT-MIN to WS-DR-FROM WS-DMIN
              move WS-RUN-DATE to WS-DR-TO
              perform DATE-RANGE-S thru DATE-RANGE-E
              move WS-RUN-DATE to WS-DNEXT
              go to DIM-DATE-E
           end-if.
           if WS-FACT-MIN < WS-DMIN
              move WS-FACT-MIN to WS-DR-FROM
              move WS-DMIN to WS-DR-TO
              perform DATE-RANGE-S thru DATE-RANGE-E
              move WS-FACT-MIN to WS-DMIN
           end-if.
           if WS-DNEXT < WS-RUN-DATE
              move WS-DNEXT to WS-DR-FROM
              move WS-RUN-DATE to WS-DR-TO
              perform DATE-RANGE-S thru DATE-RANGE-E
              move WS-RUN-DATE to WS-DNEXT
           end-if.
        DIM-DATE-E.

        DATE-RANGE-S.
      * WS-DR-FROM 以上 WS-DR-TO 未満の日を1日1行
           move WS-DR-FROM to WS-W-DATE.
           perform until WS-W-DATE not < WS-DR-TO
              perform DATE-ROW-S thru DATE-ROW-E
              perform NEXT-DAY-S thru NEXT-DAY-E
           end-perform.
        DATE-RANGE-E.

        DATE-ROW-S.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           perform DAY-OF-WEEK-S thru DAY-OF-WEEK-E.
           compute WS-QUARTER = (WS-W-MM + 2) / 3.
           move spaces to WS-OUT-LINE.
           string WS-W-DATE     delimited by size
                  ","           delimited by size
                  WS-W-YYYY     delimited by size
                  ","           delimited by size
                  WS-QUARTER    delimited by size
                  ","           delimited by size
                  WS-W-MM       delimited by size
                  ","           delimited by size
                  WS-W-DD       delimited by size
                  ","           delimited by size
                  WS-W-DOW      delimited by size
                  ","           delimited by size
                  WS-W-DATE(1:6) delimited by size
                  into WS-OUT-LINE.
           move WS-OUT-LINE to DDATE-FD-REC.
           write DDATE-FD-REC.
           move 3 to WS-TBL.
           move WS-W-DATE to WS-KEY-ADD.
           perform TALLY-S thru TALLY-E.
        DATE-ROW-E.

        TALLY-S.
      * WS-TBL 番目の表の件数とキー合計
           add 1 to WS-TBL-ROWS(WS-TBL).
           add WS-KEY-ADD to WS-TBL-KEYSUM(WS-TBL).
        TALLY-E.

        WRITE-BICTL-S.
      * 取込側の照合用。表ごとに件数とキー合計(下9桁)
           open output bictl-file.
           move "TABLE,ROWS,KEY_TOTAL,MODE,RUN_STAMP,SEQ"
              to BICTL-FD-REC.
           write BICTL-FD-REC.
           move 1 to WS-TBL.
           perform until WS-TBL > 7
              divide WS-TBL-KEYSUM(WS-TBL) by 1000000000
                 giving WS-KEYSUM-DIV
                 remainder WS-KEYSUM
              move spaces to WS-OUT-LINE
              string WS-TBL-NAME(WS-TBL)  delimited by space
                     ","                  delimited by size
                     WS-TBL-ROWS(WS-TBL)  delimited by size
                     ","                  delimited by size
                     WS-KEYSUM            delimited by size
                     ","                  delimited by size
                     WS-MODE              delimited by size
                     ","                  delimited by size
                     WS-RUN-STAMP         delimited by size
                     ","                  delimited by size
                     WS-SEQ-NO            delimited by size
                     into WS-OUT-LINE
              move WS-OUT-LINE to BICTL-FD-REC
              write BICTL-FD-REC
              add 1 to WS-TBL
           end-perform.
           close bictl-file.
        WRITE-BICTL-E.

        SPLIT-DATE-S.
           divide WS-W-DATE by 10000 giving WS-W-YYYY
              remainder WS-W-Q.
           divide WS-W-Q by 100 giving WS-W-MM
              remainder WS-W-DD.
        SPLIT-DATE-E.

        DAY-OF-WEEK-S.
      * 通算日(閏年を100年・400年の規則まで数える)を7で割った余り
      * から曜日を出す(1=月曜 … 7=日曜。ACCEPT FROM DAY-OF-WEEK と同じ)
           move WS-W-YYYY to WS-W-LEAPY.
           if WS-W-MM <= 2
              subtract 1 from WS-W-LEAPY
           end-if.
           compute WS-W-DAYNO = WS-W-YYYY * 365
              + WS-CUM-MM(WS-W-MM) + WS-W-DD + 6.
           divide WS-W-LEAPY by 4 giving WS-W-Q.
           add WS-W-Q to WS-W-DAYNO.
           divide WS-W-LEAPY by 100 giving WS-W-Q.
           subtract WS-W-Q from WS-W-DAYNO.
           divide WS-W-LEAPY by 400 giving WS-W-Q.
           add WS-W-Q to WS-W-DAYNO.
           divide WS-W-DAYNO by 7 giving WS-W-Q remainder WS-W-R.
           if WS-W-R = 0
              move 7 to WS-W-DOW
           else
              move WS-W-R to WS-W-DOW
           end-if.
        DAY-OF-WEEK-E.

        MONTH-END-S.
      * WS-W-YYYY/MM の月の日数(閏年の2月は29)
           move WS-MDAYS(WS-W-MM) to WS-W-MEND.
           if WS-W-MM = 2
              divide WS-W-YYYY by 4 giving WS-W-Q remainder WS-W-R
              if WS-W-R = 0
                 move 29 to WS-W-MEND
                 divide WS-W-YYYY by 100 giving WS-W-Q
                    remainder WS-W-R
                 if WS-W-R = 0
                    divide WS-W-YYYY by 400 giving WS-W-Q
                       remainder WS-W-R
                    if WS-W-R not = 0
                       move 28 to WS-W-MEND
                    end-if
                 end-if
              end-if
           end-if.
        MONTH-END-E.

        NEXT-DAY-S.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           perform MONTH-END-S thru MONTH-END-E.
           if WS-W-DD < WS-W-MEND
              add 1 to WS-W-DD
           else
              move 1 to WS-W-DD
              if WS-W-MM < 12
                 add 1 to WS-W-MM
              else
                 move 1 to WS-W-MM
                 add 1 to WS-W-YYYY
              end-if
           end-if.
           compute WS-W-DATE =
              WS-W-YYYY * 10000 + WS-W-MM * 100 + WS-W-DD.
        NEXT-DAY-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "route.idx" to WS-ROUTE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROUTE-FILENAME.
           move "custlife.idx" to WS-LIFE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LIFE-FILENAME.
           move "campaign.idx" to WS-CAMPAIGN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CAMPAIGN-FILENAME.
           move "bi_keymap.idx" to WS-KEYMAP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-KEYMAP-FILENAME.
           move "mailing_hist.dat" to WS-MAIL-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MAIL-HIST-FILENAME.
           move "mail_return.dat" to WS-RETURN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RETURN-FILENAME.
           move "campaign_resp.dat" to WS-RESP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RESP-FILENAME.
           move "cust_jnl.dat" to WS-CUST-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-JNL-FILENAME.
           move "bi_extract_ctl.dat" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "bi_dim_customer.csv" to WS-DCUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DCUST-FILENAME.
           move "bi_dim_campaign.csv" to WS-DCAMP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DCAMP-FILENAME.
           move "bi_dim_date.csv" to WS-DDATE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DDATE-FILENAME.
           move "bi_fact_mail.csv" to WS-FMAIL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-FMAIL-FILENAME.
           move "bi_fact_return.csv" to WS-FRET-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-FRET-FILENAME.
           move "bi_fact_response.csv" to WS-FRESP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-FRESP-FILENAME.
           move "bi_fact_change.csv" to WS-FCHG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-FCHG-FILENAME.
           move "bi_control.csv" to WS-BICTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-BICTL-FILENAME.
        ENV-RESOLVE-E.
