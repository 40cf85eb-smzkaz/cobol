      **=================================================================
      ** 顧客の地域分布と郵便番号カバー率(月次)
      ** 引数：MONTH=YYYYMM (増減を数える月。省略時は当月)
      **       PAGESIZE=nn (1頁の行数。既定60)
      ** 入力：customer.idx (現在の顧客。都道府県・市区町村・郵便番号)
      **       cust_jnl.dat (顧客の追加・変更・削除。本体の記帳だけを
      **       使い、対象月の追加A・削除Dと、変更Cで市区町村が
      **       変わったもの(転出・転入)を数える)
      **       yubin_seq.dat (市区町村ごとの郵便番号の全数)
      ** 出力：geo_report.rpt (都道府県・市区町村別の顧客数・構成比・
      **       当月の追加・削除・転入・転出・純増・郵便番号数・顧客の
      **       いる郵便番号数・カバー率。都道府県小計と総計つき、
      **       頁見出し・頁番号・改頁文字で頁を切る。スプールへ登録)
      **       geo_report.csv (同じ内容の1行1集計。見出し行つき。
      **       区分は CITY・PREF・TOTAL。グラフ作成用)
      ** 営業管理からの「顧客はどこにいて、どこで伸びているか」に、
      ** cust_export.csv を表計算で並べ替えて答えていたのをやめる。
      ** 構成比は全顧客(国外を含む)に対する割合。カバー率は
      ** その市区町村の郵便番号のうち顧客が1人以上いるものの割合。
      ** 国外顧客は (OVERSEAS) の1行にまとめる
      **=================================================================
        identification           division.
        program-id.              geo_report.
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
        select jnl-file
            assign to WS-JNL-FILENAME
            organization line sequential
            file status is WS-JNL-FS.
        select seq-file
            assign to WS-SEQ-FILENAME
            organization line sequential
            file status is WS-SEQ-FS.
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
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
        select csv-file
            assign to WS-CSV-FILENAME
            organization line sequential
            file status is WS-CSV-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

      * cust_jnl.dat の行形は cust_asof の見出しのとおり。像の中の
      * 都道府県は像の128バイト目から12バイト、市区町村は140バイト
      * 目から30バイト、郵便番号は121バイト目から7バイト
        fd  jnl-file
            label records are standard.
        01  JNL-FD-REC          pic X(1070).

      * yubin_seq.dat は POSTALCD の形。郵便番号(先頭7バイトが半角
      * の番号)・都道府県・市区町村だけをバイト単位で見る
        fd  seq-file
            label records are standard.
        01  SEQ-REC.
            03 SQ-団体コード部      pic X(30).
            03 SQ-郵便番号７桁      pic X(21).
            03 SQ-カナ部            pic X(264).
            03 SQ-都道府県名（漢字） pic X(12).
            03 SQ-市町村名（漢字）   pic X(30).
            03 filler               pic X(137).

        fd  work-file
            label records are standard.
        01  WORK-FD-REC         pic X(60).

      * 集計の明細。顧客1人(C)・郵便番号1行(Z)・当月の追加(A)・
      * 削除(D)・転入(I)・転出(O)を1行ずつ出し、都道府県・市区町村
      * ・郵便番号の順に並べ替えて足し込む
        sd  sort-work-file.
        01  SORT-WORK-REC.
            03 SRT-都道府県      pic X(12).
            03 SRT-市区町村      pic X(30).
            03 SRT-郵便番号      pic X(07).
            03 SRT-種別          pic X(01).
            03 filler            pic X(10).

        fd  srt-file
            label records are standard.
        01  SRT-REC.
            03 EV-都道府県       pic X(12).
            03 EV-市区町村       pic X(30).
            03 EV-郵便番号       pic X(07).
            03 EV-種別           pic X(01).
            03 filler            pic X(10).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(132).

        fd  csv-file
            label records are standard.
        01  CSV-FD-REC          pic X(200).

        working-storage           section.
        01  WS-CUST-FS          pic X(02).
        01  WS-JNL-FS           pic X(02).
        01  WS-SEQ-FS           pic X(02).
        01  WS-WORK-FS          pic X(02).
        01  WS-SRT-FS           pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-CSV-FS           pic X(02).
        01  WS-EOF              pic X(01).
        01  WS-ARG-JUNK         pic X(10).
        01  WS-ARG-MONTH        pic X(06) value spaces.
        01  WS-ARG-PAGESIZE     pic X(03) value spaces.
        01  WS-MONTH            pic X(06).
        01  WS-PAGESIZE         pic 9(03) value 60.
        01  WS-RUN-DATE         pic 9(08).
      * 1件分の明細
        01  WS-EV-LINE.
            03 WS-EV-都道府県    pic X(12).
            03 WS-EV-市区町村    pic X(30).
            03 WS-EV-郵便番号    pic X(07).
            03 WS-EV-種別        pic X(01).
            03 filler            pic X(10).
        01  WS-KEN-N            pic N(4).
        01  WS-KEN-X REDEFINES WS-KEN-N pic X(12).
        01  WS-SHI-N            pic N(10).
        01  WS-SHI-X REDEFINES WS-SHI-N pic X(30).
        01  WS-CUST-TOTAL       pic 9(07) value 0.
        01  WS-SEQ-COUNT        pic 9(07) value 0.
        01  WS-JNL-COUNT        pic 9(07) value 0.
      * 集計(1=市区町村 2=都道府県 3=総計)
        01  WS-ACC-TABLE.
            03 WS-ACC  occurs 3.
               05 WS-ACC-CUST     pic 9(07).
               05 WS-ACC-ADD      pic 9(07).
               05 WS-ACC-DEL      pic 9(07).
               05 WS-ACC-IN       pic 9(07).
               05 WS-ACC-OUT      pic 9(07).
               05 WS-ACC-ZIPS     pic 9(07).
               05 WS-ACC-COVERED  pic 9(07).
        01  WS-LV               pic 9(01).
        01  WS-LV-UP            pic 9(01).
        01  WS-CUR-KEN          pic X(12).
        01  WS-CUR-SHI          pic X(30).
        01  WS-CUR-ZIP          pic X(07).
        01  WS-KEN-OPEN         pic X(01) value "N".
        01  WS-SHI-OPEN         pic X(01) value "N".
        01  WS-ZIP-OPEN         pic X(01) value "N".
        01  WS-ZIP-HAS-Z        pic X(01).
        01  WS-ZIP-HAS-C        pic X(01).
        01  WS-CITY-COUNT       pic 9(05) value 0.
      * 1行分の編集
        01  WS-NET              pic S9(07).
        01  WS-SHARE            pic 9(03)V9.
        01  WS-COVER            pic 9(03)V9.
        01  WS-CUST-ED          pic ZZZZZZ9.
        01  WS-SHARE-ED         pic ZZ9.9.
        01  WS-ADD-ED           pic ZZZZZ9.
        01  WS-DEL-ED           pic ZZZZZ9.
        01  WS-IN-ED            pic ZZZZZ9.
        01  WS-OUT-ED           pic ZZZZZ9.
        01  WS-NET-ED           pic ------9.
        01  WS-ZIPS-ED          pic ZZZZZ9.
        01  WS-COVERED-ED       pic ZZZZZ9.
        01  WS-COVER-ED         pic ZZ9.9.
        01  WS-LABEL            pic X(44).
        01  WS-LEVEL-TEXT       pic X(05).
        01  WS-RPT-LINE         pic X(132).
        01  WS-LINE-COUNT       pic 9(03) value 0.
        01  WS-PAGE-NO          pic 9(04) value 0.
        01  WS-PAGE-NO-ED       pic ZZZ9.
        01  WS-FF-LINE          pic X(01) value X"0C".
      * CSVの1行(数値は前の空白を落として詰める)
        01  WS-CSV-LINE         pic X(200).
        01  WS-CSV-PTR          pic 9(03).
        01  WS-NT-EDIT          pic X(08).
        01  WS-NT-LEAD          pic 9(02).
      * スプール登録(SPL001)
        01  WS-SPL-RPT-FILE     pic X(30) value "geo_report.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "GEO_REPORT".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 99.
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME       pic X(256).
        01  WS-JNL-FILENAME        pic X(256).
        01  WS-SEQ-FILENAME        pic X(256).
        01  WS-WORK-FILENAME       pic X(256).
        01  WS-SORT-WORK-FILENAME  pic X(256).
        01  WS-SRT-FILENAME        pic X(256).
        01  WS-RPT-FILENAME        pic X(256).
        01  WS-CSV-FILENAME        pic X(256).
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
              perform until i > argc or i > 10
                 accept param(i) from argument-value
                 if param(i)(1:6) = "MONTH="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-ARG-MONTH
                 end-if
                 if param(i)(1:9) = "PAGESIZE="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-ARG-PAGESIZE
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           accept WS-RUN-DATE from date yyyymmdd.
           move WS-RUN-DATE(1:6) to WS-MONTH.
           if WS-ARG-MONTH not = spaces
              if WS-ARG-MONTH not numeric
                 display "ERROR: MONTH= must be YYYYMM: " WS-ARG-MONTH
                 stop run
              end-if
              move WS-ARG-MONTH to WS-MONTH
           end-if.
           if WS-ARG-PAGESIZE not = spaces
              if WS-ARG-PAGESIZE(3:1) = space
                 move WS-ARG-PAGESIZE(2:1) to WS-ARG-PAGESIZE(3:1)
                 move WS-ARG-PAGESIZE(1:1) to WS-ARG-PAGESIZE(2:1)
                 move "0" to WS-ARG-PAGESIZE(1:1)
              end-if
              if WS-ARG-PAGESIZE is numeric
                 move WS-ARG-PAGESIZE to WS-PAGESIZE
              end-if
           end-if.
           if WS-PAGESIZE < 10
              move 10 to WS-PAGESIZE
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           open output work-file.
           perform CUST-PASS-S thru CUST-PASS-E.
           perform SEQ-PASS-S thru SEQ-PASS-E.
           perform JNL-PASS-S thru JNL-PASS-E.
           close work-file.
           sort sort-work-file
              on ascending key SRT-都道府県 SRT-市区町村
                               SRT-郵便番号 SRT-種別
              using work-file
              giving srt-file.
           perform REPORT-RUN-S thru REPORT-RUN-E.
           move spaces to WS-FILE-CMD.
           string "rm -f "         delimited by size
                  WS-WORK-FILENAME delimited by space
                  " "              delimited by size
                  WS-SRT-FILENAME  delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
      * 印字イメージをスプールへ登録(紙詰まり時はspool_maintで再印字)
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-RPT-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "GEO REPORT MONTH=" WS-MONTH
                   " CUSTOMERS=" WS-CUST-TOTAL
                   " CITIES=" WS-CITY-COUNT
                   " JNL-EVENTS=" WS-JNL-COUNT.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-CUST-TOTAL to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        CUST-PASS-S.
      * 現在の顧客を1人1行の明細にする
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              move "END  " to WS-RJ-MODE
              move "FAILED" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           move low-values to C-顧客番号.
           start cust-file key is >= C-顧客番号
              invalid key
                 close cust-file
                 go to CUST-PASS-E
           end-start.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read cust-file next record
                 at end
                    move "Y" to WS-EOF
                 not at end
                    add 1 to WS-CUST-TOTAL
                    move spaces to WS-EV-LINE
                    if C-国コード not = spaces
                       and C-国コード not = "JP"
                       move "(OVERSEAS)" to WS-EV-都道府県
                    else
                       move C-都道府県名（漢字） to WS-KEN-N
                       move WS-KEN-X to WS-EV-都道府県
                       move C-市町村名（漢字） to WS-SHI-N
                       move WS-SHI-X to WS-EV-市区町村
                       move C-郵便番号７桁 to WS-EV-郵便番号
                    end-if
                    move "C" to WS-EV-種別
                    move WS-EV-LINE to WORK-FD-REC
                    write WORK-FD-REC
              end-read
           end-perform.
           close cust-file.
        CUST-PASS-E.

        SEQ-PASS-S.
      * 郵便番号の全数(同じ番号の複数町域は集計時に1つに数える)
           open input seq-file.
           if WS-SEQ-FS not = "00"
              display "WARNING: cannot open yubin_seq.dat status="
                      WS-SEQ-FS " - coverage not computed"
              go to SEQ-PASS-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read seq-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    add 1 to WS-SEQ-COUNT
                    move spaces to WS-EV-LINE
                    move SQ-都道府県名（漢字）
                       to WS-EV-都道府県
                    move SQ-市町村名（漢字）
                       to WS-EV-市区町村
                    move SQ-郵便番号７桁(1:7)
                       to WS-EV-郵便番号
                    move "Z" to WS-EV-種別
                    move WS-EV-LINE to WORK-FD-REC
                    write WORK-FD-REC
              end-read
           end-perform.
           close seq-file.
        SEQ-PASS-E.

        JNL-PASS-S.
      * 対象月の本体の記帳から追加・削除・転入・転出を拾う。
      * 追加は変更後像、削除は変更前像の市区町村に数える
           open input jnl-file.
           if WS-JNL-FS not = "00"
              go to JNL-PASS-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read jnl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if JNL-FD-REC(1:6) = WS-MONTH
                       and JNL-FD-REC(27:1) = space
                       perform JNL-ONE-S thru JNL-ONE-E
                    end-if
              end-read
           end-perform.
           close jnl-file.
        JNL-PASS-E.

        JNL-ONE-S.
           evaluate JNL-FD-REC(26:1)
              when "A"
                 move "A" to WS-EV-種別
                 perform JNL-AFTER-S thru JNL-AFTER-E
              when "D"
                 move "D" to WS-EV-種別
                 perform JNL-BEFORE-S thru JNL-BEFORE-E
              when "C"
      * 市区町村が変わった変更だけを転出・転入として数える
                 if JNL-FD-REC(164:42) not = JNL-FD-REC(667:42)
                    move "O" to WS-EV-種別
                    perform JNL-BEFORE-S thru JNL-BEFORE-E
                    move "I" to WS-EV-種別
                    perform JNL-AFTER-S thru JNL-AFTER-E
                 end-if
           end-evaluate.
        JNL-ONE-E.

        JNL-BEFORE-S.
           move JNL-FD-REC(164:12) to WS-EV-都道府県.
           move JNL-FD-REC(176:30) to WS-EV-市区町村.
           perform JNL-WRITE-S thru JNL-WRITE-E.
        JNL-BEFORE-E.

        JNL-AFTER-S.
           move JNL-FD-REC(667:12) to WS-EV-都道府県.
           move JNL-FD-REC(679:30) to WS-EV-市区町村.
           perform JNL-WRITE-S thru JNL-WRITE-E.
        JNL-AFTER-E.

        JNL-WRITE-S.
      * 住所の無い像(国外顧客)は国外の行へ寄せる
           if WS-EV-都道府県 = spaces
              move "(OVERSEAS)" to WS-EV-都道府県
              move spaces to WS-EV-市区町村
           end-if.
           move spaces to WS-EV-郵便番号.
           add 1 to WS-JNL-COUNT.
           move WS-EV-LINE to WORK-FD-REC.
           write WORK-FD-REC.
        JNL-WRITE-E.

      ******************************************************************
        REPORT-RUN-S.
           open input srt-file.
           open output rpt-file.
           open output csv-file.
           move "LEVEL,PREF,CITY,CUSTOMERS,SHARE_PCT,ADDS,DELETES,"
              to WS-CSV-LINE.
           move "MOVED_IN,MOVED_OUT,NET,ZIPS,ZIPS_WITH_CUST,"
              to WS-CSV-LINE(50:).
           move "COVERAGE_PCT" to WS-CSV-LINE(93:).
           move WS-CSV-LINE to CSV-FD-REC.
           write CSV-FD-REC.
           initialize WS-ACC-TABLE.
           perform NEW-PAGE-S thru NEW-PAGE-E.
           move "N" to WS-EOF.
           perform REPORT-LOOP-S thru REPORT-LOOP-E
              until WS-EOF = "Y".
           if WS-KEN-OPEN = "Y"
              perform ZIP-CLOSE-S thru ZIP-CLOSE-E
              perform CITY-CLOSE-S thru CITY-CLOSE-E
              perform PREF-CLOSE-S thru PREF-CLOSE-E
           end-if.
           move 3 to WS-LV.
           move "総計" to WS-LABEL.
           move "TOTAL" to WS-LEVEL-TEXT.
           perform CHECK-PAGE-S thru CHECK-PAGE-E.
           perform PRINT-LINE-S thru PRINT-LINE-E.
           close csv-file.
           close rpt-file.
           close srt-file.
        REPORT-RUN-E.

        REPORT-LOOP-S.
           read srt-file
              at end
                 move "Y" to WS-EOF
                 go to REPORT-LOOP-E
           end-read.
      * 郵便番号・市区町村・都道府県の切れ目
           if WS-KEN-OPEN = "Y"
              if EV-都道府県 not = WS-CUR-KEN
                 perform ZIP-CLOSE-S thru ZIP-CLOSE-E
                 perform CITY-CLOSE-S thru CITY-CLOSE-E
                 perform PREF-CLOSE-S thru PREF-CLOSE-E
              else
                 if EV-市区町村 not = WS-CUR-SHI
                    perform ZIP-CLOSE-S thru ZIP-CLOSE-E
                    perform CITY-CLOSE-S thru CITY-CLOSE-E
                 else
                    if EV-郵便番号 not = WS-CUR-ZIP
                       perform ZIP-CLOSE-S thru ZIP-CLOSE-E
                    end-if
                 end-if
              end-if
           end-if.
           if WS-KEN-OPEN not = "Y"
              move "Y" to WS-KEN-OPEN
              move EV-都道府県 to WS-CUR-KEN
              perform PREF-HEAD-S thru PREF-HEAD-E
           end-if.
           if WS-SHI-OPEN not = "Y"
              move "Y" to WS-SHI-OPEN
              move EV-市区町村 to WS-CUR-SHI
           end-if.
           if WS-ZIP-OPEN not = "Y"
              move "Y" to WS-ZIP-OPEN
              move EV-郵便番号 to WS-CUR-ZIP
              move "N" to WS-ZIP-HAS-Z WS-ZIP-HAS-C
           end-if.
           evaluate EV-種別
              when "C"
                 add 1 to WS-ACC-CUST(1)
                 move "Y" to WS-ZIP-HAS-C
              when "Z"
                 move "Y" to WS-ZIP-HAS-Z
              when "A"
                 add 1 to WS-ACC-ADD(1)
              when "D"
                 add 1 to WS-ACC-DEL(1)
              when "I"
                 add 1 to WS-ACC-IN(1)
              when "O"
                 add 1 to WS-ACC-OUT(1)
           end-evaluate.
        REPORT-LOOP-E.

        ZIP-CLOSE-S.
      * 郵便番号1つ分。住所マスタにある番号だけを分母に数える
           move "N" to WS-ZIP-OPEN.
           if WS-ZIP-HAS-Z = "Y"
              add 1 to WS-ACC-ZIPS(1)
              if WS-ZIP-HAS-C = "Y"
                 add 1 to WS-ACC-COVERED(1)
              end-if
           end-if.
        ZIP-CLOSE-E.

        CITY-CLOSE-S.
      * 市区町村1つ分の行。顧客も増減も無い(郵便番号だけの)市区
      * 町村は行を出さずにカバー率の分母だけ都道府県へ足す
           move "N" to WS-SHI-OPEN.
           move 1 to WS-LV.
           if WS-ACC-CUST(1) > 0 or WS-ACC-ADD(1) > 0
              or WS-ACC-DEL(1) > 0 or WS-ACC-IN(1) > 0
              or WS-ACC-OUT(1) > 0
              add 1 to WS-CITY-COUNT
              move spaces to WS-LABEL
              move WS-CUR-SHI to WS-LABEL(3:)
              if WS-CUR-SHI = spaces
                 move "(市区町村なし)" to WS-LABEL(3:)
              end-if
              move "CITY" to WS-LEVEL-TEXT
              perform CHECK-PAGE-S thru CHECK-PAGE-E
              perform PRINT-LINE-S thru PRINT-LINE-E
           end-if.
           perform ADD-UP-S thru ADD-UP-E.
        CITY-CLOSE-E.

        PREF-HEAD-S.
           perform CHECK-PAGE-S thru CHECK-PAGE-E.
           move spaces to WS-RPT-LINE.
           string "■ " delimited by size
                  WS-CUR-KEN delimited by size
                  into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        PREF-HEAD-E.

        PREF-CLOSE-S.
           move "N" to WS-KEN-OPEN.
           move 2 to WS-LV.
           move spaces to WS-LABEL.
           string "  小計 " delimited by size
                  WS-CUR-KEN delimited by size
                  into WS-LABEL.
           move "PREF" to WS-LEVEL-TEXT.
           move spaces to WS-CUR-SHI.
           perform CHECK-PAGE-S thru CHECK-PAGE-E.
           perform PRINT-LINE-S thru PRINT-LINE-E.
           move spaces to WS-RPT-LINE.
           perform CHECK-PAGE-S thru CHECK-PAGE-E.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           perform ADD-UP-S thru ADD-UP-E.
        PREF-CLOSE-E.

        ADD-UP-S.
      * WS-LV の集計を1つ上の段へ足し、WS-LV を空ける
           compute WS-LV-UP = WS-LV + 1.
           add WS-ACC-CUST(WS-LV)    to WS-ACC-CUST(WS-LV-UP).
           add WS-ACC-ADD(WS-LV)     to WS-ACC-ADD(WS-LV-UP).
           add WS-ACC-DEL(WS-LV)     to WS-ACC-DEL(WS-LV-UP).
           add WS-ACC-IN(WS-LV)      to WS-ACC-IN(WS-LV-UP).
           add WS-ACC-OUT(WS-LV)     to WS-ACC-OUT(WS-LV-UP).
           add WS-ACC-ZIPS(WS-LV)    to WS-ACC-ZIPS(WS-LV-UP).
           add WS-ACC-COVERED(WS-LV) to WS-ACC-COVERED(WS-LV-UP).
           initialize WS-ACC(WS-LV).
        ADD-UP-E.

        PRINT-LINE-S.
      * WS-LV の段の1行を帳票とCSVへ出す。構成比は全顧客に対する
      * 割合、カバー率は顧客のいる郵便番号÷郵便番号数(分母0なら0)
           compute WS-NET = WS-ACC-ADD(WS-LV) + WS-ACC-IN(WS-LV)
                          - WS-ACC-DEL(WS-LV) - WS-ACC-OUT(WS-LV).
           if WS-CUST-TOTAL > 0
              compute WS-SHARE rounded
                 = WS-ACC-CUST(WS-LV) * 100 / WS-CUST-TOTAL
           else
              move 0 to WS-SHARE
           end-if.
           if WS-ACC-ZIPS(WS-LV) > 0
              compute WS-COVER rounded
                 = WS-ACC-COVERED(WS-LV) * 100 / WS-ACC-ZIPS(WS-LV)
           else
              move 0 to WS-COVER
           end-if.
           move WS-ACC-CUST(WS-LV)    to WS-CUST-ED.
           move WS-SHARE              to WS-SHARE-ED.
           move WS-ACC-ADD(WS-LV)     to WS-ADD-ED.
           move WS-ACC-DEL(WS-LV)     to WS-DEL-ED.
           move WS-ACC-IN(WS-LV)      to WS-IN-ED.
           move WS-ACC-OUT(WS-LV)     to WS-OUT-ED.
           move WS-NET                to WS-NET-ED.
           move WS-ACC-ZIPS(WS-LV)    to WS-ZIPS-ED.
           move WS-ACC-COVERED(WS-LV) to WS-COVERED-ED.
           move WS-COVER              to WS-COVER-ED.
           move spaces to WS-RPT-LINE.
           string WS-LABEL      delimited by size
                  WS-CUST-ED    delimited by size
                  " "           delimited by size
                  WS-SHARE-ED   delimited by size
                  " "           delimited by size
                  WS-ADD-ED     delimited by size
                  " "           delimited by size
                  WS-DEL-ED     delimited by size
                  " "           delimited by size
                  WS-IN-ED      delimited by size
                  " "           delimited by size
                  WS-OUT-ED     delimited by size
                  " "           delimited by size
                  WS-NET-ED     delimited by size
                  " "           delimited by size
                  WS-ZIPS-ED    delimited by size
                  " "           delimited by size
                  WS-COVERED-ED delimited by size
                  " "           delimited by size
                  WS-COVER-ED   delimited by size
                  into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
      * CSV
           move spaces to WS-CSV-LINE.
           move 1 to WS-CSV-PTR.
           string WS-LEVEL-TEXT delimited by space
                  ","           delimited by size
                  into WS-CSV-LINE with pointer WS-CSV-PTR.
           if WS-LV < 3
              string WS-CUR-KEN delimited by space
                     into WS-CSV-LINE with pointer WS-CSV-PTR
           end-if.
           string "," delimited by size
                  into WS-CSV-LINE with pointer WS-CSV-PTR.
           if WS-LV = 1
              string WS-CUR-SHI delimited by space
                     into WS-CSV-LINE with pointer WS-CSV-PTR
           end-if.
           string "," delimited by size
                  into WS-CSV-LINE with pointer WS-CSV-PTR.
           move WS-CUST-ED to WS-NT-EDIT.
           perform CSV-NUM-S thru CSV-NUM-E.
           move WS-SHARE-ED to WS-NT-EDIT.
           perform CSV-NUM-S thru CSV-NUM-E.
           move WS-ADD-ED to WS-NT-EDIT.
           perform CSV-NUM-S thru CSV-NUM-E.
           move WS-DEL-ED to WS-NT-EDIT.
           perform CSV-NUM-S thru CSV-NUM-E.
           move WS-IN-ED to WS-NT-EDIT.
           perform CSV-NUM-S thru CSV-NUM-E.
           move WS-OUT-ED to WS-NT-EDIT.
           perform CSV-NUM-S thru CSV-NUM-E.
           move WS-NET-ED to WS-NT-EDIT.
           perform CSV-NUM-S thru CSV-NUM-E.
           move WS-ZIPS-ED to WS-NT-EDIT.
           perform CSV-NUM-S thru CSV-NUM-E.
           move WS-COVERED-ED to WS-NT-EDIT.
           perform CSV-NUM-S thru CSV-NUM-E.
           move WS-COVER-ED to WS-NT-EDIT.
           move 0 to WS-NT-LEAD.
           inspect WS-NT-EDIT tallying WS-NT-LEAD
              for leading space.
           string WS-NT-EDIT(WS-NT-LEAD + 1:) delimited by space
                  into WS-CSV-LINE with pointer WS-CSV-PTR.
           move WS-CSV-LINE to CSV-FD-REC.
           write CSV-FD-REC.
        PRINT-LINE-E.

        CSV-NUM-S.
      * 編集済みの数値の前の空白を落としてカンマとともに足す
           move 0 to WS-NT-LEAD.
           inspect WS-NT-EDIT tallying WS-NT-LEAD
              for leading space.
           string WS-NT-EDIT(WS-NT-LEAD + 1:) delimited by space
                  "," delimited by size
                  into WS-CSV-LINE with pointer WS-CSV-PTR.
        CSV-NUM-E.

        CHECK-PAGE-S.
           if WS-LINE-COUNT >= WS-PAGESIZE
              move spaces to RPT-FD-REC
              move WS-FF-LINE to RPT-FD-REC(1:1)
              write RPT-FD-REC
              perform NEW-PAGE-S thru NEW-PAGE-E
           end-if.
        CHECK-PAGE-E.

        NEW-PAGE-S.
           add 1 to WS-PAGE-NO.
           move WS-PAGE-NO to WS-PAGE-NO-ED.
           move spaces to WS-RPT-LINE.
           string "顧客の地域分布・郵便番号カバー率"
                  delimited by size
                  "  対象月:" delimited by size
                  WS-MONTH delimited by size
                  "  作成日:" delimited by size
                  WS-RUN-DATE delimited by size
                  "  頁:" delimited by size
                  WS-PAGE-NO-ED delimited by size
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           move spaces to WS-RPT-LINE.
           string "  都道府県・市区町村" delimited by size
                  "                        " delimited by size
                  " 顧客数構成比" delimited by size
                  "   追加   削除" delimited by size
                  "   転入   転出    純増" delimited by size
                  " 番号数 顧客有カバー" delimited by size
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           move spaces to RPT-FD-REC.
           write RPT-FD-REC.
           move 3 to WS-LINE-COUNT.
        NEW-PAGE-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           add 1 to WS-LINE-COUNT.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "cust_jnl.dat" to WS-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-JNL-FILENAME.
           move "yubin_seq.dat" to WS-SEQ-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SEQ-FILENAME.
           move "geo_report.wk" to WS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-WORK-FILENAME.
           move "geo_report_sort.wk" to WS-SORT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-WORK-FILENAME.
           move "geo_report.srt" to WS-SRT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SRT-FILENAME.
           move "geo_report.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
           move "geo_report.csv" to WS-CSV-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CSV-FILENAME.
        ENV-RESOLVE-E.
