      **=================================================================
      ** 郵送料金の計算と部門別チャージバック(振替)レポート
      ** 入力：mailing_hist.dat (ラベル実行が郵送1件ごとに書く履歴。
      **       料金を付ける通数の根拠はこの実績行。世帯宛ての同封の
      **       記録(通区分M)は料金を付けない)
      **       customer.idx (履歴行の顧客の郵便番号・国コードの引当)
      **       postage_rate.dat (料金表。1行1項目のカンマ区切り
      **         DOM,上限グラム,円        国内の重量区分別料金
      **         PRESORT,区分束通数,率%   区分郵便割引(実行単位の
      **                                  区分束適用通数が下限以上
      **                                  の最大段を適用)
      **         ZONE,国コード,地帯       国外の国別地帯
      **         INTL,地帯,上限グラム,円  国外の地帯・重量別料金)
      **       campaign.idx (キャンペーン・マスタ。CMP001で負担部門と
      **       1通の重さを引く。未登録のキャンペーンは部門
      **       UNASSIGN・25グラムで計上)
      **       presort.ctl (任意。presortと同じ束の成立条件)
      ** 引数：CAMPAIGN=xxxxxxxx (任意。キャンペーンで絞る)
      **       FROM=YYYYMMDD TO=YYYYMMDD (任意。ラベル実行日の範囲。
      **       どれも指定しなければ当月1日から本日まで)
      ** 出力：postage_cost.rpt (部門・年月・キャンペーン別の通数、
      **       料金、区分割引額、振替額。部門計と総合計つき)
      ** 郵送料金を総務が一括で持ち、部門へ振り替えられていない状態を
      ** 止める。ラベル実行(実行日・キャンペーン)ごとにpresortと同じ
      ** 規則で上3桁の束を数え直して区分割引を求め、国外顧客は国
      ** コードの地帯料金で計上する。割引による節減額は料金と別欄に
      ** 出し、振替額は料金から割引を引いた額とする
      **=================================================================
        identification           division.
        program-id.              postage_cost.
      **=================================================================
        environment              division.
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
        select rate-file
            assign to WS-RATE-FILENAME
            organization line sequential
            file status is WS-RATE-FS.
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
        select cb-work-file
            assign to WS-CB-WORK-FILENAME
            organization line sequential
            file status is WS-CBW-FS.
        select cb-sort-file
            assign to WS-CB-SORT-FILENAME.
        select cb-srt-file
            assign to WS-CB-SRT-FILENAME
            organization line sequential
            file status is WS-CBS-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  hist-file
            label records are standard.
        01  HIST-FD-REC.
            03 PH-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 PH-実行日        pic X(08).
            03 filler           pic X(01).
            03 PH-キャンペーン  pic X(08).
            03 filler           pic X(01).
      * 通区分(空白=1通。M=世帯宛ての1通に同封された世帯員の記録。
      * 通数には数えない)
            03 PH-通区分        pic X(01).

        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  rate-file
            label records are standard.
        01  RATE-FD-REC         pic X(40).

        fd  ctl-file
            label records are standard.
        01  CTL-FD-REC          pic X(40).

        fd  work-file
            label records are standard.
        01  WORK-FD-REC         pic X(30).

      * 料金計上の単位。実行(キャンペーン・実行日)ごとに国内分を
      * 上3桁順、国外分を後ろへ並べる
        sd  sort-work-file.
        01  SORT-WORK-REC.
            03 SRT-キャンペーン  pic X(08).
            03 SRT-実行日        pic X(08).
            03 SRT-区分          pic X(01).
            03 SRT-郵便上3桁     pic X(03).
            03 SRT-国コード      pic X(02).
            03 filler            pic X(08).

        fd  srt-file
            label records are standard.
        01  SRT-REC.
            03 PS-キャンペーン   pic X(08).
            03 PS-実行日         pic X(08).
            03 PS-区分           pic X(01).
            03 PS-郵便上3桁      pic X(03).
            03 PS-国コード       pic X(02).
            03 filler            pic X(08).

        fd  cb-work-file
            label records are standard.
        01  CBW-FD-REC          pic X(80).

      * 振替明細(1実行=1行)。部門・年月・キャンペーン順に並べ替えて
      * 集計する
        sd  cb-sort-file.
        01  CB-SORT-REC.
            03 CBS-部門          pic X(08).
            03 CBS-年月          pic X(06).
            03 CBS-キャンペーン  pic X(08).
            03 filler            pic X(58).

        fd  cb-srt-file
            label records are standard.
        01  CB-REC.
            03 CB-部門           pic X(08).
            03 CB-年月           pic X(06).
            03 CB-キャンペーン   pic X(08).
            03 CB-国内通数       pic 9(07).
            03 CB-区分通数       pic 9(07).
            03 CB-国外通数       pic 9(07).
            03 CB-国内料金       pic 9(09).
            03 CB-割引額         pic 9(09).
            03 CB-国外料金       pic 9(09).
            03 CB-未計上通数     pic 9(07).
            03 filler            pic X(03).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(160).

        working-storage           section.
        01  WS-HIST-FS          pic X(02).
        01  WS-CUST-FS          pic X(02).
        01  WS-RATE-FS          pic X(02).
        01  WS-CTL-FS           pic X(02).
        01  WS-WORK-FS          pic X(02).
        01  WS-SRT-FS           pic X(02).
        01  WS-CBW-FS           pic X(02).
        01  WS-CBS-FS           pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-HIST-EOF         pic X(01) value "N".
        01  WS-SRT-EOF          pic X(01) value "N".
        01  WS-CBS-EOF          pic X(01) value "N".
        01  WS-CTL-EOF          pic X(01).
        01  WS-RATE-EOF         pic X(01).
      * 対象の指定
        01  WS-SEL-CAMPAIGN     pic X(08) value spaces.
        01  WS-SEL-FROM         pic X(08) value spaces.
        01  WS-SEL-TO           pic X(08) value spaces.
        01  WS-ARG-JUNK         pic X(10).
        01  WS-NOKEY-COUNT      pic 9(07) value 0.
        01  WS-TOTAL-PIECES     pic 9(07) value 0.
      * 束の成立条件(presortと同じ既定値)
        01  WS-BUNDLE-SIZE      pic 9(03) value 100.
        01  WS-MIN-BUNDLE       pic 9(02) value 10.
      * 料金表。表ファイルが無いときは下の内蔵行(国内料金だけ)で
      * 退行する
        01  WS-RATE-SOURCE      pic X(08) value "FILE".
        01  WS-RATE-COUNT       pic 9(03) value 0.
        01  WS-RATE-TABLE.
            03 WS-RT-ENTRY occurs 200.
               05 WS-RT-KIND    pic X(07).
               05 WS-RT-KEY     pic X(02).
               05 WS-RT-LIMIT   pic 9(05).
               05 WS-RT-VALUE   pic 9(07).
        01  WS-RATE-LINES.
            03 filler pic X(20) value "DOM,25,110".
            03 filler pic X(20) value "DOM,50,110".
            03 filler pic X(20) value "DOM,100,180".
            03 filler pic X(20) value "DOM,150,270".
            03 filler pic X(20) value "DOM,250,320".
        01  WS-RATE-BUILTIN REDEFINES WS-RATE-LINES.
            03 WS-BI-LINE occurs 5 pic X(20).
        01  WS-RATE-LINE        pic X(40).
        01  WS-RF-1             pic X(10).
        01  WS-RF-2             pic X(10).
        01  WS-RF-3             pic X(10).
        01  WS-RF-4             pic X(10).
        01  WS-RF-L2            pic 9(02).
        01  WS-RF-L3            pic 9(02).
        01  WS-RF-L4            pic 9(02).
        01  WS-RF-ZONE          pic X(02).
        01  WS-RF-LIMIT         pic 9(05).
        01  WS-RF-VALUE         pic 9(07).
        01  WS-RF-OK            pic X(01).
      * キャンペーンの負担部門と1通の重さ(CMP001)
        01  WS-CAMP-REC.
            COPY CAMPAIGN.
        01  WS-CAMP-RESULT      pic X(01).
        01  WS-CUR-DEPT         pic X(08).
        01  WS-CUR-WEIGHT       pic 9(05).
      * 実行(キャンペーン・実行日)単位の計上
        01  WS-RUN-OPEN         pic X(01) value "N".
        01  WS-CUR-CAMPAIGN     pic X(08).
        01  WS-CUR-DATE         pic X(08).
        01  WS-CUR-PREFIX       pic X(03).
        01  WS-GRP-COUNT        pic 9(07).
        01  WS-FULL-BUNDLES     pic 9(07).
        01  WS-REMAIN           pic 9(05).
        01  WS-DOM-RATE         pic 9(07).
        01  WS-INTL-RATE        pic 9(07).
        01  WS-INTL-ZONE        pic X(02).
        01  WS-DISC-PCT         pic 9(07).
        01  WS-DISC-MIN         pic 9(05).
        01  WS-BEST-LIMIT       pic 9(05).
        01  WS-RUN-DOM          pic 9(07).
        01  WS-RUN-BUNDLED      pic 9(07).
        01  WS-RUN-INTL         pic 9(07).
        01  WS-RUN-DOM-YEN      pic 9(09).
        01  WS-RUN-DISC-YEN     pic 9(09).
        01  WS-RUN-INTL-YEN     pic 9(09).
        01  WS-RUN-UNPRICED     pic 9(07).
        01  WS-CB-LINE.
            03 WS-CB-部門        pic X(08).
            03 WS-CB-年月        pic X(06).
            03 WS-CB-キャンペーン pic X(08).
            03 WS-CB-国内通数    pic 9(07).
            03 WS-CB-区分通数    pic 9(07).
            03 WS-CB-国外通数    pic 9(07).
            03 WS-CB-国内料金    pic 9(09).
            03 WS-CB-割引額      pic 9(09).
            03 WS-CB-国外料金    pic 9(09).
            03 WS-CB-未計上通数  pic 9(07).
            03 filler            pic X(03).
      * レポートの集計(明細行・部門計・総合計)
        01  WS-PRT-DEPT         pic X(08).
        01  WS-PRT-MONTH        pic X(06).
        01  WS-PRT-CAMPAIGN     pic X(08).
        01  WS-SUM-LINE.
            03 WS-L-DOM          pic 9(07).
            03 WS-L-BUN          pic 9(07).
            03 WS-L-INTL         pic 9(07).
            03 WS-L-DOM-YEN      pic 9(10).
            03 WS-L-DISC-YEN     pic 9(10).
            03 WS-L-INTL-YEN     pic 9(10).
            03 WS-L-UNPRICED     pic 9(07).
        01  WS-SUM-DEPT.
            03 WS-D-DOM          pic 9(07).
            03 WS-D-BUN          pic 9(07).
            03 WS-D-INTL         pic 9(07).
            03 WS-D-DOM-YEN      pic 9(10).
            03 WS-D-DISC-YEN     pic 9(10).
            03 WS-D-INTL-YEN     pic 9(10).
            03 WS-D-UNPRICED     pic 9(07).
        01  WS-SUM-GRAND.
            03 WS-G-DOM          pic 9(07).
            03 WS-G-BUN          pic 9(07).
            03 WS-G-INTL         pic 9(07).
            03 WS-G-DOM-YEN      pic 9(10).
            03 WS-G-DISC-YEN     pic 9(10).
            03 WS-G-INTL-YEN     pic 9(10).
            03 WS-G-UNPRICED     pic 9(07).
        01  WS-LINE-COUNT       pic 9(07) value 0.
        01  WS-GROSS-YEN        pic 9(10).
        01  WS-NET-YEN          pic 9(10).
        01  WS-DOM-ED           pic ZZZZZZ9.
        01  WS-BUN-ED           pic ZZZZZZ9.
        01  WS-INTL-ED          pic ZZZZZZ9.
        01  WS-UNP-ED           pic ZZZZZZ9.
        01  WS-GROSS-ED         pic Z,ZZZ,ZZZ,ZZ9.
        01  WS-DISC-ED          pic Z,ZZZ,ZZZ,ZZ9.
        01  WS-NET-ED           pic Z,ZZZ,ZZZ,ZZ9.
        01  WS-LABEL            pic X(26).
        01  WS-RUN-DATE         pic 9(08).
        01  WS-RPT-LINE         pic X(160).
      * スプール登録(SPL001)
        01  WS-SPL-RPT-FILE     pic X(30)
                                 value "postage_cost.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
      * 共通ログ(LOG001)
        01  WS-LOG-SEVERITY     pic X(05).
        01  WS-LOG-MESSAGE      pic X(80).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "POSTAGE_COST".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  r-i                pic 9(03).
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-HIST-FILENAME       pic X(256).
        01  WS-CUST-FILENAME       pic X(256).
        01  WS-RATE-FILENAME       pic X(256).
        01  WS-CTL-FILENAME        pic X(256).
        01  WS-WORK-FILENAME       pic X(256).
        01  WS-SORT-WORK-FILENAME  pic X(256).
        01  WS-SRT-FILENAME        pic X(256).
        01  WS-CB-WORK-FILENAME    pic X(256).
        01  WS-CB-SORT-FILENAME    pic X(256).
        01  WS-CB-SRT-FILENAME     pic X(256).
        01  WS-RPT-FILENAME        pic X(256).
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
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:9) = "CAMPAIGN="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-SEL-CAMPAIGN
                 end-if
                 if param(i)(1:5) = "FROM="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-SEL-FROM
                 end-if
                 if param(i)(1:3) = "TO="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-SEL-TO
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-RUN-DATE from date yyyymmdd.
      * 何も指定が無ければ当月分(月次の振替)
           if WS-SEL-CAMPAIGN = spaces
              and WS-SEL-FROM = spaces
              and WS-SEL-TO = spaces
              move WS-RUN-DATE to WS-SEL-FROM
              move "01" to WS-SEL-FROM(7:2)
              move WS-RUN-DATE to WS-SEL-TO
           end-if.
           if WS-SEL-FROM = spaces
              move "00000000" to WS-SEL-FROM
           end-if.
           if WS-SEL-TO = spaces
              move "99999999" to WS-SEL-TO
           end-if.
           perform READ-CONTROL-S thru READ-CONTROL-E.
           perform LOAD-RATE-S thru LOAD-RATE-E.
           perform BUILD-WORK-S thru BUILD-WORK-E.
           sort sort-work-file
              on ascending key SRT-キャンペーン SRT-実行日
                               SRT-区分 SRT-郵便上3桁
              using work-file
              giving srt-file.
           perform COST-RUN-S thru COST-RUN-E.
           sort cb-sort-file
              on ascending key CBS-部門 CBS-年月
                               CBS-キャンペーン
              using cb-work-file
              giving cb-srt-file.
           perform REPORT-RUN-S thru REPORT-RUN-E.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-WORK-FILENAME delimited by space
                  " "             delimited by size
                  WS-SRT-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-CB-WORK-FILENAME delimited by space
                  " "             delimited by size
                  WS-CB-SRT-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-RPT-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           compute WS-GROSS-YEN = WS-G-DOM-YEN + WS-G-INTL-YEN.
           compute WS-NET-YEN = WS-GROSS-YEN - WS-G-DISC-YEN.
           display "PIECES=" WS-TOTAL-PIECES
                   " GROSS=" WS-GROSS-YEN
                   " DISCOUNT=" WS-G-DISC-YEN
                   " NET=" WS-NET-YEN.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-TOTAL-PIECES to WS-RJ-COUNT.
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
           move "N" to WS-CTL-EOF.
           perform until WS-CTL-EOF = "Y"
              read ctl-file
                 at end
                    move "Y" to WS-CTL-EOF
                 not at end
                    if CTL-FD-REC(1:12) = "BUNDLE-SIZE="
                       and CTL-FD-REC(13:3) is numeric
                       move CTL-FD-REC(13:3) to WS-BUNDLE-SIZE
                    end-if
                    if CTL-FD-REC(1:11) = "MIN-BUNDLE="
                       and CTL-FD-REC(12:2) is numeric
                       move CTL-FD-REC(12:2) to WS-MIN-BUNDLE
                    end-if
              end-read
           end-perform.
           close ctl-file.
        READ-CONTROL-E.

      ******************************************************************
        LOAD-RATE-S.
           move 0 to WS-RATE-COUNT.
           open input rate-file.
           if WS-RATE-FS = "00"
              move "N" to WS-RATE-EOF
              perform until WS-RATE-EOF = "Y"
                 read rate-file
                    at end
                       move "Y" to WS-RATE-EOF
                    not at end
                       move RATE-FD-REC to WS-RATE-LINE
                       perform LOAD-RATE-LINE-S thru LOAD-RATE-LINE-E
                 end-read
              end-perform
              close rate-file
           end-if.
           if WS-RATE-COUNT = 0
              move "BUILTIN" to WS-RATE-SOURCE
              display "WARNING: postage_rate.dat not found or empty"
                      " - builtin domestic rates used, overseas"
                      " pieces left unpriced"
              move 1 to r-i
              perform until r-i > 5
                 move WS-BI-LINE(r-i) to WS-RATE-LINE
                 perform LOAD-RATE-LINE-S thru LOAD-RATE-LINE-E
                 compute r-i = r-i + 1
              end-perform
           end-if.
        LOAD-RATE-E.

        LOAD-RATE-LINE-S.
      * 種別ごとに項目を検査し、数字でない行は読み飛ばす
           move spaces to WS-RF-1 WS-RF-2 WS-RF-3 WS-RF-4.
           move 0 to WS-RF-L2 WS-RF-L3 WS-RF-L4.
           unstring WS-RATE-LINE delimited by "," or space
              into WS-RF-1
                   WS-RF-2 count in WS-RF-L2
                   WS-RF-3 count in WS-RF-L3
                   WS-RF-4 count in WS-RF-L4.
           move "N" to WS-RF-OK.
           move spaces to WS-RF-ZONE.
           evaluate WS-RF-1
              when "DOM"
              when "PRESORT"
                 if WS-RF-L2 > 0 and WS-RF-L2 < 6
                    and WS-RF-L3 > 0 and WS-RF-L3 < 8
                    and WS-RF-2(1:WS-RF-L2) is numeric
                    and WS-RF-3(1:WS-RF-L3) is numeric
                    move WS-RF-2(1:WS-RF-L2) to WS-RF-LIMIT
                    move WS-RF-3(1:WS-RF-L3) to WS-RF-VALUE
                    move "Y" to WS-RF-OK
                 end-if
              when "ZONE"
                 if WS-RF-L2 = 2
                    and WS-RF-L3 > 0 and WS-RF-L3 < 3
                    and WS-RF-3(1:WS-RF-L3) is numeric
                    move WS-RF-2(1:2) to WS-RF-ZONE
                    move 0 to WS-RF-LIMIT
                    move WS-RF-3(1:WS-RF-L3) to WS-RF-VALUE
                    move "Y" to WS-RF-OK
                 end-if
              when "INTL"
                 if WS-RF-L2 > 0 and WS-RF-L2 < 3
                    and WS-RF-2(1:WS-RF-L2) is numeric
                    and WS-RF-L3 > 0 and WS-RF-L3 < 6
                    and WS-RF-L4 > 0 and WS-RF-L4 < 8
                    and WS-RF-3(1:WS-RF-L3) is numeric
                    and WS-RF-4(1:WS-RF-L4) is numeric
                    move WS-RF-2(1:WS-RF-L2) to WS-RF-ZONE
                    move WS-RF-3(1:WS-RF-L3) to WS-RF-LIMIT
                    move WS-RF-4(1:WS-RF-L4) to WS-RF-VALUE
                    move "Y" to WS-RF-OK
                 end-if
           end-evaluate.
           if WS-RF-OK not = "Y"
              go to LOAD-RATE-LINE-E
           end-if.
           if WS-RATE-COUNT >= 200
              perform RATE-OVERFLOW-S thru RATE-OVERFLOW-E
           end-if.
           add 1 to WS-RATE-COUNT.
           move WS-RF-1     to WS-RT-KIND(WS-RATE-COUNT).
           move WS-RF-ZONE  to WS-RT-KEY(WS-RATE-COUNT).
           move WS-RF-LIMIT to WS-RT-LIMIT(WS-RATE-COUNT).
           move WS-RF-VALUE to WS-RT-VALUE(WS-RATE-COUNT).
        LOAD-RATE-LINE-E.

        RATE-OVERFLOW-S.
      * 料金表の上限超過。欠けた表で振替額を出さないよう共通ログへ
      * FATAL(オペレータ通知つき)で記帳して止める
           move "FATAL" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "rate table overflow: more than 200 entries "
                  "in postage_rate.dat"
                  delimited by size into WS-LOG-MESSAGE.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "ERROR: " WS-LOG-MESSAGE.
           close rate-file.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        RATE-OVERFLOW-E.

      ******************************************************************
        BUILD-WORK-S.
      * 対象範囲の郵送履歴行を1行=1通として数え、顧客マスタから
      * 郵便番号と国コードを引き当てる
           open input hist-file.
           if WS-HIST-FS not = "00"
              display "ERROR: cannot open mailing_hist.dat "
                      "status=" WS-HIST-FS
              display "run label_print first - postage is charged "
                      "on the actual label runs"
              stop run
           end-if.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
           open output work-file.
           perform BUILD-LOOP-S thru BUILD-LOOP-E
              until WS-HIST-EOF = "Y".
           close work-file.
           close cust-file.
           close hist-file.
           if WS-NOKEY-COUNT > 0
              display "WARNING: " WS-NOKEY-COUNT " history "
                      "row(s) without a master record skipped"
           end-if.
        BUILD-WORK-E.

        BUILD-LOOP-S.
           read hist-file
              at end
                 move "Y" to WS-HIST-EOF
                 go to BUILD-LOOP-E
           end-read.
           if PH-実行日 < WS-SEL-FROM
              or PH-実行日 > WS-SEL-TO
              go to BUILD-LOOP-E
           end-if.
           if PH-通区分 = "M"
              go to BUILD-LOOP-E
           end-if.
           if WS-SEL-CAMPAIGN not = spaces
              and PH-キャンペーン not = WS-SEL-CAMPAIGN
              go to BUILD-LOOP-E
           end-if.
           move PH-顧客番号 to C-顧客番号.
           read cust-file
              invalid key
                 compute WS-NOKEY-COUNT = WS-NOKEY-COUNT + 1
                 go to BUILD-LOOP-E
           end-read.
           compute WS-TOTAL-PIECES = WS-TOTAL-PIECES + 1.
           move spaces to WORK-FD-REC.
           move PH-キャンペーン to WORK-FD-REC(1:8).
           move PH-実行日       to WORK-FD-REC(9:8).
      * 国外顧客は国際郵便(地帯料金)。国内で郵便番号の無い行は
      * 束にならないので混在として計上する
           if C-国コード not = spaces
              and C-国コード not = "JP"
              move "I"         to WORK-FD-REC(17:1)
              move C-国コード  to WORK-FD-REC(21:2)
           else
              move "D"         to WORK-FD-REC(17:1)
              if C-郵便番号７桁 is numeric
                 move C-郵便番号７桁(1:3) to WORK-FD-REC(18:3)
              end-if
           end-if.
           write WORK-FD-REC.
        BUILD-LOOP-E.

      ******************************************************************
        COST-RUN-S.
           open input srt-file.
           open output cb-work-file.
           perform COST-LOOP-S thru COST-LOOP-E
              until WS-SRT-EOF = "Y".
           if WS-RUN-OPEN = "Y"
              perform RUN-CLOSE-S thru RUN-CLOSE-E
           end-if.
           close cb-work-file.
           close srt-file.
        COST-RUN-E.

        COST-LOOP-S.
           read srt-file
              at end
                 move "Y" to WS-SRT-EOF
                 go to COST-LOOP-E
           end-read.
           if WS-RUN-OPEN not = "Y"
              or PS-キャンペーン not = WS-CUR-CAMPAIGN
              or PS-実行日 not = WS-CUR-DATE
              if WS-RUN-OPEN = "Y"
                 perform RUN-CLOSE-S thru RUN-CLOSE-E
              end-if
              perform RUN-OPEN-S thru RUN-OPEN-E
           end-if.
           if PS-区分 = "I"
              perform INTL-PIECE-S thru INTL-PIECE-E
              go to COST-LOOP-E
           end-if.
           if PS-郵便上3桁 not = WS-CUR-PREFIX
              if WS-GRP-COUNT > 0
                 perform GROUP-CLOSE-S thru GROUP-CLOSE-E
              end-if
              move PS-郵便上3桁 to WS-CUR-PREFIX
              move 0 to WS-GRP-COUNT
           end-if.
           add 1 to WS-GRP-COUNT.
           add 1 to WS-RUN-DOM.
        COST-LOOP-E.

        RUN-OPEN-S.
           move "Y" to WS-RUN-OPEN.
           move PS-キャンペーン to WS-CUR-CAMPAIGN.
           move PS-実行日       to WS-CUR-DATE.
           move low-values to WS-CUR-PREFIX.
           move 0 to WS-GRP-COUNT.
           move 0 to WS-RUN-DOM WS-RUN-BUNDLED WS-RUN-INTL
                     WS-RUN-INTL-YEN WS-RUN-UNPRICED.
           perform DEPT-LOOKUP-S thru DEPT-LOOKUP-E.
           perform DOM-RATE-S thru DOM-RATE-E.
        RUN-OPEN-E.

        DEPT-LOOKUP-S.
      * キャンペーンの負担部門と1通の重さをマスタから引く。終了済み
      * のキャンペーンも郵送した分は振り替える
           move "UNASSIGN" to WS-CUR-DEPT.
           move 25 to WS-CUR-WEIGHT.
           if WS-CUR-CAMPAIGN = spaces
              go to DEPT-LOOKUP-E
           end-if.
           call "CMP001" using WS-CUR-CAMPAIGN WS-CAMP-REC
                               WS-CAMP-RESULT.
           if WS-CAMP-RESULT = "U"
              go to DEPT-LOOKUP-E
           end-if.
           if CP-負担部門 not = spaces
              move CP-負担部門 to WS-CUR-DEPT
           end-if.
           if CP-通重量 > 0
              move CP-通重量 to WS-CUR-WEIGHT
           end-if.
        DEPT-LOOKUP-E.

        DOM-RATE-S.
      * 重さ以上で最も軽い重量区分の国内料金
           move 0 to WS-DOM-RATE.
           move 99999 to WS-BEST-LIMIT.
           move 1 to r-i.
           perform until r-i > WS-RATE-COUNT
              if WS-RT-KIND(r-i) = "DOM"
                 and WS-RT-LIMIT(r-i) >= WS-CUR-WEIGHT
                 and WS-RT-LIMIT(r-i) <= WS-BEST-LIMIT
                 move WS-RT-LIMIT(r-i) to WS-BEST-LIMIT
                 move WS-RT-VALUE(r-i) to WS-DOM-RATE
              end-if
              compute r-i = r-i + 1
           end-perform.
        DOM-RATE-E.

        INTL-PIECE-S.
      * 国コード→地帯→重量区分の順に引く。引けない通は未計上
           add 1 to WS-RUN-INTL.
           move spaces to WS-INTL-ZONE.
           move 1 to r-i.
           perform until r-i > WS-RATE-COUNT
              if WS-RT-KIND(r-i) = "ZONE"
                 and WS-RT-KEY(r-i) = PS-国コード
                 move WS-RT-VALUE(r-i) to WS-RF-LIMIT
                 move WS-RF-LIMIT(5:1) to WS-INTL-ZONE
                 if WS-RF-LIMIT(4:1) not = "0"
                    move WS-RF-LIMIT(4:2) to WS-INTL-ZONE
                 end-if
                 move WS-RATE-COUNT to r-i
              end-if
              compute r-i = r-i + 1
           end-perform.
           move 0 to WS-INTL-RATE.
           move 99999 to WS-BEST-LIMIT.
           if WS-INTL-ZONE not = spaces
              move 1 to r-i
              perform until r-i > WS-RATE-COUNT
                 if WS-RT-KIND(r-i) = "INTL"
                    and WS-RT-KEY(r-i) = WS-INTL-ZONE
                    and WS-RT-LIMIT(r-i) >= WS-CUR-WEIGHT
                    and WS-RT-LIMIT(r-i) <= WS-BEST-LIMIT
                    move WS-RT-LIMIT(r-i) to WS-BEST-LIMIT
                    move WS-RT-VALUE(r-i) to WS-INTL-RATE
                 end-if
                 compute r-i = r-i + 1
              end-perform
           end-if.
           if WS-INTL-RATE = 0
              add 1 to WS-RUN-UNPRICED
           else
              compute WS-RUN-INTL-YEN
                 = WS-RUN-INTL-YEN + WS-INTL-RATE
           end-if.
        INTL-PIECE-E.

        GROUP-CLOSE-S.
      * 上3桁グループを締め、presortと同じく満杯束と最小枚数以上の
      * 端数束を区分割引の対象に数える。郵便番号の無い通は混在
           if WS-CUR-PREFIX = spaces
              go to GROUP-CLOSE-E
           end-if.
           divide WS-GRP-COUNT by WS-BUNDLE-SIZE
              giving WS-FULL-BUNDLES
              remainder WS-REMAIN.
           compute WS-RUN-BUNDLED = WS-RUN-BUNDLED
                 + WS-FULL-BUNDLES * WS-BUNDLE-SIZE.
           if WS-REMAIN >= WS-MIN-BUNDLE
              compute WS-RUN-BUNDLED = WS-RUN-BUNDLED + WS-REMAIN
           end-if.
        GROUP-CLOSE-E.

        RUN-CLOSE-S.
      * 実行を締める。区分割引率は実行の区分束適用通数が下限以上の
      * 最大段。割引額は区分束分の国内料金に率を掛けて円未満を
      * 四捨五入する
           if WS-GRP-COUNT > 0
              perform GROUP-CLOSE-S thru GROUP-CLOSE-E
           end-if.
           move 0 to WS-DISC-PCT.
           move 0 to WS-DISC-MIN.
           move 1 to r-i.
           perform until r-i > WS-RATE-COUNT
              if WS-RT-KIND(r-i) = "PRESORT"
                 and WS-RT-LIMIT(r-i) <= WS-RUN-BUNDLED
                 and WS-RT-LIMIT(r-i) >= WS-DISC-MIN
                 move WS-RT-LIMIT(r-i) to WS-DISC-MIN
                 move WS-RT-VALUE(r-i) to WS-DISC-PCT
              end-if
              compute r-i = r-i + 1
           end-perform.
           if WS-DOM-RATE = 0
              compute WS-RUN-UNPRICED = WS-RUN-UNPRICED + WS-RUN-DOM
              move 0 to WS-RUN-DOM-YEN
              move 0 to WS-RUN-DISC-YEN
           else
              compute WS-RUN-DOM-YEN = WS-RUN-DOM * WS-DOM-RATE
              compute WS-RUN-DISC-YEN rounded
                 = WS-RUN-BUNDLED * WS-DOM-RATE * WS-DISC-PCT / 100
           end-if.
           move spaces to WS-CB-LINE.
           move WS-CUR-DEPT         to WS-CB-部門.
           move WS-CUR-DATE(1:6)    to WS-CB-年月.
           move WS-CUR-CAMPAIGN     to WS-CB-キャンペーン.
           move WS-RUN-DOM          to WS-CB-国内通数.
           move WS-RUN-BUNDLED      to WS-CB-区分通数.
           move WS-RUN-INTL         to WS-CB-国外通数.
           move WS-RUN-DOM-YEN      to WS-CB-国内料金.
           move WS-RUN-DISC-YEN     to WS-CB-割引額.
           move WS-RUN-INTL-YEN     to WS-CB-国外料金.
           move WS-RUN-UNPRICED     to WS-CB-未計上通数.
           move WS-CB-LINE to CBW-FD-REC.
           write CBW-FD-REC.
           move "N" to WS-RUN-OPEN.
        RUN-CLOSE-E.

      ******************************************************************
        REPORT-RUN-S.
           open input cb-srt-file.
           open output rpt-file.
           move spaces to WS-RPT-LINE.
           string "== postage cost chargeback FROM=" WS-SEL-FROM
                  " TO=" WS-SEL-TO
                  " CAMPAIGN=" delimited by size
                  WS-SEL-CAMPAIGN delimited by space
                  " RATES=" delimited by size
                  WS-RATE-SOURCE delimited by space
                  " RUN=" WS-RUN-DATE
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "DEPT     MONTH   CAMPAIGN "
                  " DOM-PCS PRESORT INTL-PCS UNPRICED"
                  "         GROSS      DISCOUNT    CHARGEBACK"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           initialize WS-SUM-LINE WS-SUM-DEPT WS-SUM-GRAND.
           move low-values to WS-PRT-DEPT.
           move 0 to WS-LINE-COUNT.
           perform REPORT-LOOP-S thru REPORT-LOOP-E
              until WS-CBS-EOF = "Y".
           if WS-LINE-COUNT > 0
              perform PRINT-LINE-S thru PRINT-LINE-E
              perform PRINT-DEPT-S thru PRINT-DEPT-E
           else
              move "(no mailing history in the selected range)"
                 to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           move "TOTAL" to WS-LABEL.
           move WS-SUM-GRAND to WS-SUM-LINE.
           perform FORMAT-SUM-S thru FORMAT-SUM-E.
      * 区分割引による節減額は振替額と別に示す
           move spaces to WS-RPT-LINE.
           move WS-G-DISC-YEN to WS-DISC-ED.
           move WS-G-BUN to WS-BUN-ED.
           string "PRESORT DISCOUNT SAVINGS: " WS-DISC-ED
                  " yen on " WS-BUN-ED " bundled piece(s)"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           if WS-G-UNPRICED > 0
              move spaces to WS-RPT-LINE
              move WS-G-UNPRICED to WS-UNP-ED
              string "WARNING:" WS-UNP-ED " piece(s) unpriced"
                     " (weight class or overseas zone missing"
                     " in postage_rate.dat)"
                     delimited by size into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           if WS-NOKEY-COUNT > 0
              move spaces to WS-RPT-LINE
              move WS-NOKEY-COUNT to WS-UNP-ED
              string "WARNING:" WS-UNP-ED " history row(s) without"
                     " a master record not charged"
                     delimited by size into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           close rpt-file.
           close cb-srt-file.
        REPORT-RUN-E.

        REPORT-LOOP-S.
           read cb-srt-file
              at end
                 move "Y" to WS-CBS-EOF
                 go to REPORT-LOOP-E
           end-read.
      * 同じ部門・年月・キャンペーンの実行は1行にまとめる
           if WS-LINE-COUNT > 0
              if CB-部門 not = WS-PRT-DEPT
                 or CB-年月 not = WS-PRT-MONTH
                 or CB-キャンペーン not = WS-PRT-CAMPAIGN
                 perform PRINT-LINE-S thru PRINT-LINE-E
              end-if
              if CB-部門 not = WS-PRT-DEPT
                 perform PRINT-DEPT-S thru PRINT-DEPT-E
              end-if
           end-if.
           move CB-部門         to WS-PRT-DEPT.
           move CB-年月         to WS-PRT-MONTH.
           move CB-キャンペーン to WS-PRT-CAMPAIGN.
           add 1 to WS-LINE-COUNT.
           add CB-国内通数   to WS-L-DOM.
           add CB-区分通数   to WS-L-BUN.
           add CB-国外通数   to WS-L-INTL.
           add CB-国内料金   to WS-L-DOM-YEN.
           add CB-割引額     to WS-L-DISC-YEN.
           add CB-国外料金   to WS-L-INTL-YEN.
           add CB-未計上通数 to WS-L-UNPRICED.
        REPORT-LOOP-E.

        PRINT-LINE-S.
           move spaces to WS-LABEL.
           move WS-PRT-DEPT to WS-LABEL(1:8).
           move WS-PRT-MONTH(1:4) to WS-LABEL(10:4).
           move "/" to WS-LABEL(14:1).
           move WS-PRT-MONTH(5:2) to WS-LABEL(15:2).
           move WS-PRT-CAMPAIGN to WS-LABEL(18:8).
           if WS-PRT-CAMPAIGN = spaces
              move "(none)" to WS-LABEL(18:8)
           end-if.
           perform FORMAT-SUM-S thru FORMAT-SUM-E.
           add WS-L-DOM      to WS-D-DOM      WS-G-DOM.
           add WS-L-BUN      to WS-D-BUN      WS-G-BUN.
           add WS-L-INTL     to WS-D-INTL     WS-G-INTL.
           add WS-L-DOM-YEN  to WS-D-DOM-YEN  WS-G-DOM-YEN.
           add WS-L-DISC-YEN to WS-D-DISC-YEN WS-G-DISC-YEN.
           add WS-L-INTL-YEN to WS-D-INTL-YEN WS-G-INTL-YEN.
           add WS-L-UNPRICED to WS-D-UNPRICED WS-G-UNPRICED.
           initialize WS-SUM-LINE.
        PRINT-LINE-E.

        PRINT-DEPT-S.
      * 部門計(この額を部門へ振り替える)
           move spaces to WS-LABEL.
           string "  " WS-PRT-DEPT " TOTAL"
                  delimited by size into WS-LABEL.
           move WS-SUM-DEPT to WS-SUM-LINE.
           perform FORMAT-SUM-S thru FORMAT-SUM-E.
           initialize WS-SUM-LINE WS-SUM-DEPT.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        PRINT-DEPT-E.

        FORMAT-SUM-S.
      * 料金は国内と国外の合計、振替額は料金から区分割引を引いた額
           compute WS-GROSS-YEN = WS-L-DOM-YEN + WS-L-INTL-YEN.
           compute WS-NET-YEN = WS-GROSS-YEN - WS-L-DISC-YEN.
           move WS-L-DOM      to WS-DOM-ED.
           move WS-L-BUN      to WS-BUN-ED.
           move WS-L-INTL     to WS-INTL-ED.
           move WS-L-UNPRICED to WS-UNP-ED.
           move WS-GROSS-YEN  to WS-GROSS-ED.
           move WS-L-DISC-YEN to WS-DISC-ED.
           move WS-NET-YEN    to WS-NET-ED.
           move spaces to WS-RPT-LINE.
           string WS-LABEL " " WS-DOM-ED " " WS-BUN-ED
                  "  " WS-INTL-ED "  " WS-UNP-ED
                  " " WS-GROSS-ED " " WS-DISC-ED " " WS-NET-ED
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        FORMAT-SUM-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "mailing_hist.dat" to WS-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "postage_rate.dat" to WS-RATE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RATE-FILENAME.
           move "presort.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "postage_cost.wk" to WS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-WORK-FILENAME.
           move "postage_cost_sort.wk" to WS-SORT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-WORK-FILENAME.
           move "postage_cost.srt" to WS-SRT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SRT-FILENAME.
           move "postage_cost_cb.wk" to WS-CB-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CB-WORK-FILENAME.
           move "postage_cost_cbsort.wk" to WS-CB-SORT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CB-SORT-FILENAME.
           move "postage_cost_cb.srt" to WS-CB-SRT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CB-SRT-FILENAME.
           move "postage_cost.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
