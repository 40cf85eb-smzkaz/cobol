      **=================================================================
      ** キャンペーン効果レポート(郵送・返送・反応・反応率)
      ** 入力：mailing_hist.dat (ラベル実行の郵送履歴。郵送通数。
      **       世帯宛ての同封の記録(通区分M)は通数に数えない)
      **       mail_return.dat (mail_return の返送記録。郵送日以降に
      **       返送のあった通を不達として数える)
      **       campaign_resp.dat (resp_entry・resp_load の反応記録。
      **       同じ顧客の同じキャンペーンへの反応は1件に数える)
      **       customer.idx (都道府県・郵便番号の引当)
      **       route.idx (任意。郵便番号上3桁→ルートコード)
      **       campaign.idx (任意。見出しのキャンペーン名・部門)
      ** 引数：CAMPAIGN=xxxxxxxx (任意。キャンペーンで絞る)
      ** 出力：campaign_resp.rpt (キャンペーン別の郵送通数・返送数・
      **       反応数・反応率。都道府県別・ルート別の内訳つき)
      ** 郵送の後にだれが反応したかが残っておらず、効いたキャンペーン
      ** と効かなかったキャンペーンの区別がつかなかった。反応率は
      ** 反応数÷郵送通数。顧客別の最終返送日と反応の重複除きは
      ** 作業索引(毎回作り直す)に積むので件数の上限は無い
      **=================================================================
        identification           division.
        program-id.              resp_report.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select hist-file
            assign to WS-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
        select ret-file
            assign to WS-RET-FILENAME
            organization line sequential
            file status is WS-RET-FS.
        select resp-file
            assign to WS-RESP-FILENAME
            organization line sequential
            file status is WS-RESP-FS.
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
      * 顧客別の最終返送日(返送記録から毎回作り直す)
        select rw-work-file
            assign to WS-RW-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is RW-顧客番号
            file status is WS-RW-FS.
      * キャンペーン・顧客別の反応(重複除き。毎回作り直す)
        select rp-work-file
            assign to WS-RP-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is RP-キー
            file status is WS-RP-FS.
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

        fd  ret-file
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

        fd  rw-work-file
            label records are standard.
        01  RW-REC.
            03 RW-顧客番号       pic X(08).
            03 RW-返送日         pic X(08).

        fd  rp-work-file
            label records are standard.
        01  RP-REC.
            03 RP-キー.
               05 RP-キャンペーン pic X(08).
               05 RP-顧客番号     pic X(08).
            03 RP-反応日         pic X(08).

        fd  work-file
            label records are standard.
        01  WORK-FD-REC         pic X(40).

      * 集計の明細。1通(または1反応)につき、キャンペーン計(T)・
      * 都道府県(P)・ルート(R)の3軸へ1行ずつ出し、軸・値の順に
      * 並べ替えて足し込む
        sd  sort-work-file.
        01  SORT-WORK-REC.
            03 SRT-キャンペーン  pic X(08).
            03 SRT-軸            pic X(01).
            03 SRT-値            pic X(12).
            03 filler            pic X(19).

        fd  srt-file
            label records are standard.
        01  SRT-REC.
            03 EV-キャンペーン   pic X(08).
            03 EV-軸             pic X(01).
            03 EV-値             pic X(12).
            03 EV-郵送           pic 9(01).
            03 EV-返送           pic 9(01).
            03 EV-反応           pic 9(01).
            03 filler            pic X(16).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(120).

        working-storage           section.
        01  WS-HIST-FS          pic X(02).
        01  WS-RET-FS           pic X(02).
        01  WS-RESP-FS          pic X(02).
        01  WS-CUST-FS          pic X(02).
        01  WS-ROUTE-FS         pic X(02).
        01  WS-RW-FS            pic X(02).
        01  WS-RP-FS            pic X(02).
        01  WS-WORK-FS          pic X(02).
        01  WS-SRT-FS           pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-HIST-EOF         pic X(01) value "N".
        01  WS-RET-EOF          pic X(01) value "N".
        01  WS-RESP-EOF         pic X(01) value "N".
        01  WS-RP-EOF           pic X(01) value "N".
        01  WS-SRT-EOF          pic X(01) value "N".
        01  WS-ROUTE-OPENED     pic X(01) value "N".
        01  WS-SEL-CAMPAIGN     pic X(08) value spaces.
        01  WS-ARG-JUNK         pic X(10).
      * 1通(1反応)分の明細
        01  WS-EV-LINE.
            03 WS-EV-キャンペーン pic X(08).
            03 WS-EV-軸          pic X(01).
            03 WS-EV-値          pic X(12).
            03 WS-EV-郵送        pic 9(01).
            03 WS-EV-返送        pic 9(01).
            03 WS-EV-反応        pic 9(01).
            03 filler            pic X(16).
        01  WS-EV-PREF          pic X(12).
        01  WS-EV-ROUTE         pic X(12).
        01  WS-KEN-N            pic N(4).
        01  WS-KEN-X REDEFINES WS-KEN-N pic X(12).
        01  WS-RET-CUST         pic X(08).
        01  WS-RET-DATE         pic X(08).
      * 集計(値1つ分と、キャンペーン単位の見出し)
        01  WS-CUR-CAMPAIGN     pic X(08).
        01  WS-CUR-AXIS         pic X(01).
        01  WS-CUR-VALUE        pic X(12).
        01  WS-GRP-OPEN         pic X(01) value "N".
        01  WS-SUM-MAILED       pic 9(07).
        01  WS-SUM-RETURNED     pic 9(07).
        01  WS-SUM-RESP         pic 9(07).
        01  WS-RATE             pic 9(03)V9.
        01  WS-MAILED-ED        pic ZZZZZZ9.
        01  WS-RETURNED-ED      pic ZZZZZZ9.
        01  WS-RESP-ED          pic ZZZZZZ9.
        01  WS-RATE-ED          pic ZZ9.9.
        01  WS-CAMP-COUNT       pic 9(05) value 0.
        01  WS-MAILED-TOTAL     pic 9(07) value 0.
        01  WS-RESP-TOTAL       pic 9(07) value 0.
        01  WS-RUN-DATE         pic 9(08).
        01  WS-RPT-LINE         pic X(120).
      * スプール登録(SPL001)
        01  WS-SPL-RPT-FILE     pic X(30)
                                 value "campaign_resp.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
      * キャンペーン名・負担部門(CMP001)
        01  WS-CAMP-REC.
            COPY CAMPAIGN.
        01  WS-CAMP-RESULT      pic X(01).
        01  WS-CAMP-NAME-N      pic N(20).
        01  WS-CAMP-NAME-X REDEFINES WS-CAMP-NAME-N pic X(60).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "RESP_REPORT".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-HIST-FILENAME       pic X(256).
        01  WS-RET-FILENAME        pic X(256).
        01  WS-RESP-FILENAME       pic X(256).
        01  WS-CUST-FILENAME       pic X(256).
        01  WS-ROUTE-FILENAME      pic X(256).
        01  WS-RW-WORK-FILENAME    pic X(256).
        01  WS-RP-WORK-FILENAME    pic X(256).
        01  WS-WORK-FILENAME       pic X(256).
        01  WS-SORT-WORK-FILENAME  pic X(256).
        01  WS-SRT-FILENAME        pic X(256).
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
                 compute i = i + 1
              end-perform
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-RUN-DATE from date yyyymmdd.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
      * ルート・マスタが無ければルート別内訳は全件(none)になる
           open input route-file.
           if WS-ROUTE-FS = "00"
              move "Y" to WS-ROUTE-OPENED
           end-if.
           perform RET-LOAD-S thru RET-LOAD-E.
           perform RESP-LOAD-S thru RESP-LOAD-E.
           open output work-file.
           perform MAILED-RUN-S thru MAILED-RUN-E.
           perform RESP-EMIT-S thru RESP-EMIT-E.
           close work-file.
           close rp-work-file.
           close rw-work-file.
           if WS-ROUTE-OPENED = "Y"
              close route-file
           end-if.
           close cust-file.
           sort sort-work-file
              on ascending key SRT-キャンペーン SRT-軸 SRT-値
              using work-file
              giving srt-file.
           perform REPORT-RUN-S thru REPORT-RUN-E.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-WORK-FILENAME delimited by space
                  " "             delimited by size
                  WS-SRT-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-RPT-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "CAMPAIGNS=" WS-CAMP-COUNT
                   " MAILED=" WS-MAILED-TOTAL
                   " RESPONSES=" WS-RESP-TOTAL.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-MAILED-TOTAL to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        RET-LOAD-S.
      * 返送記録から顧客別の最終返送日を作業索引へ積む
      * (行形式は mail_return の RETURN-JNL と同じ
      *  「YYYYMMDD HHMMSS cust=XXXXXXXX zip=… reason=…」)
           open output rw-work-file.
           close rw-work-file.
           open i-o rw-work-file.
           if WS-RW-FS not = "00"
              display "ERROR: cannot open resp_report_ret.idx status="
                      WS-RW-FS
              stop run
           end-if.
           open input ret-file.
           if WS-RET-FS not = "00"
              go to RET-LOAD-E
           end-if.
           perform until WS-RET-EOF = "Y"
              read ret-file
                 at end
                    move "Y" to WS-RET-EOF
                 not at end
                    perform RET-TALLY-S thru RET-TALLY-E
              end-read
           end-perform.
           close ret-file.
        RET-LOAD-E.

        RET-TALLY-S.
           if RETURN-FD-REC(17:5) not = "cust="
              go to RET-TALLY-E
           end-if.
           move RETURN-FD-REC(1:8)  to WS-RET-DATE.
           move RETURN-FD-REC(22:8) to WS-RET-CUST.
           move WS-RET-CUST to RW-顧客番号.
           read rw-work-file
              invalid key
                 move WS-RET-DATE to RW-返送日
                 write RW-REC
                 go to RET-TALLY-E
           end-read.
           if WS-RET-DATE > RW-返送日
              move WS-RET-DATE to RW-返送日
              rewrite RW-REC
           end-if.
        RET-TALLY-E.

        RESP-LOAD-S.
      * 反応記録をキャンペーン・顧客キーの作業索引へ積む。同じ顧客の
      * 二重入力(はがきと電話の両方など)は1反応に数える
           open output rp-work-file.
           close rp-work-file.
           open i-o rp-work-file.
           if WS-RP-FS not = "00"
              display "ERROR: cannot open resp_report_rsp.idx status="
                      WS-RP-FS
              stop run
           end-if.
           open input resp-file.
           if WS-RESP-FS not = "00"
              go to RESP-LOAD-E
           end-if.
           perform until WS-RESP-EOF = "Y"
              read resp-file
                 at end
                    move "Y" to WS-RESP-EOF
                 not at end
                    if WS-SEL-CAMPAIGN = spaces
                       or RS-キャンペーン = WS-SEL-CAMPAIGN
                       move RS-キャンペーン
                          to RP-キャンペーン
                       move RS-顧客番号     to RP-顧客番号
                       move RS-反応日       to RP-反応日
                       write RP-REC
                          invalid key
                             continue
                       end-write
                    end-if
              end-read
           end-perform.
           close resp-file.
        RESP-LOAD-E.

        MAILED-RUN-S.
      * 郵送履歴のキャンペーン付きの行を1通として明細にする
           open input hist-file.
           if WS-HIST-FS not = "00"
              display "WARNING: cannot open mailing_hist.dat status="
                      WS-HIST-FS
              go to MAILED-RUN-E
           end-if.
           perform MAILED-LOOP-S thru MAILED-LOOP-E
              until WS-HIST-EOF = "Y".
           close hist-file.
        MAILED-RUN-E.

        MAILED-LOOP-S.
           read hist-file
              at end
                 move "Y" to WS-HIST-EOF
                 go to MAILED-LOOP-E
           end-read.
           if PH-キャンペーン = spaces
              go to MAILED-LOOP-E
           end-if.
           if PH-通区分 = "M"
              go to MAILED-LOOP-E
           end-if.
           if WS-SEL-CAMPAIGN not = spaces
              and PH-キャンペーン not = WS-SEL-CAMPAIGN
              go to MAILED-LOOP-E
           end-if.
           move PH-顧客番号 to C-顧客番号.
           perform CUST-AXIS-S thru CUST-AXIS-E.
           move spaces to WS-EV-LINE.
           move PH-キャンペーン to WS-EV-キャンペーン.
           move 1 to WS-EV-郵送.
           move 0 to WS-EV-返送.
           move 0 to WS-EV-反応.
      * 郵送日以降に返送記録のある顧客は不達に数える
           move PH-顧客番号 to RW-顧客番号.
           read rw-work-file
              not invalid key
                 if RW-返送日 >= PH-実行日
                    move 1 to WS-EV-返送
                 end-if
           end-read.
           perform EMIT-AXES-S thru EMIT-AXES-E.
        MAILED-LOOP-E.

        RESP-EMIT-S.
      * 重複を除いた反応を1件ずつ明細にする
           move low-values to RP-キー.
           start rp-work-file key is >= RP-キー
              invalid key
                 go to RESP-EMIT-E
           end-start.
           perform until WS-RP-EOF = "Y"
              read rp-work-file next record
                 at end
                    move "Y" to WS-RP-EOF
                 not at end
                    move RP-顧客番号 to C-顧客番号
                    perform CUST-AXIS-S thru CUST-AXIS-E
                    move spaces to WS-EV-LINE
                    move RP-キャンペーン
                       to WS-EV-キャンペーン
                    move 0 to WS-EV-郵送
                    move 0 to WS-EV-返送
                    move 1 to WS-EV-反応
                    perform EMIT-AXES-S thru EMIT-AXES-E
              end-read
           end-perform.
        RESP-EMIT-E.

        CUST-AXIS-S.
      * 顧客の都道府県とルートを引く。国外顧客は都道府県・ルートを
      * 持たないので OVERSEAS にまとめる
           move "(unknown)" to WS-EV-PREF.
           move "(unknown)" to WS-EV-ROUTE.
           read cust-file
              invalid key
                 go to CUST-AXIS-E
           end-read.
           if C-国コード not = spaces
              and C-国コード not = "JP"
              move "OVERSEAS" to WS-EV-PREF
              move "OVERSEAS" to WS-EV-ROUTE
              go to CUST-AXIS-E
           end-if.
           move C-都道府県名（漢字） to WS-KEN-N.
           move WS-KEN-X to WS-EV-PREF.
           move "(none)" to WS-EV-ROUTE.
           if WS-ROUTE-OPENED = "Y"
              move C-郵便番号７桁(1:3) to RT-郵便番号上3桁
              read route-file
                 not invalid key
                    move RT-ルートコード to WS-EV-ROUTE
              end-read
           end-if.
        CUST-AXIS-E.

        EMIT-AXES-S.
           move "T" to WS-EV-軸.
           move spaces to WS-EV-値.
           move WS-EV-LINE to WORK-FD-REC.
           write WORK-FD-REC.
           move "P" to WS-EV-軸.
           move WS-EV-PREF to WS-EV-値.
           move WS-EV-LINE to WORK-FD-REC.
           write WORK-FD-REC.
           move "R" to WS-EV-軸.
           move WS-EV-ROUTE to WS-EV-値.
           move WS-EV-LINE to WORK-FD-REC.
           write WORK-FD-REC.
        EMIT-AXES-E.

      ******************************************************************
        REPORT-RUN-S.
           open input srt-file.
           open output rpt-file.
           move spaces to WS-RPT-LINE.
           string "== campaign response report CAMPAIGN="
                  delimited by size
                  WS-SEL-CAMPAIGN delimited by space
                  " RUN=" WS-RUN-DATE
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           perform REPORT-LOOP-S thru REPORT-LOOP-E
              until WS-SRT-EOF = "Y".
           if WS-GRP-OPEN = "Y"
              perform GROUP-CLOSE-S thru GROUP-CLOSE-E
           end-if.
           if WS-CAMP-COUNT = 0
              move "(no campaign mailings or responses)"
                 to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           close rpt-file.
           close srt-file.
        REPORT-RUN-E.

        REPORT-LOOP-S.
           read srt-file
              at end
                 move "Y" to WS-SRT-EOF
                 go to REPORT-LOOP-E
           end-read.
           if WS-GRP-OPEN = "Y"
              if EV-キャンペーン not = WS-CUR-CAMPAIGN
                 or EV-軸 not = WS-CUR-AXIS
                 or EV-値 not = WS-CUR-VALUE
                 perform GROUP-CLOSE-S thru GROUP-CLOSE-E
              end-if
           end-if.
           if WS-GRP-OPEN not = "Y"
              if EV-キャンペーン not = WS-CUR-CAMPAIGN
                 or WS-CAMP-COUNT = 0
                 perform CAMP-HEAD-S thru CAMP-HEAD-E
              end-if
              if EV-軸 not = WS-CUR-AXIS
                 perform AXIS-HEAD-S thru AXIS-HEAD-E
              end-if
              move "Y" to WS-GRP-OPEN
              move EV-キャンペーン to WS-CUR-CAMPAIGN
              move EV-軸           to WS-CUR-AXIS
              move EV-値           to WS-CUR-VALUE
              move 0 to WS-SUM-MAILED WS-SUM-RETURNED WS-SUM-RESP
           end-if.
           add EV-郵送 to WS-SUM-MAILED.
           add EV-返送 to WS-SUM-RETURNED.
           add EV-反応 to WS-SUM-RESP.
        REPORT-LOOP-E.

        CAMP-HEAD-S.
      * キャンペーンの見出し(名称・部門はマスタにあれば出す)
           add 1 to WS-CAMP-COUNT.
           move low-values to WS-CUR-AXIS.
           call "CMP001" using EV-キャンペーン WS-CAMP-REC
                               WS-CAMP-RESULT.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           if WS-CAMP-RESULT = "U"
              string "CAMPAIGN " EV-キャンペーン
                     " (not in campaign.idx)"
                     delimited by size into WS-RPT-LINE
           else
              move CP-キャンペーン名 to WS-CAMP-NAME-N
              string "CAMPAIGN " EV-キャンペーン " "
                     delimited by size
                     WS-CAMP-NAME-X delimited by "  "
                     " DEPT=" delimited by size
                     CP-負担部門 delimited by space
                     " STATUS=" CP-状態
                     delimited by size into WS-RPT-LINE
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        CAMP-HEAD-E.

        AXIS-HEAD-S.
           move spaces to WS-RPT-LINE.
           evaluate EV-軸
              when "P"
                 move "  BY PREFECTURE" to WS-RPT-LINE
                 perform WRITE-RPT-S thru WRITE-RPT-E
              when "R"
                 move "  BY ROUTE" to WS-RPT-LINE
                 perform WRITE-RPT-S thru WRITE-RPT-E
           end-evaluate.
           if EV-軸 = "T" or EV-軸 = "P" or EV-軸 = "R"
              move spaces to WS-RPT-LINE
              string "                  "
                     " MAILED RETURNED RESPONSES  RATE%"
                     delimited by size into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
        AXIS-HEAD-E.

        GROUP-CLOSE-S.
      * 値1つ分の行。反応率は反応数÷郵送通数(郵送0なら0.0)
           move "N" to WS-GRP-OPEN.
           if WS-SUM-MAILED > 0
              compute WS-RATE rounded
                 = WS-SUM-RESP * 100 / WS-SUM-MAILED
                 on size error
                    move 999.9 to WS-RATE
              end-compute
           else
              move 0 to WS-RATE
           end-if.
           move WS-SUM-MAILED   to WS-MAILED-ED.
           move WS-SUM-RETURNED to WS-RETURNED-ED.
           move WS-SUM-RESP     to WS-RESP-ED.
           move WS-RATE         to WS-RATE-ED.
           move spaces to WS-RPT-LINE.
           if WS-CUR-AXIS = "T"
              string "  TOTAL           " WS-MAILED-ED
                     "  " WS-RETURNED-ED "   " WS-RESP-ED
                     "  " WS-RATE-ED
                     delimited by size into WS-RPT-LINE
              add WS-SUM-MAILED to WS-MAILED-TOTAL
              add WS-SUM-RESP   to WS-RESP-TOTAL
           else
              string "    " WS-CUR-VALUE "  " WS-MAILED-ED
                     "  " WS-RETURNED-ED "   " WS-RESP-ED
                     "  " WS-RATE-ED
                     delimited by size into WS-RPT-LINE
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        GROUP-CLOSE-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "mailing_hist.dat" to WS-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-FILENAME.
           move "mail_return.dat" to WS-RET-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RET-FILENAME.
           move "campaign_resp.dat" to WS-RESP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RESP-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "route.idx" to WS-ROUTE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROUTE-FILENAME.
           move "resp_report_ret.idx" to WS-RW-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RW-WORK-FILENAME.
           move "resp_report_rsp.idx" to WS-RP-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RP-WORK-FILENAME.
           move "resp_report.wk" to WS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-WORK-FILENAME.
           move "resp_report_sort.wk" to WS-SORT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-WORK-FILENAME.
           move "resp_report.srt" to WS-SRT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SRT-FILENAME.
           move "campaign_resp.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
