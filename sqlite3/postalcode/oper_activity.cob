      **=================================================================
      ** オペレータ別の作業実績(月次)
      ** 引数：MONTH=YYYYMM (対象月。省略時は当月)
      **       DAYSTART=HHMM / DAYEND=HHMM (業務時間帯。省略時は
      **       0800 と 1900。この外の作業を時間外として数える)
      **       SEARCH-LIMIT=nnnn (同じオペレータが同じ検索キーを
      **       月内にこの回数以上引いたら目立つ検索とする。既定20)
      ** 入力：yubin_maint_jnl.dat (郵便番号保守の起票 PROPOSED・
      **       承認 APPROVED-BY=・却下 REJECTED。起票時点で承認待ち
      **       yubin_maint_pend.dat の行と同じ記帳が残る)
      **       cust_jnl.dat (顧客の追加・変更・削除。配送先・予約も
      **       含む)
      **       mail_return.dat (返送の記録。記録者の無い古い行と
      **       pod_entry の宛所違いは ???????? に寄せる)
      **       yubin_query_jnl.dat (郵便番号の対話検索)
      ** 出力：oper_activity.rpt (オペレータ・日別の件数表と、時間外
      **       の作業・同じ検索キーへの多数回の検索の一覧)
      ** 「誰が何をどれだけしたか」が形の違う記録ファイルに散って
      ** いたため、監督者向けに1枚にまとめる。時間外の作業がある日と
      ** 目立つ検索には * を付け、末尾の注意一覧にも載せる
      **=================================================================
        identification           division.
        program-id.              oper_activity.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select maint-jnl-file
            assign to WS-MAINT-JNL-FILENAME
            organization line sequential
            file status is WS-MJNL-FS.
        select cust-jnl-file
            assign to WS-CUST-JNL-FILENAME
            organization line sequential
            file status is WS-CJNL-FS.
        select return-file
            assign to WS-RETURN-FILENAME
            organization line sequential
            file status is WS-RET-FS.
        select query-jnl-file
            assign to WS-QUERY-JNL-FILENAME
            organization line sequential
            file status is WS-QJNL-FS.
      * オペレータ・日別の件数(毎回作り直す)
        select oa-work-file
            assign to WS-OA-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is OW-キー
            file status is WS-OW-FS.
      * オペレータ・検索キー別の件数(毎回作り直す)
        select sk-work-file
            assign to WS-SK-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is SK-キー
            file status is WS-SK-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  maint-jnl-file
            label records are standard.
        01  MJNL-FD-REC         pic X(520).

        fd  cust-jnl-file
            label records are standard.
        01  CJNL-FD-REC         pic X(1070).

        fd  return-file
            label records are standard.
        01  RETURN-FD-REC       pic X(80).

        fd  query-jnl-file
            label records are standard.
        01  QJNL-FD-REC         pic X(270).

        fd  oa-work-file
            label records are standard.
        01  OA-WORK-REC.
            03 OW-キー.
               05 OW-オペレータ  pic X(08).
               05 OW-日付        pic X(08).
      * 件数：1=起票 2=承認 3=却下 4=顧客追加 5=顧客変更 6=顧客削除
      *       7=返送記録 8=検索 9=うち時間外
            03 OW-件数           pic 9(05) occurs 9.

        fd  sk-work-file
            label records are standard.
        01  SK-WORK-REC.
            03 SK-キー.
               05 SK-オペレータ  pic X(08).
               05 SK-検索キー    pic X(100).
            03 SK-件数           pic 9(05).
            03 SK-初回日         pic X(08).
            03 SK-最終日         pic X(08).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(200).

        working-storage           section.
        01  WS-MJNL-FS          pic X(02).
        01  WS-CJNL-FS          pic X(02).
        01  WS-RET-FS           pic X(02).
        01  WS-QJNL-FS          pic X(02).
        01  WS-OW-FS            pic X(02).
        01  WS-SK-FS            pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-EOF              pic X(01).
        01  WS-ARG-JUNK         pic X(12).
        01  WS-TODAY-DATE       pic 9(08).
        01  WS-MONTH            pic X(06) value spaces.
        01  WS-DAY-START        pic X(04) value "0800".
        01  WS-DAY-END          pic X(04) value "1900".
        01  WS-SEARCH-LIMIT     pic 9(04) value 20.
      * 1件の事象(ADD-EVENT-S への受け渡し)
        01  WS-EV-OPER          pic X(08).
        01  WS-EV-DATE          pic X(08).
        01  WS-EV-TIME          pic X(06).
        01  WS-EV-IDX           pic 9(02).
        01  WS-EV-KEY           pic X(100).
        01  WS-WORK-TEXT        pic X(500).
        01  WS-HIT-CNT          pic 9(03).
        01  WS-CNT-IDX          pic 9(02).
      * 報告の組立
        01  WS-RPT-LINE         pic X(200).
        01  WS-RPT-PTR          pic 9(03).
        01  WS-CNT-ED           pic ZZZZ9.
        01  WS-CUR-OPER         pic X(08).
        01  WS-OPER-TOTAL.
            03 WS-OT-CNT        pic 9(05) occurs 9.
        01  WS-GRAND-TOTAL.
            03 WS-GT-CNT        pic 9(07) occurs 9.
        01  WS-GT-ED            pic ZZZZZZ9.
        01  WS-FLAG-COUNT       pic 9(05) value 0.
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "OPER_ACTIVITY".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
      * スプール登録(SPL001)
        01  WS-SPL-FILE         pic X(30) value "oper_activity.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
        01  i                   pic 99.
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-MAINT-JNL-FILENAME  pic X(256).
        01  WS-CUST-JNL-FILENAME   pic X(256).
        01  WS-RETURN-FILENAME     pic X(256).
        01  WS-QUERY-JNL-FILENAME  pic X(256).
        01  WS-OA-WORK-FILENAME    pic X(256).
        01  WS-SK-WORK-FILENAME    pic X(256).
        01  WS-RPT-FILENAME        pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD            pic X(600).
           03 filler                 pic X(01) value low-value.
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept WS-TODAY-DATE from date yyyymmdd.
           move WS-TODAY-DATE(1:6) to WS-MONTH.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:6) = "MONTH="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-MONTH
                 end-if
                 if param(i)(1:9) = "DAYSTART="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-DAY-START
                 end-if
                 if param(i)(1:7) = "DAYEND="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-DAY-END
                 end-if
                 if param(i)(1:13) = "SEARCH-LIMIT="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-SEARCH-LIMIT
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           open output oa-work-file.
           close oa-work-file.
           open i-o oa-work-file.
           open output sk-work-file.
           close sk-work-file.
           open i-o sk-work-file.
           if WS-OW-FS not = "00" or WS-SK-FS not = "00"
              display "ERROR: cannot create work index status="
                      WS-OW-FS " " WS-SK-FS
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           perform SCAN-MAINT-S thru SCAN-MAINT-E.
           perform SCAN-CUST-S thru SCAN-CUST-E.
           perform SCAN-RETURN-S thru SCAN-RETURN-E.
           perform SCAN-QUERY-S thru SCAN-QUERY-E.
           open output rpt-file.
           perform REPORT-DAYS-S thru REPORT-DAYS-E.
           perform REPORT-FLAGS-S thru REPORT-FLAGS-E.
           close rpt-file.
           close sk-work-file.
           close oa-work-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-OA-WORK-FILENAME delimited by space
                  " "             delimited by size
                  WS-SK-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "OPER ACTIVITY MONTH=" WS-MONTH
                   " FLAGGED=" WS-FLAG-COUNT.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-FLAG-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        SCAN-MAINT-S.
      * 「日付 時刻 oper=XXXX zip=… PROPOSED」は起票者、
      * 「… REJECTED maker=…」は却下した者(oper=)、
      * 「… APPROVED-BY=XXXX」は承認した者に数える
           open input maint-jnl-file.
           if WS-MJNL-FS not = "00"
              go to SCAN-MAINT-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read maint-jnl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform MAINT-ONE-S thru MAINT-ONE-E
              end-read
           end-perform.
           close maint-jnl-file.
        SCAN-MAINT-E.

        MAINT-ONE-S.
           if MJNL-FD-REC(1:6) not = WS-MONTH
              or MJNL-FD-REC(17:5) not = "oper="
              go to MAINT-ONE-E
           end-if.
           move MJNL-FD-REC(1:8) to WS-EV-DATE.
           move MJNL-FD-REC(10:6) to WS-EV-TIME.
           move spaces to WS-EV-OPER.
           unstring MJNL-FD-REC(22:) delimited by space
              into WS-EV-OPER.
           move 0 to WS-HIT-CNT.
           inspect MJNL-FD-REC tallying WS-HIT-CNT
              for all " PROPOSED".
           if WS-HIT-CNT > 0
              move 1 to WS-EV-IDX
              perform ADD-EVENT-S thru ADD-EVENT-E
              go to MAINT-ONE-E
           end-if.
           move 0 to WS-HIT-CNT.
           inspect MJNL-FD-REC tallying WS-HIT-CNT
              for all " REJECTED ".
           if WS-HIT-CNT > 0
              move 3 to WS-EV-IDX
              perform ADD-EVENT-S thru ADD-EVENT-E
              go to MAINT-ONE-E
           end-if.
           move 0 to WS-HIT-CNT.
           inspect MJNL-FD-REC tallying WS-HIT-CNT
              for all "APPROVED-BY=".
           if WS-HIT-CNT > 0
              move spaces to WS-WORK-TEXT
              unstring MJNL-FD-REC delimited by "APPROVED-BY="
                 into WS-ARG-JUNK WS-WORK-TEXT
              move spaces to WS-EV-OPER
              unstring WS-WORK-TEXT delimited by space
                 into WS-EV-OPER
              move 2 to WS-EV-IDX
              perform ADD-EVENT-S thru ADD-EVENT-E
           end-if.
        MAINT-ONE-E.

        SCAN-CUST-S.
      * 顧客変更ジャーナル：17桁目からオペレータ、26桁目が処理
           open input cust-jnl-file.
           if WS-CJNL-FS not = "00"
              go to SCAN-CUST-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read cust-jnl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if CJNL-FD-REC(1:6) = WS-MONTH
                       move CJNL-FD-REC(1:8)  to WS-EV-DATE
                       move CJNL-FD-REC(10:6) to WS-EV-TIME
                       move CJNL-FD-REC(17:8) to WS-EV-OPER
                       evaluate CJNL-FD-REC(26:1)
                          when "A"
                             move 4 to WS-EV-IDX
                             perform ADD-EVENT-S thru ADD-EVENT-E
                          when "C"
                             move 5 to WS-EV-IDX
                             perform ADD-EVENT-S thru ADD-EVENT-E
                          when "D"
                             move 6 to WS-EV-IDX
                             perform ADD-EVENT-S thru ADD-EVENT-E
                       end-evaluate
                    end-if
              end-read
           end-perform.
           close cust-jnl-file.
        SCAN-CUST-E.

        SCAN-RETURN-S.
      * 返送記録：51桁目から「 oper=XXXXXXXX」
           open input return-file.
           if WS-RET-FS not = "00"
              go to SCAN-RETURN-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read return-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if RETURN-FD-REC(1:6) = WS-MONTH
                       move RETURN-FD-REC(1:8)  to WS-EV-DATE
                       move RETURN-FD-REC(10:6) to WS-EV-TIME
                       if RETURN-FD-REC(51:6) = " oper="
                          move RETURN-FD-REC(57:8) to WS-EV-OPER
                       else
                          move "????????" to WS-EV-OPER
                       end-if
                       move 7 to WS-EV-IDX
                       perform ADD-EVENT-S thru ADD-EVENT-E
                    end-if
              end-read
           end-perform.
           close return-file.
        SCAN-RETURN-E.

        SCAN-QUERY-S.
      * 検索ジャーナル：22桁目からオペレータ8桁、36桁目から検索
      * キー(「| hits=」の手前まで)
           open input query-jnl-file.
           if WS-QJNL-FS not = "00"
              go to SCAN-QUERY-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read query-jnl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if QJNL-FD-REC(1:6) = WS-MONTH
                       move QJNL-FD-REC(1:8)  to WS-EV-DATE
                       move QJNL-FD-REC(10:6) to WS-EV-TIME
                       move QJNL-FD-REC(22:8) to WS-EV-OPER
                       move 8 to WS-EV-IDX
                       perform ADD-EVENT-S thru ADD-EVENT-E
                       move spaces to WS-EV-KEY
                       unstring QJNL-FD-REC(36:) delimited by "| hits="
                          into WS-EV-KEY
                       perform ADD-KEY-S thru ADD-KEY-E
                    end-if
              end-read
           end-perform.
           close query-jnl-file.
        SCAN-QUERY-E.

        ADD-EVENT-S.
      * オペレータ・日の行へ1件足す。業務時間帯の外なら時間外にも
           if WS-EV-OPER = spaces
              move "????????" to WS-EV-OPER
           end-if.
           move WS-EV-OPER to OW-オペレータ.
           move WS-EV-DATE to OW-日付.
           read oa-work-file
              invalid key
                 move 1 to WS-CNT-IDX
                 perform until WS-CNT-IDX > 9
                    move 0 to OW-件数(WS-CNT-IDX)
                    compute WS-CNT-IDX = WS-CNT-IDX + 1
                 end-perform
                 write OA-WORK-REC
           end-read.
           add 1 to OW-件数(WS-EV-IDX).
           if WS-EV-TIME(1:4) < WS-DAY-START
              or WS-EV-TIME(1:4) not < WS-DAY-END
              add 1 to OW-件数(9)
           end-if.
           rewrite OA-WORK-REC.
        ADD-EVENT-E.

        ADD-KEY-S.
           move WS-EV-OPER to SK-オペレータ.
           move WS-EV-KEY  to SK-検索キー.
           read sk-work-file
              invalid key
                 move 0 to SK-件数
                 move WS-EV-DATE to SK-初回日
                 move WS-EV-DATE to SK-最終日
                 write SK-WORK-REC
           end-read.
           add 1 to SK-件数.
           if WS-EV-DATE > SK-最終日
              move WS-EV-DATE to SK-最終日
           end-if.
           rewrite SK-WORK-REC.
        ADD-KEY-E.

        REPORT-DAYS-S.
           move spaces to WS-RPT-LINE.
           string "OPERATOR ACTIVITY REPORT  MONTH=" WS-MONTH
                  "  BUSINESS HOURS=" WS-DAY-START "-" WS-DAY-END
                  "  RUN=" WS-TODAY-DATE
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "OPERATOR DATE     "
                  "   PROP  APPR   REJ  CADD  CCHG  CDEL  RETN  SRCH"
                  " AFTHR"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-CUR-OPER.
           move low-values to OW-キー.
           move "N" to WS-EOF.
           start oa-work-file key is >= OW-キー
              invalid key
                 move "Y" to WS-EOF
           end-start.
           perform until WS-EOF = "Y"
              read oa-work-file next record
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if OW-オペレータ not = WS-CUR-OPER
                       if WS-CUR-OPER not = spaces
                          perform OPER-TOTAL-S thru OPER-TOTAL-E
                       end-if
                       move OW-オペレータ to WS-CUR-OPER
                       move zero to WS-OPER-TOTAL
                    end-if
                    perform DAY-LINE-S thru DAY-LINE-E
              end-read
           end-perform.
           if WS-CUR-OPER not = spaces
              perform OPER-TOTAL-S thru OPER-TOTAL-E
           end-if.
           move spaces to WS-RPT-LINE.
           string "ALL OPERATORS     " delimited by size
              into WS-RPT-LINE.
           move 19 to WS-RPT-PTR.
           move 1 to WS-CNT-IDX.
           perform until WS-CNT-IDX > 9
              move WS-GT-CNT(WS-CNT-IDX) to WS-GT-ED
              string WS-GT-ED delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
              compute WS-CNT-IDX = WS-CNT-IDX + 1
           end-perform.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        REPORT-DAYS-E.

        DAY-LINE-S.
           move spaces to WS-RPT-LINE.
           string OW-オペレータ " " OW-日付 " "
                  delimited by size into WS-RPT-LINE.
           move 19 to WS-RPT-PTR.
           move 1 to WS-CNT-IDX.
           perform until WS-CNT-IDX > 9
              move OW-件数(WS-CNT-IDX) to WS-CNT-ED
              add OW-件数(WS-CNT-IDX) to WS-OT-CNT(WS-CNT-IDX)
              add OW-件数(WS-CNT-IDX) to WS-GT-CNT(WS-CNT-IDX)
              string " " WS-CNT-ED delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
              compute WS-CNT-IDX = WS-CNT-IDX + 1
           end-perform.
           if OW-件数(9) > 0
              string "  *AFTER-HOURS" delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        DAY-LINE-E.

        OPER-TOTAL-S.
           move spaces to WS-RPT-LINE.
           string WS-CUR-OPER " TOTAL    "
                  delimited by size into WS-RPT-LINE.
           move 19 to WS-RPT-PTR.
           move 1 to WS-CNT-IDX.
           perform until WS-CNT-IDX > 9
              move WS-OT-CNT(WS-CNT-IDX) to WS-CNT-ED
              string " " WS-CNT-ED delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
              compute WS-CNT-IDX = WS-CNT-IDX + 1
           end-perform.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        OPER-TOTAL-E.

        REPORT-FLAGS-S.
      * 注意一覧：時間外の作業があった日と、同じ検索キーへの多数回
      * の検索(住所の盗み見・特定個人の追跡の兆候)
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move "UNUSUAL PATTERNS" to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move low-values to OW-キー.
           move "N" to WS-EOF.
           start oa-work-file key is >= OW-キー
              invalid key
                 move "Y" to WS-EOF
           end-start.
           perform until WS-EOF = "Y"
              read oa-work-file next record
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if OW-件数(9) > 0
                       add 1 to WS-FLAG-COUNT
                       move OW-件数(9) to WS-CNT-ED
                       move spaces to WS-RPT-LINE
                       string "* AFTER-HOURS  " OW-オペレータ
                              " " OW-日付 " ACTIONS=" WS-CNT-ED
                              delimited by size into WS-RPT-LINE
                       perform WRITE-RPT-S thru WRITE-RPT-E
                    end-if
              end-read
           end-perform.
           move low-values to SK-キー.
           move "N" to WS-EOF.
           start sk-work-file key is >= SK-キー
              invalid key
                 move "Y" to WS-EOF
           end-start.
           perform until WS-EOF = "Y"
              read sk-work-file next record
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if SK-件数 not < WS-SEARCH-LIMIT
                       add 1 to WS-FLAG-COUNT
                       move SK-件数 to WS-CNT-ED
                       move spaces to WS-RPT-LINE
                       move 1 to WS-RPT-PTR
                       string "* HIGH SEARCH  " SK-オペレータ
                              " " SK-初回日 "-" SK-最終日
                              " TIMES=" WS-CNT-ED " KEY=|"
                              delimited by size into WS-RPT-LINE
                              with pointer WS-RPT-PTR
                       string SK-検索キー delimited by "  "
                              "|" delimited by size
                              into WS-RPT-LINE with pointer WS-RPT-PTR
                       perform WRITE-RPT-S thru WRITE-RPT-E
                    end-if
              end-read
           end-perform.
           if WS-FLAG-COUNT = 0
              move "  (none)" to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
        REPORT-FLAGS-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "yubin_maint_jnl.dat" to WS-MAINT-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MAINT-JNL-FILENAME.
           move "cust_jnl.dat" to WS-CUST-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-JNL-FILENAME.
           move "mail_return.dat" to WS-RETURN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RETURN-FILENAME.
           move "yubin_query_jnl.dat" to WS-QUERY-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-QUERY-JNL-FILENAME.
           move "oper_activity_day.idx" to WS-OA-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OA-WORK-FILENAME.
           move "oper_activity_key.idx" to WS-SK-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SK-WORK-FILENAME.
           move "oper_activity.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
