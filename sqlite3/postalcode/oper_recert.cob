      **=================================================================
      ** オペレータIDの定期棚卸し(四半期)と未使用IDの無効化
      ** 引数：TRIAL=Y (試行。判定と報告だけを行い、無効化しない。
      **       確認ファイルを回収する前の下見用)
      ** 入力：yubin_oper.dat (オペレータ表。ロール・最終サインオン日)
      **       oper_recert.ctl (任意の日数設定。既定値は括弧内)
      **         IDLE-DAYS=nnnn    … 最終サインオン・最終保守作業から
      **                    この日数を過ぎたIDを無効化(0090)
      **         CONFIRM-DAYS=nnnn … 監督者の再確認がこの日数以内の
      **                    ものだけを有効とする(0092)
      **       oper_recert_confirm.dat (監督者の再確認。1行1件
      **         「オペレータID(8) 確認日YYYYMMDD 確認者ID」。
      **         同じIDが複数あれば新しい日付を採る)
      **       yubin_maint_jnl.dat (最終保守作業日と承認件数。起票・
      **         却下は oper=、承認は APPROVED-BY= の者に数える)
      **       yubin_maint_pend.dat (承認待ちの起票)
      ** 出力：oper_recert.rpt (全オペレータのロール・最終サインオン・
      **       最終保守作業・承認件数・再確認と判定、同一IDによる
      **       起票と承認の一覧、確認・承認の署名欄)
      **       yubin_oper.dat (無効化したIDのロック欄を D にする)
      **       yubin_error.log (無効化1件ごとに共通ログへWARN)
      ** 再確認の無いID、または未使用日数を超えたIDを無効化する。
      ** 無効化(D)は連続失敗のロックと同じくサインオンできなくなり、
      ** oper_maint の U で解除する。最後に残った有効なSロールは
      ** 解除できる者がいなくなるため無効化せず、報告に残す。
      ** 確認ファイルが無い・空のときは全員が未確認になるので、
      ** 無効化はせず異常終了とする
      **=================================================================
        identification           division.
        program-id.              oper_recert.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select oper-file
            assign to WS-OPER-FILENAME
            organization line sequential
            file status is WS-OPER-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select confirm-file
            assign to WS-CONFIRM-FILENAME
            organization line sequential
            file status is WS-CONF-FS.
        select maint-jnl-file
            assign to WS-MAINT-JNL-FILENAME
            organization line sequential
            file status is WS-MJNL-FS.
        select pend-file
            assign to WS-PEND-FILENAME
            organization line sequential
            file status is WS-PEND-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        data                     division.
        file                      section.
      * OPR001・oper_maint と同じ形。書き戻しは行全体をそのまま
      * 戻し、ロック欄(32桁目)だけを変える
        fd  oper-file
            label records are standard.
        01  OPER-FD-REC.
            03 OPER-FD-ID        pic X(08).
            03 filler            pic X(01).
            03 OPER-FD-PW        pic X(08).
            03 filler            pic X(01).
            03 OPER-FD-ROLE      pic X(01).
            03 filler            pic X(01).
            03 OPER-FD-LASTCHG   pic X(08).
            03 filler            pic X(01).
            03 OPER-FD-FAIL      pic X(01).
            03 filler            pic X(01).
            03 OPER-FD-LOCK      pic X(01).
            03 filler            pic X(01).
            03 OPER-FD-LASTON    pic X(08).

        fd  ctl-file
            label records are standard.
        01  CTL-FD-REC          pic X(80).

        fd  confirm-file
            label records are standard.
        01  CONF-FD-REC.
            03 CONF-FD-ID        pic X(08).
            03 filler            pic X(01).
            03 CONF-FD-DATE      pic X(08).
            03 filler            pic X(01).
            03 CONF-FD-BY        pic X(08).
            03 filler            pic X(54).

        fd  maint-jnl-file
            label records are standard.
        01  MJNL-FD-REC         pic X(520).

        fd  pend-file
            label records are standard.
        01  PEND-FD-REC         pic X(700).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(132).

        working-storage           section.
        01  WS-OPER-FS          pic X(02).
        01  WS-CTL-FS           pic X(02).
        01  WS-CONF-FS          pic X(02).
        01  WS-MJNL-FS          pic X(02).
        01  WS-PEND-FS          pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-EOF              pic X(01).
        01  WS-CTL-EOF          pic X(01).
        01  WS-CTL-JUNK         pic X(20).
        01  WS-CTL-NUM          pic X(04).
        01  WS-ARG-JUNK         pic X(12).
        01  WS-TRIAL            pic X(01) value "N".
        01  WS-IDLE-DAYS        pic 9(04) value 90.
        01  WS-CONFIRM-DAYS     pic 9(04) value 92.
        01  WS-TODAY-DATE       pic 9(08).
        01  WS-TODAY-SER        pic 9(08).
        01  WS-CONF-LINES       pic 9(05) value 0.
        01  WS-NO-CONFIRM       pic X(01) value "N".
      * オペレータ表(OPR001と同じく50件まで)
        01  WS-OPER-COUNT       pic 9(02) value 0.
        01  WS-OPER-TABLE.
            03 WS-OT-ENTRY occurs 50.
               05 WS-OT-REC      pic X(41).
               05 WS-OT-ID       pic X(08).
               05 WS-OT-ROLE     pic X(01).
               05 WS-OT-LOCK     pic X(01).
               05 WS-OT-LASTCHG  pic X(08).
               05 WS-OT-LASTON   pic X(08).
               05 WS-OT-LASTMNT  pic X(08).
               05 WS-OT-APPR     pic 9(05).
               05 WS-OT-SELF     pic 9(03).
               05 WS-OT-CONF-DT  pic X(08).
               05 WS-OT-CONF-BY  pic X(08).
               05 WS-OT-IDLE     pic 9(04).
      * 判定：N=未確認 I=未使用超過 (どちらも無効化の理由)
               05 WS-OT-NOCONF   pic X(01).
               05 WS-OT-IDLE-FLG pic X(01).
      * 処理：D=今回無効化 K=最後のSロールのため保留 空白=なし
               05 WS-OT-ACTION   pic X(01).
        01  WS-HIT-IDX          pic 9(02).
        01  WS-FIND-ID          pic X(08).
      * 同一IDによる起票と承認(最大200件まで一覧に載せる)
        01  WS-SELF-COUNT       pic 9(05) value 0.
        01  WS-SELF-TABLE.
            03 WS-SA-ENTRY occurs 200.
               05 WS-SA-SRC      pic X(04).
               05 WS-SA-DATE     pic X(08).
               05 WS-SA-TIME     pic X(06).
               05 WS-SA-OPER     pic X(08).
               05 WS-SA-ZIP      pic X(07).
      * 1行の保守記帳の分解
        01  WS-LINE-DATE        pic X(08).
        01  WS-MAKER            pic X(08).
        01  WS-APPROVER         pic X(08).
        01  WS-WORK-TEXT        pic X(700).
        01  WS-HIT-CNT          pic 9(03).
        01  WS-SELF-SRC         pic X(04).
      * 通算日換算(OPR001のDATE-TO-SERIALと同じ)
        01  WS-SER-DATE         pic 9(08).
        01  WS-SER-YYYY         pic 9(04).
        01  WS-SER-MM           pic 9(02).
        01  WS-SER-DD           pic 9(02).
        01  WS-SER-RESULT       pic 9(08).
        01  WS-BASE-DATE        pic X(08).
        01  WS-CUM-DAYS-TBL.
            03 filler pic X(36) value
               "000031059090120151181212243273304334".
        01  WS-CUM-DAYS redefines WS-CUM-DAYS-TBL.
            03 WS-CUM-MM  occurs 12  pic 9(03).
      * 有効なSロールの残数(最後の1件は無効化しない)
        01  WS-SUPER-LEFT       pic 9(02) value 0.
        01  WS-DISABLE-COUNT    pic 9(05) value 0.
        01  WS-KEPT-COUNT       pic 9(05) value 0.
      * 報告の組立
        01  WS-RPT-LINE         pic X(132).
        01  WS-RPT-PTR          pic 9(03).
        01  WS-APPR-ED          pic ZZZZ9.
        01  WS-IDLE-ED          pic ZZZ9.
        01  WS-SELF-ED          pic ZZ9.
        01  WS-CNT-ED           pic ZZZZ9.
        01  WS-DAYS-ED          pic ZZZ9.
        01  WS-TEXT-LASTON      pic X(08).
        01  WS-TEXT-LASTMNT     pic X(08).
        01  WS-TEXT-STATE       pic X(10).
      * 共通ログ(LOG001)
        01  WS-LOG-SEVERITY     pic X(05).
        01  WS-LOG-MESSAGE      pic X(80).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "OPER_RECERT".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
      * スプール登録(SPL001)
        01  WS-SPL-FILE         pic X(30) value "oper_recert.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
        01  i                   pic 99.
        01  j                   pic 9(03).
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-OPER-FILENAME       pic X(256).
        01  WS-CTL-FILENAME        pic X(256).
        01  WS-CONFIRM-FILENAME    pic X(256).
        01  WS-MAINT-JNL-FILENAME  pic X(256).
        01  WS-PEND-FILENAME       pic X(256).
        01  WS-RPT-FILENAME        pic X(256).
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:6) = "TRIAL="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-TRIAL
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-TODAY-DATE from date yyyymmdd.
           move WS-TODAY-DATE to WS-SER-DATE.
           perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E.
           move WS-SER-RESULT to WS-TODAY-SER.
           perform READ-CONTROL-S thru READ-CONTROL-E.
           perform LOAD-OPER-S thru LOAD-OPER-E.
           perform LOAD-CONFIRM-S thru LOAD-CONFIRM-E.
           perform SCAN-MAINT-S thru SCAN-MAINT-E.
           perform SCAN-PEND-S thru SCAN-PEND-E.
           perform JUDGE-ALL-S thru JUDGE-ALL-E.
           if WS-CONF-LINES = 0 and WS-TRIAL not = "Y"
              move "Y" to WS-NO-CONFIRM
              perform NO-CONFIRM-S thru NO-CONFIRM-E
           end-if.
           if WS-TRIAL not = "Y"
              perform DISABLE-ALL-S thru DISABLE-ALL-E
           end-if.
           open output rpt-file.
           perform REPORT-OPER-S thru REPORT-OPER-E.
           perform REPORT-SELF-S thru REPORT-SELF-E.
           close rpt-file.
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "OPER RECERT OPERATORS=" WS-OPER-COUNT
                   " DISABLED=" WS-DISABLE-COUNT
                   " KEPT=" WS-KEPT-COUNT
                   " SELF-APPROVAL=" WS-SELF-COUNT.
           if WS-NO-CONFIRM = "Y"
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-DISABLE-COUNT to WS-RJ-COUNT.
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
                    perform PARSE-CONTROL-S thru PARSE-CONTROL-E
              end-read
           end-perform.
           close ctl-file.
        READ-CONTROL-E.

        PARSE-CONTROL-S.
      * 値は4桁の数字(0090のように桁を揃えて書く)。不正なら既定値
           move spaces to WS-CTL-NUM.
           unstring CTL-FD-REC delimited by "="
              into WS-CTL-JUNK WS-CTL-NUM.
           if WS-CTL-NUM not numeric
              go to PARSE-CONTROL-E
           end-if.
           evaluate WS-CTL-JUNK
              when "IDLE-DAYS"
                 move WS-CTL-NUM to WS-IDLE-DAYS
              when "CONFIRM-DAYS"
                 move WS-CTL-NUM to WS-CONFIRM-DAYS
           end-evaluate.
        PARSE-CONTROL-E.

        LOAD-OPER-S.
           open input oper-file.
           if WS-OPER-FS not = "00"
              display "ERROR: cannot open yubin_oper.dat status="
                      WS-OPER-FS
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read oper-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if OPER-FD-ID not = spaces
                       and WS-OPER-COUNT < 50
                       add 1 to WS-OPER-COUNT
                       initialize WS-OT-ENTRY(WS-OPER-COUNT)
                       move OPER-FD-REC
                          to WS-OT-REC(WS-OPER-COUNT)
                       move OPER-FD-ID
                          to WS-OT-ID(WS-OPER-COUNT)
                       move OPER-FD-ROLE
                          to WS-OT-ROLE(WS-OPER-COUNT)
                       move OPER-FD-LOCK
                          to WS-OT-LOCK(WS-OPER-COUNT)
                       move OPER-FD-LASTCHG
                          to WS-OT-LASTCHG(WS-OPER-COUNT)
                       move OPER-FD-LASTON
                          to WS-OT-LASTON(WS-OPER-COUNT)
                    end-if
              end-read
           end-perform.
           close oper-file.
        LOAD-OPER-E.

        FIND-OPER-S.
      * WS-FIND-ID を表から探す(無ければ WS-HIT-IDX=0)
           move 0 to WS-HIT-IDX.
           move 1 to i.
           perform until i > WS-OPER-COUNT or WS-HIT-IDX > 0
              if WS-OT-ID(i) = WS-FIND-ID
                 move i to WS-HIT-IDX
              end-if
              compute i = i + 1
           end-perform.
        FIND-OPER-E.

        LOAD-CONFIRM-S.
      * 確認日が CONFIRM-DAYS 以内のものだけを採る
           open input confirm-file.
           if WS-CONF-FS not = "00"
              go to LOAD-CONFIRM-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read confirm-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform CONFIRM-ONE-S thru CONFIRM-ONE-E
              end-read
           end-perform.
           close confirm-file.
        LOAD-CONFIRM-E.

        CONFIRM-ONE-S.
           if CONF-FD-ID = spaces or CONF-FD-DATE not numeric
              go to CONFIRM-ONE-E
           end-if.
           compute WS-CONF-LINES = WS-CONF-LINES + 1.
           move CONF-FD-ID to WS-FIND-ID.
           perform FIND-OPER-S thru FIND-OPER-E.
           if WS-HIT-IDX = 0
              go to CONFIRM-ONE-E
           end-if.
           move CONF-FD-DATE to WS-SER-DATE.
           perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E.
           if WS-SER-RESULT = 0
              or WS-SER-RESULT > WS-TODAY-SER
              or WS-TODAY-SER - WS-SER-RESULT > WS-CONFIRM-DAYS
              go to CONFIRM-ONE-E
           end-if.
           if CONF-FD-DATE > WS-OT-CONF-DT(WS-HIT-IDX)
              or WS-OT-CONF-DT(WS-HIT-IDX) = spaces
              move CONF-FD-DATE to WS-OT-CONF-DT(WS-HIT-IDX)
              move CONF-FD-BY   to WS-OT-CONF-BY(WS-HIT-IDX)
           end-if.
        CONFIRM-ONE-E.

        SCAN-MAINT-S.
      * 起票(PROPOSED)・却下(REJECTED)・同期などは oper= の者、
      * 承認済みの記帳は APPROVED-BY= の者の作業日とする。
      * 承認済みの記帳の oper= は起票者なので、承認者と同じなら
      * 同一IDによる起票と承認として一覧に載せる
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
                    move MJNL-FD-REC to WS-WORK-TEXT
                    perform MAINT-ONE-S thru MAINT-ONE-E
              end-read
           end-perform.
           close maint-jnl-file.
        SCAN-MAINT-E.

        MAINT-ONE-S.
           if WS-WORK-TEXT(17:5) not = "oper="
              or WS-WORK-TEXT(1:8) not numeric
              go to MAINT-ONE-E
           end-if.
           move WS-WORK-TEXT(1:8) to WS-LINE-DATE.
           move spaces to WS-MAKER.
           unstring WS-WORK-TEXT(22:) delimited by space
              into WS-MAKER.
           move 0 to WS-HIT-CNT.
           inspect WS-WORK-TEXT tallying WS-HIT-CNT
              for all "APPROVED-BY=".
           if WS-HIT-CNT = 0
              move WS-MAKER to WS-FIND-ID
              perform NOTE-ACTIVITY-S thru NOTE-ACTIVITY-E
              go to MAINT-ONE-E
           end-if.
           perform APPROVER-OF-S thru APPROVER-OF-E.
           move WS-APPROVER to WS-FIND-ID.
           perform NOTE-ACTIVITY-S thru NOTE-ACTIVITY-E.
           if WS-HIT-IDX > 0
              add 1 to WS-OT-APPR(WS-HIT-IDX)
           end-if.
           if WS-APPROVER = WS-MAKER
              move "JNL " to WS-SELF-SRC
              perform NOTE-SELF-S thru NOTE-SELF-E
           end-if.
        MAINT-ONE-E.

        APPROVER-OF-S.
           move spaces to WS-APPROVER.
           move spaces to WS-ARG-JUNK.
           unstring WS-WORK-TEXT delimited by "APPROVED-BY="
              into WS-ARG-JUNK WS-CTL-JUNK.
           unstring WS-CTL-JUNK delimited by space
              into WS-APPROVER.
        APPROVER-OF-E.

        NOTE-ACTIVITY-S.
           perform FIND-OPER-S thru FIND-OPER-E.
           if WS-HIT-IDX = 0
              go to NOTE-ACTIVITY-E
           end-if.
           if WS-LINE-DATE > WS-OT-LASTMNT(WS-HIT-IDX)
              or WS-OT-LASTMNT(WS-HIT-IDX) = spaces
              move WS-LINE-DATE to WS-OT-LASTMNT(WS-HIT-IDX)
           end-if.
        NOTE-ACTIVITY-E.

        NOTE-SELF-S.
      * 起票者＝承認者の1件を記録する(出所 JNL/PEND は WS-SELF-SRC)
           move WS-MAKER to WS-FIND-ID.
           perform FIND-OPER-S thru FIND-OPER-E.
           if WS-HIT-IDX > 0
              add 1 to WS-OT-SELF(WS-HIT-IDX)
           end-if.
           if WS-SELF-COUNT >= 200
              compute WS-SELF-COUNT = WS-SELF-COUNT + 1
              go to NOTE-SELF-E
           end-if.
           compute WS-SELF-COUNT = WS-SELF-COUNT + 1.
           move WS-SELF-SRC      to WS-SA-SRC(WS-SELF-COUNT).
           move WS-WORK-TEXT(1:8)  to WS-SA-DATE(WS-SELF-COUNT).
           move WS-WORK-TEXT(10:6) to WS-SA-TIME(WS-SELF-COUNT).
           move WS-MAKER         to WS-SA-OPER(WS-SELF-COUNT).
           move WS-WORK-TEXT(35:7) to WS-SA-ZIP(WS-SELF-COUNT).
        NOTE-SELF-E.

        SCAN-PEND-S.
      * 承認待ちの行は起票者だけを持つ。手直しなどで承認者の記帳
      * (APPROVED-BY=)が付いた行があれば、起票者と比べる
           open input pend-file.
           if WS-PEND-FS not = "00"
              go to SCAN-PEND-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read pend-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    move PEND-FD-REC to WS-WORK-TEXT
                    perform PEND-ONE-S thru PEND-ONE-E
              end-read
           end-perform.
           close pend-file.
        SCAN-PEND-E.

        PEND-ONE-S.
           if WS-WORK-TEXT(17:5) not = "oper="
              go to PEND-ONE-E
           end-if.
           move 0 to WS-HIT-CNT.
           inspect WS-WORK-TEXT tallying WS-HIT-CNT
              for all "APPROVED-BY=".
           if WS-HIT-CNT = 0
              go to PEND-ONE-E
           end-if.
           move WS-WORK-TEXT(22:8) to WS-MAKER.
           perform APPROVER-OF-S thru APPROVER-OF-E.
           if WS-APPROVER = WS-MAKER
              move "PEND" to WS-SELF-SRC
              perform NOTE-SELF-S thru NOTE-SELF-E
           end-if.
        PEND-ONE-E.

        JUDGE-ALL-S.
      * 未使用日数は 最終サインオン・最終保守作業 の新しい方から
      * 数える。どちらも無いIDはパスワードの最終変更日から数える
           move 1 to i.
           perform until i > WS-OPER-COUNT
              if WS-OT-CONF-DT(i) = spaces
                 move "N" to WS-OT-NOCONF(i)
              end-if
              move WS-OT-LASTON(i) to WS-BASE-DATE
              if WS-OT-LASTMNT(i) > WS-BASE-DATE
                 or WS-BASE-DATE not numeric
                 move WS-OT-LASTMNT(i) to WS-BASE-DATE
              end-if
              if WS-BASE-DATE not numeric
                 move WS-OT-LASTCHG(i) to WS-BASE-DATE
              end-if
              move 9999 to WS-OT-IDLE(i)
              if WS-BASE-DATE numeric
                 move WS-BASE-DATE to WS-SER-DATE
                 perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E
                 if WS-SER-RESULT > 0
                    and WS-SER-RESULT <= WS-TODAY-SER
                    and WS-TODAY-SER - WS-SER-RESULT < 9999
                    compute WS-OT-IDLE(i) =
                       WS-TODAY-SER - WS-SER-RESULT
                 end-if
              end-if
              if WS-OT-IDLE(i) > WS-IDLE-DAYS
                 move "I" to WS-OT-IDLE-FLG(i)
              end-if
              if WS-OT-ROLE(i) = "S" and WS-OT-LOCK(i) not = "D"
                 compute WS-SUPER-LEFT = WS-SUPER-LEFT + 1
              end-if
              compute i = i + 1
           end-perform.
        JUDGE-ALL-E.

        NO-CONFIRM-S.
      * 確認ファイルの未回収で全員を止めてしまわないよう、判定の
      * 報告だけを出して無効化を見送る
           move "ERROR" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "recert confirmation file missing or empty; "
                  "no operator disabled"
                  delimited by size into WS-LOG-MESSAGE.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "ERROR: " WS-LOG-MESSAGE.
           move "Y" to WS-TRIAL.
        NO-CONFIRM-E.

        DISABLE-ALL-S.
      * 既に無効化済みのIDは対象外。最後に残る有効なSロールは
      * 無効化せず K(保留)とする
           move 1 to i.
           perform until i > WS-OPER-COUNT
              if WS-OT-LOCK(i) not = "D"
                 and (WS-OT-NOCONF(i) = "N"
                      or WS-OT-IDLE-FLG(i) = "I")
                 if WS-OT-ROLE(i) = "S" and WS-SUPER-LEFT <= 1
                    move "K" to WS-OT-ACTION(i)
                    compute WS-KEPT-COUNT = WS-KEPT-COUNT + 1
                 else
                    perform DISABLE-ONE-S thru DISABLE-ONE-E
                 end-if
              end-if
              compute i = i + 1
           end-perform.
           if WS-DISABLE-COUNT > 0
              perform SAVE-OPER-S thru SAVE-OPER-E
           end-if.
        DISABLE-ALL-E.

        DISABLE-ONE-S.
           move "D" to WS-OT-ACTION(i).
           move "D" to WS-OT-REC(i)(32:1).
           if WS-OT-ROLE(i) = "S"
              compute WS-SUPER-LEFT = WS-SUPER-LEFT - 1
           end-if.
           compute WS-DISABLE-COUNT = WS-DISABLE-COUNT + 1.
           move WS-OT-IDLE(i) to WS-DAYS-ED.
           move "WARN " to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           move 1 to WS-RPT-PTR.
           string "recert disabled operator " delimited by size
                  WS-OT-ID(i) delimited by space
                  " role=" delimited by size
                  WS-OT-ROLE(i) delimited by size
                  into WS-LOG-MESSAGE with pointer WS-RPT-PTR.
           if WS-OT-NOCONF(i) = "N"
              string " not-confirmed" delimited by size
                     into WS-LOG-MESSAGE with pointer WS-RPT-PTR
           end-if.
           if WS-OT-IDLE-FLG(i) = "I"
              string " idle=" WS-DAYS-ED " days"
                     delimited by size
                     into WS-LOG-MESSAGE with pointer WS-RPT-PTR
           end-if.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
        DISABLE-ONE-E.

        SAVE-OPER-S.
      * 読んだ行をそのまま書き戻す(ロック欄だけが変わる)
           open output oper-file.
           if WS-OPER-FS not = "00"
              display "ERROR: cannot rewrite yubin_oper.dat status="
                      WS-OPER-FS
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           move 1 to i.
           perform until i > WS-OPER-COUNT
              move WS-OT-REC(i) to OPER-FD-REC
              write OPER-FD-REC
              compute i = i + 1
           end-perform.
           close oper-file.
        SAVE-OPER-E.

        REPORT-OPER-S.
           move spaces to WS-RPT-LINE.
           string "OPERATOR ACCESS RECERTIFICATION  RUN="
                  WS-TODAY-DATE delimited by size
                  into WS-RPT-LINE.
           if WS-TRIAL = "Y"
              move "(TRIAL - NO ID DISABLED)" to WS-RPT-LINE(50:24)
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move WS-IDLE-DAYS to WS-DAYS-ED.
           move spaces to WS-RPT-LINE.
           move 1 to WS-RPT-PTR.
           string "IDLE-DAYS=" WS-DAYS-ED delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           move WS-CONFIRM-DAYS to WS-DAYS-ED.
           string "  CONFIRM-DAYS=" WS-DAYS-ED delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "OPERATOR R LASTSIGN LASTMNT  APPRV  IDLE "
                  "CONFIRM  BY       STATE      REASON"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move 1 to i.
           perform until i > WS-OPER-COUNT
              perform REPORT-ONE-S thru REPORT-ONE-E
              compute i = i + 1
           end-perform.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           move 1 to WS-RPT-PTR.
           move WS-OPER-COUNT to WS-CNT-ED.
           string "OPERATORS=" WS-CNT-ED delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           move WS-DISABLE-COUNT to WS-CNT-ED.
           string "  DISABLED=" WS-CNT-ED delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           move WS-KEPT-COUNT to WS-CNT-ED.
           string "  KEPT=" WS-CNT-ED delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           move WS-SELF-COUNT to WS-CNT-ED.
           string "  SELF-APPROVAL=" WS-CNT-ED delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        REPORT-OPER-E.

        REPORT-ONE-S.
      * 状態：ACTIVE / LOCKED / DISABLED(以前から) /
      *       DISABLE(今回無効化。試行では WOULD-DIS) / KEPT
           move WS-OT-LASTON(i) to WS-TEXT-LASTON.
           if WS-TEXT-LASTON = spaces
              move "--------" to WS-TEXT-LASTON
           end-if.
           move WS-OT-LASTMNT(i) to WS-TEXT-LASTMNT.
           if WS-TEXT-LASTMNT = spaces
              move "--------" to WS-TEXT-LASTMNT
           end-if.
           evaluate true
              when WS-OT-LOCK(i) = "D"
                 move "DISABLED" to WS-TEXT-STATE
              when WS-OT-ACTION(i) = "D"
                 move "DISABLE" to WS-TEXT-STATE
              when WS-OT-ACTION(i) = "K"
                 move "KEPT" to WS-TEXT-STATE
              when WS-OT-NOCONF(i) = "N" or WS-OT-IDLE-FLG(i) = "I"
                 move "WOULD-DIS" to WS-TEXT-STATE
              when WS-OT-LOCK(i) = "L"
                 move "LOCKED" to WS-TEXT-STATE
              when other
                 move "ACTIVE" to WS-TEXT-STATE
           end-evaluate.
           move WS-OT-APPR(i) to WS-APPR-ED.
           move WS-OT-IDLE(i) to WS-IDLE-ED.
           move spaces to WS-RPT-LINE.
           move 1 to WS-RPT-PTR.
           string WS-OT-ID(i)      delimited by size
                  " "              delimited by size
                  WS-OT-ROLE(i)    delimited by size
                  " "              delimited by size
                  WS-TEXT-LASTON   delimited by size
                  " "              delimited by size
                  WS-TEXT-LASTMNT  delimited by size
                  " "              delimited by size
                  WS-APPR-ED       delimited by size
                  " "              delimited by size
                  WS-IDLE-ED       delimited by size
                  " "              delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           if WS-OT-CONF-DT(i) = spaces
              string "-------- -------- " delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
           else
              string WS-OT-CONF-DT(i) delimited by size
                     " "              delimited by size
                     WS-OT-CONF-BY(i) delimited by size
                     " "              delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
           end-if.
           string WS-TEXT-STATE delimited by size
                  " "           delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           if WS-OT-NOCONF(i) = "N"
              string "NOT-CONFIRMED " delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
           end-if.
           if WS-OT-IDLE-FLG(i) = "I"
              string "IDLE " delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
           end-if.
           if WS-OT-SELF(i) > 0
              move WS-OT-SELF(i) to WS-SELF-ED
              string "SELF-APPROVAL=" WS-SELF-ED " "
                     delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
           end-if.
           if WS-OT-ACTION(i) = "K"
              string "LAST-SUPERVISOR" delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        REPORT-ONE-E.

        REPORT-SELF-S.
      * 同一IDによる起票と承認の一覧と、署名欄
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move "SAME ID PROPOSED AND APPROVED" to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           if WS-SELF-COUNT = 0
              move "  (none)" to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           move 1 to j.
           perform until j > WS-SELF-COUNT or j > 200
              move spaces to WS-RPT-LINE
              string "  " WS-SA-SRC(j) " " WS-SA-DATE(j) " "
                     WS-SA-TIME(j) " oper=" WS-SA-OPER(j)
                     " zip=" WS-SA-ZIP(j)
                     delimited by size into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
              compute j = j + 1
           end-perform.
           if WS-SELF-COUNT > 200
              move "  (more than 200; list truncated)"
                 to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move "REVIEWED BY : ____________  DATE : ________"
              to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move "APPROVED BY : ____________  DATE : ________"
              to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        REPORT-SELF-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        DATE-TO-SERIAL-S.
           if WS-SER-DATE not numeric
              move 0 to WS-SER-RESULT
              go to DATE-TO-SERIAL-E
           end-if.
           compute WS-SER-YYYY = WS-SER-DATE / 10000.
           compute WS-SER-MM =
              (WS-SER-DATE / 100) - (WS-SER-YYYY * 100).
           compute WS-SER-DD =
              WS-SER-DATE - (WS-SER-YYYY * 10000)
                          - (WS-SER-MM * 100).
           if WS-SER-MM < 1 or WS-SER-MM > 12
              move 0 to WS-SER-RESULT
              go to DATE-TO-SERIAL-E
           end-if.
           compute WS-SER-RESULT
              = (WS-SER-YYYY * 365) + (WS-SER-YYYY / 4)
              + WS-CUM-MM(WS-SER-MM) + WS-SER-DD.
        DATE-TO-SERIAL-E.

        ENV-RESOLVE-S.
           move "yubin_oper.dat" to WS-OPER-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OPER-FILENAME.
           move "oper_recert.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "oper_recert_confirm.dat" to WS-CONFIRM-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CONFIRM-FILENAME.
           move "yubin_maint_jnl.dat" to WS-MAINT-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MAINT-JNL-FILENAME.
           move "yubin_maint_pend.dat" to WS-PEND-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PEND-FILENAME.
           move "oper_recert.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
