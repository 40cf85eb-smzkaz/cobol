      **=================================================================
      ** バッチ納期(SLA)の月次達成率レポート
      ** 引数：MONTH=YYYYMM (省略時は前月)
      ** 入力：yubin_sla.ctl (sla_check と同じ納期の設定)
      **       yubin_runjnl.dat と housekeep 退避 yubin_runjnl.dat.YYYYMM
      **       yubin_calendar.dat (祝日・休業日)
      ** 出力：sla_report.rpt (遅延・未完了の明細、ジョブ別・受取先別
      **       の納期日数・達成・遅延・未完了・達成率)
      **       yubin_error.log (SLA= 行や対象の END SUCCESS が表の
      **       上限を超えたときFATAL)
      ** 対象月の納期日ごとに、前回の納期日の納期時刻より後の最初の
      ** END SUCCESS を見て、納期までなら達成、納期日の当日中なら
      ** 遅延、それも無ければ未完了とする(1回の実行は1日分にしか
      ** 数えない)。納期がまだ来ていない日は数えない
      **=================================================================
        identification           division.
        program-id.              sla_report.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select calendar-file
            assign to WS-CALENDAR-FILENAME
            organization line sequential
            file status is WS-CAL-FS.
        select rj-file
            assign to WS-RJ-NAME
            organization line sequential
            file status is WS-RJ-FS.
        select list-file
            assign to WS-LIST-FILENAME
            organization line sequential
            file status is WS-LIST-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  ctl-file
            label records are standard.
        01  CTL-FD-REC          pic X(120).

        fd  calendar-file
            label records are standard.
        01  CAL-FD-REC          pic X(80).

        fd  rj-file
            label records are standard.
        01  RJ-FD-REC           pic X(100).

        fd  list-file
            label records are standard.
        01  LIST-FD-REC         pic X(256).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(132).

        working-storage           section.
        01  WS-CTL-FS           pic X(02).
        01  WS-CAL-FS           pic X(02).
        01  WS-RJ-FS            pic X(02).
        01  WS-LIST-FS          pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-EOF              pic X(01).
        01  WS-LIST-EOF         pic X(01).
        01  WS-RJ-NAME          pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-SYS-CMD-AREA.
           03 WS-SYS-CMD          pic X(600).
           03 filler              pic X(01) value low-value.
      * 実行記録の退避の接頭部(ENV001の退避ディレクトリ)
        01  WS-ARC-PREFIX       pic X(256).
        01  WS-TODAY            pic 9(08).
        01  WS-NOW-TIME         pic 9(08).
        01  WS-NOW-STAMP        pic X(12).
        01  WS-MONTH            pic X(06) value spaces.
        01  WS-ARG-JUNK         pic X(10).
      * 納期の設定(sla_check と同じ)
        01  WS-SL-TABLE.
            03 WS-SL-ENTRY  occurs 30.
               05 WS-SL-JOB       pic X(20).
               05 WS-SL-CONS      pic X(20).
               05 WS-SL-DUE       pic X(04).
               05 WS-SL-MEDUE     pic X(04).
               05 WS-SL-DAYS      pic X(01).
               05 WS-SL-N-DUE     pic 9(03).
               05 WS-SL-N-MET     pic 9(03).
               05 WS-SL-N-LATE    pic 9(03).
               05 WS-SL-N-MISS    pic 9(03).
        01  WS-SL-COUNT         pic 9(02) value 0.
        01  WS-TOK-TABLE.
            03 WS-TOK  occurs 6  pic X(40).
        01  WS-TOK-KEY          pic X(20).
        01  WS-TOK-VAL          pic X(20).
      * 集計(ジョブ別・受取先別)
        01  WS-AG-TABLE.
            03 WS-AG-ENTRY  occurs 30.
               05 WS-AG-NAME      pic X(20).
               05 WS-AG-N-DUE     pic 9(04).
               05 WS-AG-N-MET     pic 9(04).
               05 WS-AG-N-LATE    pic 9(04).
               05 WS-AG-N-MISS    pic 9(04).
        01  WS-AG-COUNT         pic 9(02).
        01  WS-AG-KEY           pic X(20).
        01  WS-AG-HIT           pic 9(02).
      * 実行ジャーナルの END SUCCESS (ファイル順＝時刻順)
        01  WS-EV-TABLE.
            03 WS-EV-ENTRY  occurs 5000.
               05 WS-EV-JOB       pic X(20).
               05 WS-EV-STAMP     pic X(12).
        01  WS-EV-COUNT         pic 9(04) value 0.
        01  WS-EV-PTR           pic 9(04).
        01  WS-EV-HIT           pic 9(04).
      * 業務カレンダー(祝日・休業日)
        01  WS-CAL-TABLE.
            03 WS-CAL-DATE  occurs 500  pic X(08).
        01  WS-CAL-COUNT        pic 9(03) value 0.
        01  WS-STEP-CAL         pic 9(03).
      * 1件のSLAを月の頭から歩く
        01  WS-DAY              pic 9(02).
        01  WS-LAST-DAY         pic 9(02).
        01  WS-DEADLINE         pic X(12).
        01  WS-PREV-DL          pic X(12).
        01  WS-RESULT           pic X(07).
        01  WS-PENDING          pic X(01).
      * 日付の計算(sla_check と同じ)
        01  WS-D-DATE           pic 9(08).
        01  WS-D-BUS            pic X(01).
        01  WS-D-MEND           pic X(01).
        01  WS-W-DATE           pic 9(08).
        01  WS-W-YYYY           pic 9(04).
        01  WS-W-MM             pic 9(02).
        01  WS-W-DD             pic 9(02).
        01  WS-W-MM-START       pic 9(02).
        01  WS-W-DOW            pic 9(01).
        01  WS-W-BUS            pic X(01).
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
        01  WS-STEP             pic 9(03).
        01  WS-APPLIES          pic X(01).
        01  WS-DUE-HHMM         pic X(04).
        01  WS-SAVE-DATE        pic 9(08).
      * 報告の組立
        01  WS-RPT-LINE         pic X(132).
        01  WS-RPT-PTR          pic 9(03).
        01  WS-CNT-ED           pic ZZZ9.
        01  WS-PCT              pic 9(03)V9.
        01  WS-PCT-ED           pic ZZ9.9.
        01  WS-EXC-COUNT        pic 9(05) value 0.
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "SLA_REPORT".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
      * 共通ログ(LOG001)
        01  WS-LOG-SEVERITY     pic X(05).
        01  WS-LOG-MESSAGE      pic X(80).
      * スプール登録(SPL001)
        01  WS-SPL-FILE         pic X(30) value "sla_report.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
        01  i                   pic 9(04).
        01  k                   pic 9(03).
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CTL-FILENAME       pic X(256).
        01  WS-CALENDAR-FILENAME  pic X(256).
        01  WS-LIST-FILENAME      pic X(256).
        01  WS-RPT-FILENAME       pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD           pic X(600).
           03 filler                pic X(01) value low-value.
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:6) = "MONTH="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-MONTH
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-TODAY from date yyyymmdd.
           accept WS-NOW-TIME from time.
           move WS-TODAY to WS-NOW-STAMP(1:8).
           move WS-NOW-TIME(1:4) to WS-NOW-STAMP(9:4).
      * 対象月の既定は前月
           if WS-MONTH not numeric
              move WS-TODAY to WS-W-DATE
              perform SPLIT-DATE-S thru SPLIT-DATE-E
              if WS-W-MM > 1
                 subtract 1 from WS-W-MM
              else
                 move 12 to WS-W-MM
                 subtract 1 from WS-W-YYYY
              end-if
              compute WS-W-DATE = WS-W-YYYY * 10000 + WS-W-MM * 100
              move WS-W-DATE(1:6) to WS-MONTH
           end-if.
           perform READ-CTL-S thru READ-CTL-E.
           perform CAL-LOAD-S thru CAL-LOAD-E.
           perform LOAD-EVENTS-S thru LOAD-EVENTS-E.
           open output rpt-file.
           if WS-RPT-FS not = "00"
              display "ERROR: cannot open sla_report.rpt status="
                      WS-RPT-FS
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           move spaces to WS-RPT-LINE.
           string "BATCH SLA ATTAINMENT REPORT  MONTH=" WS-MONTH
                  "  AS OF " WS-NOW-STAMP
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           if WS-SL-COUNT = 0
              move "(no SLA= line in yubin_sla.ctl)" to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move "EXCEPTIONS (LATE / MISSED)" to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move 1 to k.
           perform until k > WS-SL-COUNT
              perform WALK-SLA-S thru WALK-SLA-E
              compute k = k + 1
           end-perform.
           if WS-EXC-COUNT = 0
              move "  (none)" to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           perform REPORT-BY-JOB-S thru REPORT-BY-JOB-E.
           perform REPORT-BY-CONS-S thru REPORT-BY-CONS-E.
           close rpt-file.
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "SLA REPORT MONTH=" WS-MONTH
                   " EXCEPTIONS=" WS-EXC-COUNT.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-EXC-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        READ-CTL-S.
           open input ctl-file.
           if WS-CTL-FS not = "00"
              go to READ-CTL-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read ctl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform PARSE-CTL-S thru PARSE-CTL-E
              end-read
           end-perform.
           close ctl-file.
        READ-CTL-E.

        PARSE-CTL-S.
           if CTL-FD-REC(1:4) not = "SLA="
              go to PARSE-CTL-E
           end-if.
           if WS-SL-COUNT >= 30
              move spaces to WS-LOG-MESSAGE
              string "SLA table overflow: more than 30 SLA= lines "
                     "in yubin_sla.ctl"
                     delimited by size into WS-LOG-MESSAGE
              close ctl-file
              perform FATAL-STOP-S thru FATAL-STOP-E
           end-if.
           move spaces to WS-TOK-TABLE.
           unstring CTL-FD-REC delimited by all space
              into WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                   WS-TOK(5) WS-TOK(6).
           compute WS-SL-COUNT = WS-SL-COUNT + 1.
           move spaces to WS-SL-ENTRY(WS-SL-COUNT).
           move "A" to WS-SL-DAYS(WS-SL-COUNT).
           move 0 to WS-SL-N-DUE(WS-SL-COUNT).
           move 0 to WS-SL-N-MET(WS-SL-COUNT).
           move 0 to WS-SL-N-LATE(WS-SL-COUNT).
           move 0 to WS-SL-N-MISS(WS-SL-COUNT).
           move 1 to i.
           perform until i > 6
              move spaces to WS-TOK-KEY
              move spaces to WS-TOK-VAL
              unstring WS-TOK(i) delimited by "="
                 into WS-TOK-KEY WS-TOK-VAL
              evaluate WS-TOK-KEY
                 when "SLA"
                    move WS-TOK-VAL to WS-SL-JOB(WS-SL-COUNT)
                 when "CONSUMER"
                    move WS-TOK-VAL to WS-SL-CONS(WS-SL-COUNT)
                 when "DUE"
                    move WS-TOK-VAL to WS-SL-DUE(WS-SL-COUNT)
                 when "MONTHEND"
                    move WS-TOK-VAL to WS-SL-MEDUE(WS-SL-COUNT)
                 when "DAYS"
                    if WS-TOK-VAL = "MONTHEND"
                       move "M" to WS-SL-DAYS(WS-SL-COUNT)
                    end-if
                 when other
                    continue
              end-evaluate
              compute i = i + 1
           end-perform.
           if WS-SL-DUE(WS-SL-COUNT) not numeric
              or WS-SL-JOB(WS-SL-COUNT) = spaces
              compute WS-SL-COUNT = WS-SL-COUNT - 1
              go to PARSE-CTL-E
           end-if.
           if WS-SL-MEDUE(WS-SL-COUNT) not numeric
              move WS-SL-DUE(WS-SL-COUNT) to WS-SL-MEDUE(WS-SL-COUNT)
           end-if.
           if WS-SL-CONS(WS-SL-COUNT) = spaces
              move "(UNSPECIFIED)" to WS-SL-CONS(WS-SL-COUNT)
           end-if.
        PARSE-CTL-E.

        CAL-LOAD-S.
           open input calendar-file.
           if WS-CAL-FS not = "00"
              go to CAL-LOAD-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read calendar-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if CAL-FD-REC(1:8) is numeric
                       and WS-CAL-COUNT < 500
                       compute WS-CAL-COUNT = WS-CAL-COUNT + 1
                       move CAL-FD-REC(1:8)
                          to WS-CAL-DATE(WS-CAL-COUNT)
                    end-if
              end-read
           end-perform.
           close calendar-file.
        CAL-LOAD-E.

        LOAD-EVENTS-S.
      * 退避(古い順)と生ファイルから、SLA対象ジョブの END SUCCESS
      * を時刻順に積む
           move spaces to WS-SYS-CMD.
           move "yubin_runjnl.dat" to WS-ARC-PREFIX.
           move "ARC  " to WS-ENV-MODE.
           call "ENV001" using WS-ENV-MODE WS-ARC-PREFIX.
           move "PATH " to WS-ENV-MODE.
           string "ls "          delimited by size
                  WS-ARC-PREFIX  delimited by space
                  ".[0-9]* > "   delimited by size
                  WS-LIST-FILENAME delimited by space
                  " 2>/dev/null" delimited by size
                  into WS-SYS-CMD.
           call "system" using WS-SYS-CMD.
           open input list-file.
           if WS-LIST-FS = "00"
              move "N" to WS-LIST-EOF
              perform until WS-LIST-EOF = "Y"
                 read list-file
                    at end
                       move "Y" to WS-LIST-EOF
                    not at end
                       move LIST-FD-REC to WS-RJ-NAME
                       perform LOAD-FILE-S thru LOAD-FILE-E
                 end-read
              end-perform
              close list-file
           end-if.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-LIST-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           move "yubin_runjnl.dat" to WS-RJ-NAME.
           perform LOAD-FILE-S thru LOAD-FILE-E.
        LOAD-EVENTS-E.

        LOAD-FILE-S.
           call "ENV001" using WS-ENV-MODE WS-RJ-NAME.
           open input rj-file.
           if WS-RJ-FS not = "00"
              go to LOAD-FILE-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read rj-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if RJ-FD-REC(1:8) is numeric
                       and RJ-FD-REC(38:3) = "END"
                       and RJ-FD-REC(44:7) = "SUCCESS"
                       perform TAKE-END-S thru TAKE-END-E
                    end-if
              end-read
           end-perform.
           close rj-file.
        LOAD-FILE-E.

        TAKE-END-S.
           move 1 to i.
           perform until i > WS-SL-COUNT
              if RJ-FD-REC(17:20) = WS-SL-JOB(i)
                 if WS-EV-COUNT >= 5000
                    move spaces to WS-LOG-MESSAGE
                    string "event table overflow: more than 5000 "
                           "END SUCCESS lines in yubin_runjnl.dat"
                           delimited by size into WS-LOG-MESSAGE
                    close rj-file
                    perform FATAL-STOP-S thru FATAL-STOP-E
                 end-if
                 compute WS-EV-COUNT = WS-EV-COUNT + 1
                 move RJ-FD-REC(17:20) to WS-EV-JOB(WS-EV-COUNT)
                 move RJ-FD-REC(1:8)
                    to WS-EV-STAMP(WS-EV-COUNT)(1:8)
                 move RJ-FD-REC(10:4)
                    to WS-EV-STAMP(WS-EV-COUNT)(9:4)
                 move WS-SL-COUNT to i
              end-if
              compute i = i + 1
           end-perform.
        TAKE-END-E.

        WALK-SLA-S.
      * k番目のSLAについて、対象月の1日から月末まで納期日を順に判定
           move WS-MONTH to WS-D-DATE(1:6).
           move "01" to WS-D-DATE(7:2).
           move WS-D-DATE to WS-SAVE-DATE.
           perform FIND-PREV-DL-S thru FIND-PREV-DL-E.
           move WS-SAVE-DATE to WS-W-DATE.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           perform MONTH-END-S thru MONTH-END-E.
           move WS-W-MEND to WS-LAST-DAY.
           move 1 to WS-EV-PTR.
           move "N" to WS-PENDING.
           move 1 to WS-DAY.
           perform until WS-DAY > WS-LAST-DAY or WS-PENDING = "Y"
              move WS-MONTH to WS-D-DATE(1:6)
              move WS-DAY to WS-D-DATE(7:2)
              perform DAY-INFO-S thru DAY-INFO-E
              perform SLA-APPLIES-S thru SLA-APPLIES-E
              if WS-APPLIES = "Y"
                 move WS-D-DATE to WS-DEADLINE(1:8)
                 move WS-DUE-HHMM to WS-DEADLINE(9:4)
                 if WS-DEADLINE > WS-NOW-STAMP
                    move "Y" to WS-PENDING
                 else
                    perform JUDGE-DAY-S thru JUDGE-DAY-E
                    move WS-DEADLINE to WS-PREV-DL
                 end-if
              end-if
              compute WS-DAY = WS-DAY + 1
           end-perform.
        WALK-SLA-E.

        JUDGE-DAY-S.
      * 前回納期より後の、まだ使っていない最初の実行で判定する
           move 0 to WS-EV-HIT.
           move WS-EV-PTR to i.
           perform until i > WS-EV-COUNT or WS-EV-HIT > 0
              if WS-EV-JOB(i) = WS-SL-JOB(k)
                 and WS-EV-STAMP(i) > WS-PREV-DL
                 move i to WS-EV-HIT
              end-if
              compute i = i + 1
           end-perform.
           compute WS-SL-N-DUE(k) = WS-SL-N-DUE(k) + 1.
           move "MISSED " to WS-RESULT.
           if WS-EV-HIT > 0
              if WS-EV-STAMP(WS-EV-HIT) <= WS-DEADLINE
                 move "MET    " to WS-RESULT
              else
                 if WS-EV-STAMP(WS-EV-HIT)(1:8) = WS-DEADLINE(1:8)
                    move "LATE   " to WS-RESULT
                 end-if
              end-if
           end-if.
           evaluate WS-RESULT
              when "MET    "
                 compute WS-SL-N-MET(k) = WS-SL-N-MET(k) + 1
                 compute WS-EV-PTR = WS-EV-HIT + 1
              when "LATE   "
                 compute WS-SL-N-LATE(k) = WS-SL-N-LATE(k) + 1
                 compute WS-EV-PTR = WS-EV-HIT + 1
              when other
                 compute WS-SL-N-MISS(k) = WS-SL-N-MISS(k) + 1
           end-evaluate.
           if WS-RESULT = "MET    "
              go to JUDGE-DAY-E
           end-if.
           compute WS-EXC-COUNT = WS-EXC-COUNT + 1.
           move spaces to WS-RPT-LINE.
           move 1 to WS-RPT-PTR.
           string "  " WS-D-DATE " " WS-SL-JOB(k) " "
                  WS-SL-CONS(k) " DUE " WS-DEADLINE(9:4) "  "
                  WS-RESULT
                  delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           if WS-RESULT = "LATE   "
              string " ENDED " WS-EV-STAMP(WS-EV-HIT)(1:8) " "
                     WS-EV-STAMP(WS-EV-HIT)(9:4)
                     delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        JUDGE-DAY-E.

        FIND-PREV-DL-S.
      * WS-D-DATE より前で直近の納期日の納期日時(45日内に無ければ
      * 前日の0時)
           move spaces to WS-PREV-DL.
           move 0 to WS-STEP.
           perform until WS-STEP >= 45
              move WS-D-DATE to WS-W-DATE
              perform PREV-DAY-S thru PREV-DAY-E
              move WS-W-DATE to WS-D-DATE
              perform DAY-INFO-S thru DAY-INFO-E
              perform SLA-APPLIES-S thru SLA-APPLIES-E
              if WS-APPLIES = "Y"
                 move WS-D-DATE to WS-PREV-DL(1:8)
                 move WS-DUE-HHMM to WS-PREV-DL(9:4)
                 move 45 to WS-STEP
              end-if
              compute WS-STEP = WS-STEP + 1
           end-perform.
           if WS-PREV-DL = spaces
              move WS-SAVE-DATE to WS-W-DATE
              perform PREV-DAY-S thru PREV-DAY-E
              move WS-W-DATE to WS-PREV-DL(1:8)
              move "0000" to WS-PREV-DL(9:4)
           end-if.
        FIND-PREV-DL-E.

        REPORT-BY-JOB-S.
           move 0 to WS-AG-COUNT.
           move 1 to k.
           perform until k > WS-SL-COUNT
              move WS-SL-JOB(k) to WS-AG-KEY
              perform ADD-AGG-S thru ADD-AGG-E
              compute k = k + 1
           end-perform.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move "BY JOB" to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           perform WRITE-AGG-S thru WRITE-AGG-E.
        REPORT-BY-JOB-E.

        REPORT-BY-CONS-S.
           move 0 to WS-AG-COUNT.
           move 1 to k.
           perform until k > WS-SL-COUNT
              move WS-SL-CONS(k) to WS-AG-KEY
              perform ADD-AGG-S thru ADD-AGG-E
              compute k = k + 1
           end-perform.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move "BY CONSUMER" to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           perform WRITE-AGG-S thru WRITE-AGG-E.
        REPORT-BY-CONS-E.

        ADD-AGG-S.
           move 0 to WS-AG-HIT.
           move 1 to i.
           perform until i > WS-AG-COUNT or WS-AG-HIT > 0
              if WS-AG-NAME(i) = WS-AG-KEY
                 move i to WS-AG-HIT
              end-if
              compute i = i + 1
           end-perform.
           if WS-AG-HIT = 0
              compute WS-AG-COUNT = WS-AG-COUNT + 1
              move WS-AG-COUNT to WS-AG-HIT
              move WS-AG-KEY to WS-AG-NAME(WS-AG-HIT)
              move 0 to WS-AG-N-DUE(WS-AG-HIT)
              move 0 to WS-AG-N-MET(WS-AG-HIT)
              move 0 to WS-AG-N-LATE(WS-AG-HIT)
              move 0 to WS-AG-N-MISS(WS-AG-HIT)
           end-if.
           add WS-SL-N-DUE(k) to WS-AG-N-DUE(WS-AG-HIT).
           add WS-SL-N-MET(k) to WS-AG-N-MET(WS-AG-HIT).
           add WS-SL-N-LATE(k) to WS-AG-N-LATE(WS-AG-HIT).
           add WS-SL-N-MISS(k) to WS-AG-N-MISS(WS-AG-HIT).
        ADD-AGG-E.

        WRITE-AGG-S.
           move spaces to WS-RPT-LINE.
           string "  NAME                  DUE-DAYS   MET  LATE"
                  "  MISSED  ATTAIN%" delimited by size
                  into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move 1 to i.
           perform until i > WS-AG-COUNT
              move spaces to WS-RPT-LINE
              move 1 to WS-RPT-PTR
              string "  " WS-AG-NAME(i) "  " delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
              move WS-AG-N-DUE(i) to WS-CNT-ED
              string "    " WS-CNT-ED delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
              move WS-AG-N-MET(i) to WS-CNT-ED
              string "  " WS-CNT-ED delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
              move WS-AG-N-LATE(i) to WS-CNT-ED
              string "  " WS-CNT-ED delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
              move WS-AG-N-MISS(i) to WS-CNT-ED
              string "    " WS-CNT-ED delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
              if WS-AG-N-DUE(i) > 0
                 compute WS-PCT rounded =
                    WS-AG-N-MET(i) * 100 / WS-AG-N-DUE(i)
                 move WS-PCT to WS-PCT-ED
                 string "    " WS-PCT-ED delimited by size
                        into WS-RPT-LINE with pointer WS-RPT-PTR
              else
                 string "        -" delimited by size
                        into WS-RPT-LINE with pointer WS-RPT-PTR
              end-if
              perform WRITE-RPT-S thru WRITE-RPT-E
              compute i = i + 1
           end-perform.
        WRITE-AGG-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        SLA-APPLIES-S.
      * WS-D-DATE(DAY-INFO-S済み)がk番目のSLAの納期日かどうかと、
      * その日の納期時刻
           move "N" to WS-APPLIES.
           move WS-SL-DUE(k) to WS-DUE-HHMM.
           if WS-D-BUS not = "Y"
              go to SLA-APPLIES-E
           end-if.
           if WS-SL-DAYS(k) = "M" and WS-D-MEND not = "Y"
              go to SLA-APPLIES-E
           end-if.
           move "Y" to WS-APPLIES.
           if WS-D-MEND = "Y"
              move WS-SL-MEDUE(k) to WS-DUE-HHMM
           end-if.
        SLA-APPLIES-E.

        FATAL-STOP-S.
      * 表の上限超過。行を読み捨てると達成率が黙って誤るため、共通
      * ログへFATAL(オペレータ通知つき)で記帳して止める。メッセージ
      * は呼出側で組み立てる
           move "FATAL" to WS-LOG-SEVERITY.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "ERROR: " WS-LOG-MESSAGE.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        FATAL-STOP-E.

      ******************************************************************
      * 日付の計算(sla_check と同じ)
        DAY-INFO-S.
           move WS-D-DATE to WS-W-DATE.
           perform IS-BUS-S thru IS-BUS-E.
           move WS-W-BUS to WS-D-BUS.
           move "N" to WS-D-MEND.
           if WS-D-BUS not = "Y"
              go to DAY-INFO-E
           end-if.
           move WS-W-MM to WS-W-MM-START.
           move "N" to WS-W-BUS.
           perform until WS-W-BUS = "Y" or WS-D-MEND = "Y"
              perform NEXT-DAY-S thru NEXT-DAY-E
              if WS-W-MM not = WS-W-MM-START
                 move "Y" to WS-D-MEND
              else
                 perform IS-BUS-S thru IS-BUS-E
              end-if
           end-perform.
        DAY-INFO-E.

        IS-BUS-S.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           perform DAY-OF-WEEK-S thru DAY-OF-WEEK-E.
           move "Y" to WS-W-BUS.
           if WS-W-DOW > 5
              move "N" to WS-W-BUS
              go to IS-BUS-E
           end-if.
           move 1 to WS-STEP-CAL.
           perform until WS-STEP-CAL > WS-CAL-COUNT
              if WS-CAL-DATE(WS-STEP-CAL) = WS-W-DATE
                 move "N" to WS-W-BUS
              end-if
              compute WS-STEP-CAL = WS-STEP-CAL + 1
           end-perform.
        IS-BUS-E.

        SPLIT-DATE-S.
           divide WS-W-DATE by 10000 giving WS-W-YYYY
              remainder WS-W-Q.
           divide WS-W-Q by 100 giving WS-W-MM
              remainder WS-W-DD.
        SPLIT-DATE-E.

        DAY-OF-WEEK-S.
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

        PREV-DAY-S.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           if WS-W-DD > 1
              subtract 1 from WS-W-DD
           else
              if WS-W-MM > 1
                 subtract 1 from WS-W-MM
              else
                 move 12 to WS-W-MM
                 subtract 1 from WS-W-YYYY
              end-if
              perform MONTH-END-S thru MONTH-END-E
              move WS-W-MEND to WS-W-DD
           end-if.
           compute WS-W-DATE =
              WS-W-YYYY * 10000 + WS-W-MM * 100 + WS-W-DD.
        PREV-DAY-E.

        ENV-RESOLVE-S.
           move "yubin_sla.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "yubin_calendar.dat" to WS-CALENDAR-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CALENDAR-FILENAME.
           move "sla_report_list.tmp" to WS-LIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LIST-FILENAME.
           move "sla_report.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
