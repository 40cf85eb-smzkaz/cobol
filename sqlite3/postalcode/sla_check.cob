      **=================================================================
      ** バッチ納期(SLA)の夜間監視
      ** 入力：yubin_sla.ctl (ジョブごとの納期。形式は下記)
      **       yubin_runjnl.dat と housekeep 退避 yubin_runjnl.dat.YYYYMM
      **       (JNL001のEND SUCCESS行の日時を完了時刻とみなす)
      **       yubin_calendar.dat (祝日・休業日。土日とともに非営業日)
      **       sla_check_state.dat (その日すでに出した通知)
      ** 出力：yubin_alert.dat (ALT001。納期切迫は W、納期超過は C)
      **       yubin_error.log (SLA= 行や当日の通知記録が表の上限を
      **       超えたときFATAL)
      **       sla_check_state.dat (出した通知を追記。同じ日の同じ
      **       ジョブ・相手先・段階は一度しか通知しない)
      ** yubin_seq.dat・パートナー向けファイル・月末郵送物を受け取る
      ** 側から電話が来るまで遅れに気づかない、ということが無いよう、
      ** 夜間に数回(cron等で)起動して今日が納期日のジョブを見る。
      ** 前回の納期日の納期時刻より後、今日の納期時刻までに END
      ** SUCCESS があれば間に合い。まだ無く、納期まで WARN-MINUTES
      ** 以内なら切迫、納期を過ぎていれば超過として通知する
      ** yubin_sla.ctl の形式：
      **   WARN-MINUTES=nnnn   (切迫とみなす納期前の分数。既定0030)
      **   SLA=ジョブ名 CONSUMER=受取先 DUE=HHMM [MONTHEND=HHMM]
      **       [DAYS=MONTHEND]
      **   ジョブ名は JNL001 に渡すプログラム名。DUE は営業日の納期
      **   時刻、MONTHEND は月末最終営業日だけの納期時刻(省略時は
      **   DUE)。DAYS=MONTHEND は月末最終営業日だけが納期日のジョブ
      **=================================================================
        identification           division.
        program-id.              sla_check.
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
        select state-file
            assign to WS-STATE-FILENAME
            organization line sequential
            file status is WS-STATE-FS.
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

        fd  state-file
            label records are standard.
        01  STATE-FD-REC        pic X(80).

        working-storage           section.
        01  WS-CTL-FS           pic X(02).
        01  WS-CAL-FS           pic X(02).
        01  WS-RJ-FS            pic X(02).
        01  WS-LIST-FS          pic X(02).
        01  WS-STATE-FS         pic X(02).
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
        01  WS-NOW-MIN          pic S9(05).
      * 納期の設定
        01  WS-WARN-MINUTES     pic 9(04) value 30.
        01  WS-SL-TABLE.
            03 WS-SL-ENTRY  occurs 30.
               05 WS-SL-JOB       pic X(20).
               05 WS-SL-CONS      pic X(20).
               05 WS-SL-DUE       pic X(04).
               05 WS-SL-MEDUE     pic X(04).
               05 WS-SL-DAYS      pic X(01).
               05 WS-SL-DUE-TODAY pic X(01).
               05 WS-SL-DEADLINE  pic X(12).
               05 WS-SL-PREV      pic X(12).
               05 WS-SL-MET       pic X(01).
               05 WS-SL-LAST-END  pic X(12).
        01  WS-SL-COUNT         pic 9(02) value 0.
        01  WS-TOK-TABLE.
            03 WS-TOK  occurs 6  pic X(40).
        01  WS-TOK-KEY          pic X(20).
        01  WS-TOK-VAL          pic X(20).
      * 業務カレンダー(祝日・休業日)
        01  WS-CAL-TABLE.
            03 WS-CAL-DATE  occurs 500  pic X(08).
        01  WS-CAL-COUNT        pic 9(03) value 0.
      * 日付の計算(sched_postalcode_batch の月末営業日判定と同じ考え方)
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
      * 実行ジャーナルの行
        01  WS-EV-STAMP         pic X(12).
      * 通知済みの記録(今日の分)
        01  WS-ST-TABLE.
            03 WS-ST-ENTRY  occurs 200  pic X(42).
        01  WS-ST-COUNT         pic 9(03) value 0.
        01  WS-ST-KEY           pic X(42).
        01  WS-ST-FOUND         pic X(01).
        01  WS-LEVEL            pic X(01).
        01  WS-DL-MIN           pic S9(05).
        01  WS-HH               pic 9(02).
        01  WS-MI               pic 9(02).
        01  WS-RAISED           pic 9(04) value 0.
      * 共通ログ(LOG001)
        01  WS-LOG-SEVERITY     pic X(05).
        01  WS-LOG-MESSAGE      pic X(80).
      * 通知(ALT001)
        01  WS-ALT-SEVERITY     pic X(01).
        01  WS-ALT-MESSAGE      pic X(80).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "SLA_CHECK".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 9(03).
        01  k                   pic 9(03).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CTL-FILENAME       pic X(256).
        01  WS-CALENDAR-FILENAME  pic X(256).
        01  WS-LIST-FILENAME      pic X(256).
        01  WS-STATE-FILENAME     pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD           pic X(600).
           03 filler                pic X(01) value low-value.
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           perform READ-CTL-S thru READ-CTL-E.
           if WS-SL-COUNT = 0
              display "SLA CHECK: no SLA= line in yubin_sla.ctl"
              move "END  " to WS-RJ-MODE
              move "SUCCESS" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           perform CAL-LOAD-S thru CAL-LOAD-E.
           accept WS-TODAY from date yyyymmdd.
           accept WS-NOW-TIME from time.
           move WS-TODAY to WS-NOW-STAMP(1:8).
           move WS-NOW-TIME(1:4) to WS-NOW-STAMP(9:4).
           move WS-NOW-TIME(1:2) to WS-HH.
           move WS-NOW-TIME(3:2) to WS-MI.
           compute WS-NOW-MIN = WS-HH * 60 + WS-MI.
      * 今日が納期日のジョブと、その納期・前回納期を決める
           move WS-TODAY to WS-D-DATE.
           perform DAY-INFO-S thru DAY-INFO-E.
           move 1 to k.
           perform until k > WS-SL-COUNT
              move "N" to WS-SL-DUE-TODAY(k)
              move "N" to WS-SL-MET(k)
              move spaces to WS-SL-LAST-END(k)
              perform SLA-APPLIES-S thru SLA-APPLIES-E
              if WS-APPLIES = "Y"
                 move "Y" to WS-SL-DUE-TODAY(k)
                 move WS-TODAY to WS-SL-DEADLINE(k)(1:8)
                 move WS-DUE-HHMM to WS-SL-DEADLINE(k)(9:4)
                 perform PREV-DEADLINE-S thru PREV-DEADLINE-E
              end-if
              compute k = k + 1
           end-perform.
           perform SCAN-RUNJNL-S thru SCAN-RUNJNL-E.
           perform LOAD-STATE-S thru LOAD-STATE-E.
           move 1 to k.
           perform until k > WS-SL-COUNT
              if WS-SL-DUE-TODAY(k) = "Y" and WS-SL-MET(k) = "N"
                 perform JUDGE-S thru JUDGE-E
              end-if
              compute k = k + 1
           end-perform.
           display "SLA CHECK " WS-NOW-STAMP " ALERTS=" WS-RAISED.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-RAISED to WS-RJ-COUNT.
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
           if CTL-FD-REC(1:13) = "WARN-MINUTES="
              if CTL-FD-REC(14:4) is numeric
                 move CTL-FD-REC(14:4) to WS-WARN-MINUTES
              end-if
              go to PARSE-CTL-E
           end-if.
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
      * 納期時刻が読めない行は使わない
           if WS-SL-DUE(WS-SL-COUNT) not numeric
              or WS-SL-JOB(WS-SL-COUNT) = spaces
              display "SLA CHECK: ignored line " CTL-FD-REC(1:60)
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

        PREV-DEADLINE-S.
      * 今日より前で、このSLAの納期日だった直近の日の納期日時
      * (45日さかのぼって見つからなければ、その日の0時とする)
           move "000000000000" to WS-SL-PREV(k).
           move WS-TODAY to WS-D-DATE.
           move 0 to WS-STEP.
           perform until WS-STEP >= 45
              move WS-D-DATE to WS-W-DATE
              perform PREV-DAY-S thru PREV-DAY-E
              move WS-W-DATE to WS-D-DATE
              perform DAY-INFO-S thru DAY-INFO-E
              perform SLA-APPLIES-S thru SLA-APPLIES-E
              if WS-APPLIES = "Y"
                 move WS-D-DATE to WS-SL-PREV(k)(1:8)
                 move WS-DUE-HHMM to WS-SL-PREV(k)(9:4)
                 move 45 to WS-STEP
              end-if
              compute WS-STEP = WS-STEP + 1
           end-perform.
           if WS-SL-PREV(k) = "000000000000"
              move WS-D-DATE to WS-SL-PREV(k)(1:8)
              move "0000" to WS-SL-PREV(k)(9:4)
           end-if.
           move WS-TODAY to WS-D-DATE.
           perform DAY-INFO-S thru DAY-INFO-E.
        PREV-DEADLINE-E.

        SCAN-RUNJNL-S.
      * 退避(古い順)と生ファイルの END SUCCESS 行を見る
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
                       perform SCAN-FILE-S thru SCAN-FILE-E
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
           perform SCAN-FILE-S thru SCAN-FILE-E.
        SCAN-RUNJNL-E.

        SCAN-FILE-S.
           call "ENV001" using WS-ENV-MODE WS-RJ-NAME.
           open input rj-file.
           if WS-RJ-FS not = "00"
              go to SCAN-FILE-E
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
        SCAN-FILE-E.

        TAKE-END-S.
           move RJ-FD-REC(1:8) to WS-EV-STAMP(1:8).
           move RJ-FD-REC(10:4) to WS-EV-STAMP(9:4).
           move 1 to i.
           perform until i > WS-SL-COUNT
              if WS-SL-DUE-TODAY(i) = "Y"
                 and RJ-FD-REC(17:20) = WS-SL-JOB(i)
                 and WS-EV-STAMP > WS-SL-PREV(i)
                 move WS-EV-STAMP to WS-SL-LAST-END(i)
                 if WS-EV-STAMP <= WS-SL-DEADLINE(i)
                    move "Y" to WS-SL-MET(i)
                 end-if
              end-if
              compute i = i + 1
           end-perform.
        TAKE-END-E.

        LOAD-STATE-S.
           open input state-file.
           if WS-STATE-FS not = "00"
              go to LOAD-STATE-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read state-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if STATE-FD-REC(1:8) = WS-TODAY
                       if WS-ST-COUNT >= 200
                          move spaces to WS-LOG-MESSAGE
                          string "state table overflow: more than "
                                 "200 alerts today in "
                                 "sla_check_state.dat"
                                 delimited by size into WS-LOG-MESSAGE
                          close state-file
                          perform FATAL-STOP-S thru FATAL-STOP-E
                       end-if
                       compute WS-ST-COUNT = WS-ST-COUNT + 1
                       move STATE-FD-REC(10:42)
                          to WS-ST-ENTRY(WS-ST-COUNT)
                    end-if
              end-read
           end-perform.
           close state-file.
        LOAD-STATE-E.

        JUDGE-S.
      * 納期を過ぎていれば超過(C)、納期まで WARN-MINUTES 以内なら
      * 切迫(W)。同じ段階の通知は今日すでに出していれば出さない
           move spaces to WS-LEVEL.
           move WS-SL-DEADLINE(k)(9:2) to WS-HH.
           move WS-SL-DEADLINE(k)(11:2) to WS-MI.
           compute WS-DL-MIN = WS-HH * 60 + WS-MI.
           if WS-NOW-STAMP > WS-SL-DEADLINE(k)
              move "C" to WS-LEVEL
           else
              if WS-NOW-MIN + WS-WARN-MINUTES >= WS-DL-MIN
                 move "W" to WS-LEVEL
              end-if
           end-if.
           if WS-LEVEL = spaces
              go to JUDGE-E
           end-if.
           move spaces to WS-ST-KEY.
           move WS-SL-JOB(k) to WS-ST-KEY(1:20).
           move WS-SL-CONS(k) to WS-ST-KEY(21:20).
           move WS-LEVEL to WS-ST-KEY(42:1).
           move "N" to WS-ST-FOUND.
           move 1 to i.
           perform until i > WS-ST-COUNT
              if WS-ST-ENTRY(i) = WS-ST-KEY
                 move "Y" to WS-ST-FOUND
              end-if
              compute i = i + 1
           end-perform.
           if WS-ST-FOUND = "Y"
              go to JUDGE-E
           end-if.
           move spaces to WS-ALT-MESSAGE.
           if WS-LEVEL = "C"
              if WS-SL-LAST-END(k) = spaces
                 string "SLA MISSED: " delimited by size
                        WS-SL-JOB(k) delimited by space
                        " for " delimited by size
                        WS-SL-CONS(k) delimited by space
                        " due " delimited by size
                        WS-SL-DEADLINE(k)(9:4) delimited by size
                        " not ended" delimited by size
                        into WS-ALT-MESSAGE
              else
                 string "SLA MISSED: " delimited by size
                        WS-SL-JOB(k) delimited by space
                        " for " delimited by size
                        WS-SL-CONS(k) delimited by space
                        " due " delimited by size
                        WS-SL-DEADLINE(k)(9:4) delimited by size
                        " ended " delimited by size
                        WS-SL-LAST-END(k)(9:4) delimited by size
                        into WS-ALT-MESSAGE
              end-if
           else
              string "SLA AT RISK: " delimited by size
                     WS-SL-JOB(k) delimited by space
                     " for " delimited by size
                     WS-SL-CONS(k) delimited by space
                     " due " delimited by size
                     WS-SL-DEADLINE(k)(9:4) delimited by size
                     " not ended" delimited by size
                     into WS-ALT-MESSAGE
           end-if.
           move WS-LEVEL to WS-ALT-SEVERITY.
           call "ALT001" using WS-ALT-SEVERITY WS-RJ-PROGNAME
                               WS-ALT-MESSAGE.
           display WS-ALT-MESSAGE.
           compute WS-RAISED = WS-RAISED + 1.
           open extend state-file.
           if WS-STATE-FS not = "00"
              open output state-file
           end-if.
           move spaces to STATE-FD-REC.
           move WS-TODAY to STATE-FD-REC(1:8).
           move WS-ST-KEY to STATE-FD-REC(10:42).
           write STATE-FD-REC.
           close state-file.
        JUDGE-E.

        FATAL-STOP-S.
      * 表の上限超過。行を読み捨てると監視されないジョブや同じ通知の
      * 出し直しが黙って生じるため、共通ログへFATAL(オペレータ通知
      * つき)で記帳して止める。メッセージは呼出側で組み立てる
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
      * 日付の計算
        DAY-INFO-S.
      * WS-D-DATE が営業日か、月末最終営業日かを求める。営業日なら
      * 翌日以降を同じ月のうちに営業日が出てくるまで見ていき、月が
      * 変わるまで出てこなければ月末最終営業日
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
      * 土日とカレンダー登録日(祝日H・休業日C)は非営業日
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           perform DAY-OF-WEEK-S thru DAY-OF-WEEK-E.
           move "Y" to WS-W-BUS.
           if WS-W-DOW > 5
              move "N" to WS-W-BUS
              go to IS-BUS-E
           end-if.
           move 1 to i.
           perform until i > WS-CAL-COUNT
              if WS-CAL-DATE(i) = WS-W-DATE
                 move "N" to WS-W-BUS
              end-if
              compute i = i + 1
           end-perform.
        IS-BUS-E.

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
           move "sla_check_list.tmp" to WS-LIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LIST-FILENAME.
           move "sla_check_state.dat" to WS-STATE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-STATE-FILENAME.
        ENV-RESOLVE-E.
