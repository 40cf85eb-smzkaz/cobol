      **=================================================================
      ** 未確認の重大アラートの二次連絡(定期起動の確認ジョブ)
      ** 入力：yubin_alert.dat (ALT001のアラート。行番号がアラート番号)
      **       yubin_alert_ack.dat (確認・クローズ・二次連絡の記録)
      **       yubin_alert.ctl (ESCALATE-MINUTES=nnnn 二次連絡までの分数
      **       既定0030、ESCALATE=宛先 二次連絡先。最大5行で、6行
      **       目があれば設定の誤りとしてエラーで終わる)
      ** 出力：二次連絡先へのメール、yubin_alert_ack.dat (二次連絡済E
      **       の行を追記)、yubin_error.log (送り直したアラート。
      **       対象が一度に200件を超えたときは何も送らずFATAL)
      **       alert_escalate_ak.idx (記録をアラート番号＋日時ごとの
      **       最新状態に畳む作業索引。毎回作り直す)
      ** 重大度Cのアラートが alert_console で確認もクローズもされない
      ** まま設定の分数を過ぎたら、一次連絡(MAIL=)だけで眠らせずに
      ** 二次連絡先へ送り直す。同じアラートは一度だけ送る。cron等から
      ** 数分おきに起動する想定。二次連絡先が設定されていないときは
      ** 何も送らずにエラーで終わる
      **=================================================================
        identification           division.
        program-id.              alert_escalate.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select alert-file
            assign to WS-ALERT-FILENAME
            organization line sequential
            file status is WS-ALERT-FS.
        select ack-file
            assign to WS-ACK-FILENAME
            organization line sequential
            file status is WS-ACK-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
      * 確認・クローズ・二次連絡の記録の作業索引(アラート番号＋
      * 日時ごと。記録の件数に上限を設けないため表でなく索引)
        select ak-work-file
            assign to WS-AK-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is AW-キー
            file status is WS-AW-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  alert-file
            label records are standard.
        01  ALERT-FD-REC        pic X(160).

        fd  ack-file
            label records are standard.
        01  ACK-FD-REC          pic X(160).

        fd  ctl-file
            label records are standard.
        01  CTL-FD-REC          pic X(80).

        fd  ak-work-file
            label records are standard.
        01  AK-WORK-REC.
            03 AW-キー.
               05 AW-ID         pic 9(08).
               05 AW-STAMP      pic X(15).
            03 AW-ACK           pic X(01).
            03 AW-CLOSED        pic X(01).
            03 AW-ESC           pic X(01).

        working-storage           section.
        01  WS-ALERT-FS       pic X(02).
        01  WS-ACK-FS         pic X(02).
        01  WS-CTL-FS         pic X(02).
        01  WS-EOF            pic X(01).
        01  WS-TODAY          pic 9(08).
        01  WS-NOW-TIME       pic 9(08).
      * 二次連絡の設定
        01  WS-ESC-MINUTES    pic 9(04) value 30.
        01  WS-CTL-KEY        pic X(20).
        01  WS-CTL-VALUE      pic X(60).
        01  WS-CONTACT-TABLE.
            03 WS-CONTACT  occurs 5  pic X(60).
        01  WS-CONTACT-COUNT  pic 9(02) value 0.
      * 確認・クローズ・二次連絡の記録の作業索引(AK-WORK-REC に
      * 読んだ結果)
        01  WS-AW-FS          pic X(02).
        01  WS-AK-FOUND       pic X(01).
      * 送り直すアラート
        01  WS-ES-TABLE.
            03 WS-ES-ENTRY  occurs 200.
               05 WS-ES-ID        pic 9(08).
               05 WS-ES-STAMP     pic X(15).
               05 WS-ES-LINE      pic X(160).
               05 WS-ES-AGE       pic 9(07).
        01  WS-ES-COUNT       pic 9(04) value 0.
        01  WS-ESC-DONE       pic 9(04) value 0.
      * 行の解析
        01  WS-AL-NO          pic 9(08).
        01  WS-AL-STAMP       pic X(15).
      * 経過分数(通算日換算は OPR001 の DATE-TO-SERIAL と同じ)
        01  WS-SER-DATE       pic 9(08).
        01  WS-SER-YYYY       pic 9(04).
        01  WS-SER-MM         pic 9(02).
        01  WS-SER-DD         pic 9(02).
        01  WS-SER-RESULT     pic 9(08).
        01  WS-CUM-DAYS-TBL.
            03 filler pic X(36) value
               "000031059090120151181212243273304334".
        01  WS-CUM-DAYS redefines WS-CUM-DAYS-TBL.
            03 WS-CUM-MM  occurs 12  pic 9(03).
        01  WS-NOW-SERIAL     pic 9(08).
        01  WS-NOW-MINUTES    pic 9(04).
        01  WS-AL-MINUTES     pic 9(04).
        01  WS-AGE-WORK       pic S9(09).
        01  WS-HH             pic 9(02).
        01  WS-MI             pic 9(02).
        01  WS-AGE-ED         pic ZZZZZZ9.
      * メール送信
        01  WS-MAIL-CMD       pic X(400).
        01  WS-MAIL-TEXT      pic X(200).
      * エラーログ(LOG001)
        01  WS-LOG-PROGNAME   pic X(20) value "ALERT_ESCALATE".
        01  WS-LOG-SEVERITY   pic X(05).
        01  WS-LOG-MESSAGE    pic X(80).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE        pic X(05).
        01  WS-RJ-PROGNAME    pic X(20) value "ALERT_ESCALATE".
        01  WS-RJ-STATUS      pic X(07).
        01  WS-RJ-COUNT       pic 9(07) value 0.
        01  i                 pic 9(04).
        01  k                 pic 9(04).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-ALERT-FILENAME  pic X(256).
        01  WS-ACK-FILENAME    pic X(256).
        01  WS-CTL-FILENAME    pic X(256).
        01  WS-AK-WORK-FILENAME pic X(256).
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           perform READ-CTL-S thru READ-CTL-E.
           accept WS-TODAY from date yyyymmdd.
           accept WS-NOW-TIME from time.
           move WS-TODAY to WS-SER-DATE.
           perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E.
           move WS-SER-RESULT to WS-NOW-SERIAL.
           move WS-NOW-TIME(1:2) to WS-HH.
           move WS-NOW-TIME(3:2) to WS-MI.
           compute WS-NOW-MINUTES = WS-HH * 60 + WS-MI.
           perform LOAD-ACK-S thru LOAD-ACK-E.
           perform SCAN-ALERTS-S thru SCAN-ALERTS-E.
           close ak-work-file.
           if WS-ES-COUNT > 0 and WS-CONTACT-COUNT = 0
              move "ERROR" to WS-LOG-SEVERITY
              move spaces to WS-LOG-MESSAGE
              string "no ESCALATE= contact in yubin_alert.ctl;"
                     delimited by size
                     " unacknowledged critical alerts="
                     delimited by size
                     WS-ES-COUNT delimited by size
                     into WS-LOG-MESSAGE
              call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                                  WS-LOG-MESSAGE
              display WS-LOG-MESSAGE
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           move 1 to i.
           perform until i > WS-ES-COUNT
              perform ESCALATE-S thru ESCALATE-E
              compute i = i + 1
           end-perform.
           display "ALERT ESCALATE MINUTES=" WS-ESC-MINUTES
                   " ESCALATED=" WS-ESC-DONE.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-ESC-DONE to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        READ-CTL-S.
      * ESCALATE-MINUTES= と ESCALATE= を拾う(MAIL= 等は ALT001 側)
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
                    move spaces to WS-CTL-KEY
                    move spaces to WS-CTL-VALUE
                    unstring CTL-FD-REC delimited by "="
                       into WS-CTL-KEY WS-CTL-VALUE
                    evaluate WS-CTL-KEY
                       when "ESCALATE-MINUTES"
                          if WS-CTL-VALUE(1:4) is numeric
                             move WS-CTL-VALUE(1:4) to WS-ESC-MINUTES
                          end-if
                       when "ESCALATE"
                          if WS-CTL-VALUE not = spaces
                             and WS-CONTACT-COUNT >= 5
                             close ctl-file
                             perform CONTACT-OVER-S thru CONTACT-OVER-E
                          end-if
                          if WS-CTL-VALUE not = spaces
                             compute WS-CONTACT-COUNT =
                                WS-CONTACT-COUNT + 1
                             move WS-CTL-VALUE
                                to WS-CONTACT(WS-CONTACT-COUNT)
                          end-if
                       when other
                          continue
                    end-evaluate
              end-read
           end-perform.
           close ctl-file.
        READ-CTL-E.

        CONTACT-OVER-S.
      * 二次連絡先の6行目。どれかを黙って捨てると連絡が届かないため、
      * 設定ファイルを受け付けずに止める
           move "ERROR" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "more than 5 ESCALATE= contacts in yubin_alert.ctl"
                  delimited by size into WS-LOG-MESSAGE.
           call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display WS-LOG-MESSAGE.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        CONTACT-OVER-E.

        LOAD-ACK-S.
      * 作業索引を空から作り、記録を畳む(後の行が勝つ)
           open output ak-work-file.
           close ak-work-file.
           open i-o ak-work-file.
           if WS-AW-FS not = "00"
              move "FATAL" to WS-LOG-SEVERITY
              move spaces to WS-LOG-MESSAGE
              string "cannot open alert_escalate_ak.idx status="
                     delimited by size
                     WS-AW-FS delimited by size
                     into WS-LOG-MESSAGE
              call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                                  WS-LOG-MESSAGE
              display WS-LOG-MESSAGE
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           open input ack-file.
           if WS-ACK-FS not = "00"
              go to LOAD-ACK-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read ack-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if ACK-FD-REC(1:8) is numeric
                       perform TAKE-ACK-S thru TAKE-ACK-E
                    end-if
              end-read
           end-perform.
           close ack-file.
        LOAD-ACK-E.

        TAKE-ACK-S.
           move ACK-FD-REC(1:8) to WS-AL-NO.
           move ACK-FD-REC(10:15) to WS-AL-STAMP.
           perform FIND-ACK-S thru FIND-ACK-E.
           if WS-AK-FOUND not = "Y"
              move WS-AL-NO to AW-ID
              move WS-AL-STAMP to AW-STAMP
              move "N" to AW-ACK
              move "N" to AW-CLOSED
              move "N" to AW-ESC
           end-if.
           evaluate ACK-FD-REC(26:1)
              when "A"
                 move "Y" to AW-ACK
              when "C"
                 move "Y" to AW-CLOSED
              when "E"
                 move "Y" to AW-ESC
              when other
                 continue
           end-evaluate.
           if WS-AK-FOUND = "Y"
              rewrite AK-WORK-REC
           else
              write AK-WORK-REC
           end-if.
        TAKE-ACK-E.

        FIND-ACK-S.
      * アラート番号＋日時で作業索引を引く(見つかれば AK-WORK-REC)
           move WS-AL-NO to AW-ID.
           move WS-AL-STAMP to AW-STAMP.
           read ak-work-file
              invalid key
                 move "N" to WS-AK-FOUND
              not invalid key
                 move "Y" to WS-AK-FOUND
           end-read.
        FIND-ACK-E.

        SCAN-ALERTS-S.
      * 重大度Cで、確認・クローズ・二次連絡のいずれもなく、設定の
      * 分数を過ぎたものを拾う
           move 0 to WS-AL-NO.
           open input alert-file.
           if WS-ALERT-FS not = "00"
              go to SCAN-ALERTS-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read alert-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    compute WS-AL-NO = WS-AL-NO + 1
                    perform TAKE-ALERT-S thru TAKE-ALERT-E
              end-read
           end-perform.
           close alert-file.
        SCAN-ALERTS-E.

        TAKE-ALERT-S.
           if ALERT-FD-REC(17:5) not = "SEV=C"
              go to TAKE-ALERT-E
           end-if.
           move ALERT-FD-REC(1:15) to WS-AL-STAMP.
           perform FIND-ACK-S thru FIND-ACK-E.
           if WS-AK-FOUND = "Y"
              if AW-ACK = "Y"
                 or AW-CLOSED = "Y"
                 or AW-ESC = "Y"
                 go to TAKE-ALERT-E
              end-if
           end-if.
           perform ALERT-AGE-S thru ALERT-AGE-E.
           if WS-AGE-WORK < WS-ESC-MINUTES
              go to TAKE-ALERT-E
           end-if.
           if WS-ES-COUNT >= 200
      * 送り直しの対象を黙って落とさない。まだ何も送っていないうちに
      * FATAL(オペレータ通知つき)で止める
              move "FATAL" to WS-LOG-SEVERITY
              move spaces to WS-LOG-MESSAGE
              string "escalation table overflow: more than 200 "
                     "unacknowledged critical alerts"
                     delimited by size into WS-LOG-MESSAGE
              call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                                  WS-LOG-MESSAGE
              display WS-LOG-MESSAGE
              close alert-file
              close ak-work-file
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           compute WS-ES-COUNT = WS-ES-COUNT + 1.
           move WS-AL-NO to WS-ES-ID(WS-ES-COUNT).
           move WS-AL-STAMP to WS-ES-STAMP(WS-ES-COUNT).
           move ALERT-FD-REC to WS-ES-LINE(WS-ES-COUNT).
           move WS-AGE-WORK to WS-ES-AGE(WS-ES-COUNT).
        TAKE-ALERT-E.

        ALERT-AGE-S.
      * アラート発生からの経過分数(日付が読めない行は0分とする)
           move 0 to WS-AGE-WORK.
           if WS-AL-STAMP(1:8) not numeric
              or WS-AL-STAMP(10:4) not numeric
              go to ALERT-AGE-E
           end-if.
           move WS-AL-STAMP(1:8) to WS-SER-DATE.
           perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E.
           move WS-AL-STAMP(10:2) to WS-HH.
           move WS-AL-STAMP(12:2) to WS-MI.
           compute WS-AL-MINUTES = WS-HH * 60 + WS-MI.
           compute WS-AGE-WORK =
              (WS-NOW-SERIAL - WS-SER-RESULT) * 1440
              + WS-NOW-MINUTES - WS-AL-MINUTES.
           if WS-AGE-WORK < 0
              move 0 to WS-AGE-WORK
           end-if.
        ALERT-AGE-E.

        ESCALATE-S.
      * 二次連絡先の全員へ送り、二次連絡済(E)を記録する
           move WS-ES-AGE(i) to WS-AGE-ED.
           move spaces to WS-MAIL-TEXT.
           string "UNACKNOWLEDGED " delimited by size
                  WS-AGE-ED         delimited by size
                  " MIN ALERT#"     delimited by size
                  WS-ES-ID(i)       delimited by size
                  ": "              delimited by size
                  WS-ES-LINE(i)     delimited by size
                  into WS-MAIL-TEXT.
           move 1 to k.
           perform until k > WS-CONTACT-COUNT
              move spaces to WS-MAIL-CMD
              string "echo '"       delimited by size
                     WS-MAIL-TEXT   delimited by size
                     "' | mail -s 'POSTAL BATCH ALERT ESCALATION' "
                                    delimited by size
                     WS-CONTACT(k)  delimited by space
                     " 2>/dev/null" delimited by size
                     into WS-MAIL-CMD
              call "system" using WS-MAIL-CMD
              compute k = k + 1
           end-perform.
           move spaces to ACK-FD-REC.
           move WS-ES-ID(i)     to ACK-FD-REC(1:8).
           move WS-ES-STAMP(i)  to ACK-FD-REC(10:15).
           move "E"             to ACK-FD-REC(26:1).
           move WS-TODAY        to ACK-FD-REC(28:8).
           move WS-NOW-TIME(1:6) to ACK-FD-REC(37:6).
           move "ESCALATE"      to ACK-FD-REC(44:8).
           move WS-CONTACT-COUNT to WS-AGE-ED.
           string "sent to contacts=" delimited by size
                  WS-AGE-ED delimited by size
                  into ACK-FD-REC(58:60).
           open extend ack-file.
           if WS-ACK-FS not = "00"
              open output ack-file
           end-if.
           write ACK-FD-REC.
           close ack-file.
           compute WS-ESC-DONE = WS-ESC-DONE + 1.
           move "WARN " to WS-LOG-SEVERITY.
           move WS-ES-AGE(i) to WS-AGE-ED.
           move spaces to WS-LOG-MESSAGE.
           string "critical alert escalated: #" delimited by size
                  WS-ES-ID(i) delimited by size
                  " unacknowledged" delimited by size
                  WS-AGE-ED delimited by size
                  " min" delimited by size
                  into WS-LOG-MESSAGE.
           call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
        ESCALATE-E.

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
           move "yubin_alert.dat" to WS-ALERT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ALERT-FILENAME.
           move "yubin_alert_ack.dat" to WS-ACK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ACK-FILENAME.
           move "yubin_alert.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "alert_escalate_ak.idx" to WS-AK-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-AK-WORK-FILENAME.
        ENV-RESOLVE-E.
