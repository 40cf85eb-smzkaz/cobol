      **=================================================================
      ** 追跡郵便の未着一覧
      ** 引数：DAYS=nn (差出日の翌営業日から今日までの営業日数が n を
      **       超えてなお配達済み・返送になっていない1通を載せる。
      **       既定5)
      **       CAMPAIGN=コード (そのキャンペーンの分だけ。省略時は全部)
      ** 入力：tracked_mail.idx (追跡郵便台帳)
      **       yubin_calendar.dat (祝日・休業日。土日とともに非営業日)
      ** 出力：tracked_outstanding.rpt (顧客番号・キャンペーン・差出日
      **       ・種別・追跡番号・状態・状態日・経過営業日。状態が番号
      **       待ち(P)のものは番号の入力漏れとして同じ一覧に載せる)
      **=================================================================
        identification           division.
        program-id.              track_report.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select track-file
            assign to WS-TRACK-FILENAME
            organization indexed
            access mode sequential
            record key is TM-キー
            alternate record key is TM-追跡番号
                with duplicates
            file status is WS-TRK-FS.
        select calendar-file
            assign to WS-CALENDAR-FILENAME
            organization line sequential
            file status is WS-CAL-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  track-file
            label records are standard.
        01  TRACK-REC.
            COPY TRKMAIL.

        fd  calendar-file
            label records are standard.
        01  CAL-FD-REC          pic X(80).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(120).

        working-storage           section.
        01  WS-TRK-FS           pic X(02).
        01  WS-CAL-FS           pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-EOF              pic X(01).
        01  WS-ARG-JUNK         pic X(10).
        01  WS-ARG-DAYS         pic X(02) value spaces.
        01  WS-DAYS             pic 9(02) value 5.
        01  WS-CAMPAIGN         pic X(08) value spaces.
        01  WS-TODAY            pic 9(08).
        01  WS-ELAPSED          pic 9(03).
        01  WS-ELAPSED-ED       pic ZZ9.
        01  WS-STATE-TEXT       pic X(12).
        01  WS-KIND-TEXT        pic X(12).
        01  WS-READ             pic 9(07) value 0.
        01  WS-OPEN-COUNT       pic 9(07) value 0.
        01  WS-LISTED           pic 9(07) value 0.
        01  WS-LISTED-P         pic 9(07) value 0.
        01  WS-RPT-LINE         pic X(120).
      * 業務カレンダー(祝日・休業日)
        01  WS-CAL-TABLE.
            03 WS-CAL-DATE  occurs 500  pic X(08).
        01  WS-CAL-COUNT        pic 9(03) value 0.
      * 日付の計算(sla_check と同じ考え方)
        01  WS-W-DATE           pic 9(08).
        01  WS-W-YYYY           pic 9(04).
        01  WS-W-MM             pic 9(02).
        01  WS-W-DD             pic 9(02).
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
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "TRACK_REPORT".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 9(03).
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(270).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-TRACK-FILENAME     pic X(256).
        01  WS-CALENDAR-FILENAME  pic X(256).
        01  WS-RPT-FILENAME       pic X(256).
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc or i > 10
                 accept param(i) from argument-value
                 if param(i)(1:5) = "DAYS="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-ARG-DAYS
                 end-if
                 if param(i)(1:9) = "CAMPAIGN="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-CAMPAIGN
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           if WS-ARG-DAYS not = spaces
              if WS-ARG-DAYS(2:1) = space
                 move WS-ARG-DAYS(1:1) to WS-ARG-DAYS(2:1)
                 move "0" to WS-ARG-DAYS(1:1)
              end-if
              if WS-ARG-DAYS not numeric
                 display "ERROR: DAYS= must be 0-99: " WS-ARG-DAYS
                 stop run
              end-if
              move WS-ARG-DAYS to WS-DAYS
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-TODAY from date yyyymmdd.
           perform CAL-LOAD-S thru CAL-LOAD-E.
           open input track-file.
           if WS-TRK-FS not = "00"
              display "ERROR: cannot open tracked_mail.idx status="
                      WS-TRK-FS
              move "END  " to WS-RJ-MODE
              move "FAILED" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           open output rpt-file.
           move spaces to WS-RPT-LINE.
           string "追跡郵便 未着一覧 " delimited by size
                  WS-TODAY delimited by size
                  " 経過営業日>" delimited by size
                  WS-DAYS delimited by size
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           if WS-CAMPAIGN not = spaces
              move spaces to WS-RPT-LINE
              string "CAMPAIGN=" delimited by size
                     WS-CAMPAIGN delimited by space
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
           end-if.
           move "顧客番号 キャンペーン 差出日   種別"
              to WS-RPT-LINE.
           move "追跡番号      状態        状態日   経過"
              to WS-RPT-LINE(48:).
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read track-file next record
                 at end
                    move "Y" to WS-EOF
                 not at end
                    add 1 to WS-READ
                    perform CHECK-ONE-S thru CHECK-ONE-E
              end-read
           end-perform.
           close track-file.
           move spaces to WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           string "READ=" WS-READ
                  " NOT-DELIVERED=" WS-OPEN-COUNT
                  " LISTED=" WS-LISTED
                  " (NUMBER-MISSING=" WS-LISTED-P ")"
                  delimited by size into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           close rpt-file.
           display "TRACK REPORT READ=" WS-READ
                   " NOT-DELIVERED=" WS-OPEN-COUNT
                   " LISTED=" WS-LISTED.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-LISTED to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

        CHECK-ONE-S.
           if TM-状態 = "D" or TM-状態 = "R"
              go to CHECK-ONE-E
           end-if.
           if WS-CAMPAIGN not = spaces
              and TM-キャンペーン not = WS-CAMPAIGN
              go to CHECK-ONE-E
           end-if.
           if TM-差出日 not numeric
              go to CHECK-ONE-E
           end-if.
           add 1 to WS-OPEN-COUNT.
           perform ELAPSED-S thru ELAPSED-E.
           if WS-ELAPSED not > WS-DAYS
              go to CHECK-ONE-E
           end-if.
           add 1 to WS-LISTED.
           evaluate TM-種別
              when "R"   move "一般書留"     to WS-KIND-TEXT
              when "K"   move "簡易書留"     to WS-KIND-TEXT
              when "L"   move "レターパック" to WS-KIND-TEXT
              when other move TM-種別        to WS-KIND-TEXT
           end-evaluate.
           evaluate TM-状態
              when "P"
                 move "番号待ち" to WS-STATE-TEXT
                 add 1 to WS-LISTED-P
              when "T"   move "番号登録済" to WS-STATE-TEXT
              when "A"   move "引受"       to WS-STATE-TEXT
              when other move TM-状態      to WS-STATE-TEXT
           end-evaluate.
           move WS-ELAPSED to WS-ELAPSED-ED.
           move spaces to WS-RPT-LINE.
           string TM-顧客番号   delimited by size
                  " "           delimited by size
                  TM-キャンペーン delimited by size
                  "    "        delimited by size
                  TM-差出日     delimited by size
                  " "           delimited by size
                  WS-KIND-TEXT  delimited by size
                  " "           delimited by size
                  TM-追跡番号   delimited by size
                  " "           delimited by size
                  WS-STATE-TEXT delimited by size
                  TM-状態日     delimited by size
                  " "           delimited by size
                  WS-ELAPSED-ED delimited by size
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
        CHECK-ONE-E.

        ELAPSED-S.
      * 差出日の翌日から今日までの営業日数(999で打ち切る)
           move 0 to WS-ELAPSED.
           move TM-差出日 to WS-W-DATE.
           perform until WS-W-DATE >= WS-TODAY or WS-ELAPSED = 999
              perform NEXT-DAY-S thru NEXT-DAY-E
              perform IS-BUS-S thru IS-BUS-E
              if WS-W-BUS = "Y"
                 add 1 to WS-ELAPSED
              end-if
           end-perform.
        ELAPSED-E.

        RPT-WRITE-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        RPT-WRITE-E.

      ******************************************************************
      * 日付の計算
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

        ENV-RESOLVE-S.
           move "tracked_mail.idx" to WS-TRACK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TRACK-FILENAME.
           move "yubin_calendar.dat" to WS-CALENDAR-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CALENDAR-FILENAME.
           move "tracked_outstanding.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
