      **=================================================================
      ** 配達実績の日報と翌日の再配達リストの作成
      ** 引数：DATE=YYYYMMDD (対象の配達日。省略時は当日)
      **       MAXTRY=nn (不在の持ち戻りを続ける上限回数。省略時3)
      ** 入力：delivery_result.dat (pod_entry の配達結果)
      **       yubin_calendar.dat (翌配達日の判定。祝日Hと休業日C)
      ** 出力：pod_report.rpt (ルート別・ドライバー別の初回配達成功
      **       率と結果区分の内訳。再配達の繰越と局留めの一覧)
      **       redelivery.dat (翌配達日の再配達リスト。route_manifest
      **       が運行表の該当顧客に再配達の印を付ける)
      ** 配達結果を顧客・配達日・入力日時の順に並べ、同じ顧客の同じ
      ** 配達日の入力は最後のもの(打ち直し)だけを採る。直前の配達日
      ** の結果が不在(A)なら再配達として回数を数え、そうでなければ
      ** 初回の配達とする。
      ** 対象日に不在だった顧客は翌配達日(日曜・祝日・休業日を除く
      ** 翌日)の再配達リストへ繰り越す。回数が MAXTRY に達したもの
      ** は繰り越さず局留めとして一覧に出す
      **=================================================================
        identification           division.
        program-id.              pod_report.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select result-file
            assign to WS-RESULT-FILENAME
            organization line sequential
            file status is WS-RES-FS.
        select cal-file
            assign to WS-CAL-FILENAME
            organization line sequential
            file status is WS-CAL-FS.
        select sort-res-file
            assign to WS-SORT-RES-FILENAME.
        select srt-file
            assign to WS-SRT-FILENAME
            organization line sequential
            file status is WS-SRT-FS.
        select work-file
            assign to WS-WORK-FILENAME
            organization line sequential
            file status is WS-WORK-FS.
        select sort-ev-file
            assign to WS-SORT-EV-FILENAME.
        select ev-file
            assign to WS-EV-FILENAME
            organization line sequential
            file status is WS-EV-FS.
        select redeliv-file
            assign to WS-REDELIV-FILENAME
            organization line sequential
            file status is WS-RDL-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  result-file
            label records are standard.
        01  RESULT-FD-REC       pic X(60).

        fd  cal-file
            label records are standard.
        01  CAL-FD-REC          pic X(80).

      * 配達結果(pod_entry の DR- と同じ桁位置)
        sd  sort-res-file.
        01  SORT-RES-REC.
            03 SR-配達日        pic X(08).
            03 filler           pic X(01).
            03 SR-ルートコード  pic X(04).
            03 filler           pic X(01).
            03 SR-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 SR-結果          pic X(01).
            03 filler           pic X(01).
            03 SR-ドライバー    pic X(08).
            03 filler           pic X(01).
            03 SR-郵便番号      pic X(07).
            03 filler           pic X(01).
            03 SR-入力日        pic X(08).
            03 filler           pic X(01).
            03 SR-入力時刻      pic X(06).
            03 filler           pic X(03).

        fd  srt-file
            label records are standard.
        01  SRT-REC.
            03 DR-配達日        pic X(08).
            03 filler           pic X(01).
            03 DR-ルートコード  pic X(04).
            03 filler           pic X(01).
            03 DR-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 DR-結果          pic X(01).
            03 filler           pic X(01).
            03 DR-ドライバー    pic X(08).
            03 filler           pic X(01).
            03 DR-郵便番号      pic X(07).
            03 filler           pic X(01).
            03 DR-入力日        pic X(08).
            03 filler           pic X(01).
            03 DR-入力時刻      pic X(06).
            03 filler           pic X(03).

        fd  work-file
            label records are standard.
        01  WORK-FD-REC         pic X(40).

      * 集計の明細。対象日の1件につきルート(1)とドライバー(2)の
      * 2軸へ1行ずつ出す。局留め(3)は1件1行で一覧に使う
        sd  sort-ev-file.
        01  SORT-EV-REC.
            03 SE-軸             pic X(01).
            03 SE-キー           pic X(08).
            03 filler            pic X(31).

        fd  ev-file
            label records are standard.
        01  EV-REC.
            03 EV-軸             pic X(01).
            03 EV-キー           pic X(08).
            03 EV-初回           pic 9(01).
            03 EV-初回配達       pic 9(01).
            03 EV-再配           pic 9(01).
            03 EV-再配配達       pic 9(01).
            03 EV-不在           pic 9(01).
            03 EV-拒否           pic 9(01).
            03 EV-宛所違い       pic 9(01).
            03 EV-ルートコード   pic X(04).
            03 EV-回数           pic 9(02).
            03 EV-初回日         pic X(08).
            03 filler            pic X(10).

        fd  redeliv-file
            label records are standard.
        01  REDELIV-FD-REC.
            03 RD-再配達日      pic X(08).
            03 filler           pic X(01).
            03 RD-ルートコード  pic X(04).
            03 filler           pic X(01).
            03 RD-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 RD-郵便番号      pic X(07).
            03 filler           pic X(01).
            03 RD-回数          pic 9(02).
            03 filler           pic X(01).
            03 RD-初回日        pic X(08).
            03 filler           pic X(01).
            03 RD-不在日        pic X(08).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(120).

        working-storage           section.
        01  WS-RES-FS           pic X(02).
        01  WS-CAL-FS           pic X(02).
        01  WS-SRT-FS           pic X(02).
        01  WS-WORK-FS          pic X(02).
        01  WS-EV-FS            pic X(02).
        01  WS-RDL-FS           pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-SRT-EOF          pic X(01) value "N".
        01  WS-EV-EOF           pic X(01) value "N".
        01  WS-CAL-EOF          pic X(01) value "N".
        01  WS-ARG-JUNK         pic X(10).
        01  WS-ARG-DATE         pic X(08) value spaces.
        01  WS-ARG-MAXTRY       pic X(02) value spaces.
        01  WS-RPT-DATE         pic 9(08).
        01  WS-MAXTRY           pic 9(02) value 3.
        01  WS-RUN-DATE         pic 9(08).
      * 同じ顧客・同じ配達日の最後の入力を保持する
        01  WS-HOLD-OPEN        pic X(01) value "N".
        01  WS-HOLD-REC         pic X(60).
        01  WS-HOLD REDEFINES WS-HOLD-REC.
            03 WS-H-配達日      pic X(08).
            03 filler           pic X(01).
            03 WS-H-ルートコード pic X(04).
            03 filler           pic X(01).
            03 WS-H-顧客番号    pic X(08).
            03 filler           pic X(01).
            03 WS-H-結果        pic X(01).
            03 filler           pic X(01).
            03 WS-H-ドライバー  pic X(08).
            03 filler           pic X(01).
            03 WS-H-郵便番号    pic X(07).
            03 filler           pic X(19).
      * 同じ顧客の直前の配達日の結果
        01  WS-PREV-CUST        pic X(08) value low-values.
        01  WS-PREV-RESULT      pic X(01).
        01  WS-PREV-TRY         pic 9(02).
        01  WS-PREV-FIRST       pic X(08).
        01  WS-TRY              pic 9(02).
        01  WS-FIRST-DATE       pic X(08).
        01  WS-EV-LINE.
            03 WS-EV-軸          pic X(01).
            03 WS-EV-キー        pic X(08).
            03 WS-EV-初回        pic 9(01).
            03 WS-EV-初回配達    pic 9(01).
            03 WS-EV-再配        pic 9(01).
            03 WS-EV-再配配達    pic 9(01).
            03 WS-EV-不在        pic 9(01).
            03 WS-EV-拒否        pic 9(01).
            03 WS-EV-宛所違い    pic 9(01).
            03 WS-EV-ルートコード pic X(04).
            03 WS-EV-回数        pic 9(02).
            03 WS-EV-初回日      pic X(08).
            03 filler            pic X(10).
      * 翌配達日の判定(祝日・休業日は対象日の後ろ100日分だけ積む)
        01  WS-NEXT-DATE        pic 9(08).
        01  WS-CAL-LIMIT        pic 9(08).
        01  WS-OFF-COUNT        pic 9(03) value 0.
        01  WS-OFF-TABLE.
            03 WS-OFF-DATE  occurs 100  pic 9(08).
        01  WS-OFF-IDX          pic 9(03).
        01  WS-OFF-DAY          pic X(01).
        01  WS-CHK-DATE         pic 9(08).
        01  WS-CHK-YYYY         pic 9(04).
        01  WS-CHK-MM           pic 9(02).
        01  WS-CHK-DD           pic 9(02).
        01  WS-CHK-DOW          pic 9(01).
        01  WS-MONTH-END        pic 9(02).
        01  WS-LEAP-REM         pic 9(04).
        01  WS-QUOT             pic 9(06).
        01  WS-ZY               pic 9(04).
        01  WS-ZM               pic 9(02).
        01  WS-ZK               pic 9(02).
        01  WS-ZJ               pic 9(02).
        01  WS-ZH               pic 9(06).
        01  WS-MONTH-DAYS-TBL.
            03 filler pic X(24) value "312831303130313130313031".
        01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TBL.
            03 WS-MDAYS  occurs 12  pic 9(02).
      * 集計(キー1つ分と合計)
        01  WS-CUR-AXIS         pic X(01) value low-values.
        01  WS-CUR-KEY          pic X(08).
        01  WS-GRP-OPEN         pic X(01) value "N".
        01  WS-SUM.
            03 WS-SUM-STOPS      pic 9(07).
            03 WS-SUM-FIRST      pic 9(07).
            03 WS-SUM-FIRST-OK   pic 9(07).
            03 WS-SUM-RETRY      pic 9(07).
            03 WS-SUM-RETRY-OK   pic 9(07).
            03 WS-SUM-ABSENT     pic 9(07).
            03 WS-SUM-REFUSED    pic 9(07).
            03 WS-SUM-WRONG      pic 9(07).
        01  WS-TOT.
            03 WS-TOT-STOPS      pic 9(07).
            03 WS-TOT-FIRST      pic 9(07).
            03 WS-TOT-FIRST-OK   pic 9(07).
            03 WS-TOT-RETRY      pic 9(07).
            03 WS-TOT-RETRY-OK   pic 9(07).
            03 WS-TOT-ABSENT     pic 9(07).
            03 WS-TOT-REFUSED    pic 9(07).
            03 WS-TOT-WRONG      pic 9(07).
        01  WS-RATE             pic 9(03)V9.
        01  WS-ED.
            03 WS-STOPS-ED       pic ZZZZZ9.
            03 filler            pic X(01) value space.
            03 WS-FIRST-ED       pic ZZZZZZ9.
            03 filler            pic X(01) value space.
            03 WS-FIRST-OK-ED    pic ZZZZZ9.
            03 filler            pic X(01) value space.
            03 WS-RATE-ED        pic ZZ9.9.
            03 filler            pic X(01) value space.
            03 WS-RETRY-ED       pic ZZZZZZ9.
            03 filler            pic X(01) value space.
            03 WS-RETRY-OK-ED    pic ZZZZZ9.
            03 filler            pic X(01) value space.
            03 WS-ABSENT-ED      pic ZZZZZ9.
            03 filler            pic X(01) value space.
            03 WS-REFUSED-ED     pic ZZZZZZ9.
            03 filler            pic X(01) value space.
            03 WS-WRONG-ED       pic ZZZZZ9.
        01  WS-TRY-ED           pic Z9.
        01  WS-COUNT-ED         pic ZZZZZZ9.
        01  WS-HELD-ED          pic ZZZZZZ9.
        01  WS-CARRIED          pic 9(07) value 0.
        01  WS-HELD             pic 9(07) value 0.
        01  WS-DAY-STOPS        pic 9(07) value 0.
        01  WS-RPT-LINE         pic X(120).
      * スプール登録(SPL001)
        01  WS-SPL-RPT-FILE     pic X(30) value "pod_report.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "POD_REPORT".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-RESULT-FILENAME    pic X(256).
        01  WS-CAL-FILENAME       pic X(256).
        01  WS-SORT-RES-FILENAME  pic X(256).
        01  WS-SRT-FILENAME       pic X(256).
        01  WS-WORK-FILENAME      pic X(256).
        01  WS-SORT-EV-FILENAME   pic X(256).
        01  WS-EV-FILENAME        pic X(256).
        01  WS-REDELIV-FILENAME   pic X(256).
        01  WS-RPT-FILENAME       pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD           pic X(600).
           03 filler                pic X(01) value low-value.
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept WS-RUN-DATE from date yyyymmdd.
           move WS-RUN-DATE to WS-RPT-DATE.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:5) = "DATE="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-ARG-DATE
                 end-if
                 if param(i)(1:7) = "MAXTRY="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-ARG-MAXTRY
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           if WS-ARG-DATE not = spaces
              if WS-ARG-DATE not numeric
                 display "ERROR: DATE= must be YYYYMMDD: " WS-ARG-DATE
                 stop run
              end-if
              move WS-ARG-DATE to WS-RPT-DATE
           end-if.
           if WS-ARG-MAXTRY not = spaces
              if WS-ARG-MAXTRY(2:1) = space
                 move WS-ARG-MAXTRY(1:1) to WS-ARG-MAXTRY(2:1)
                 move "0" to WS-ARG-MAXTRY(1:1)
              end-if
              if WS-ARG-MAXTRY not numeric or WS-ARG-MAXTRY = "00"
                 display "ERROR: MAXTRY= must be 1-99: "
                         WS-ARG-MAXTRY
                 stop run
              end-if
              move WS-ARG-MAXTRY to WS-MAXTRY
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           perform NEXT-DELIV-S thru NEXT-DELIV-E.
           open input result-file.
           if WS-RES-FS not = "00"
              display "ERROR: cannot open delivery_result.dat status="
                      WS-RES-FS
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           close result-file.
           sort sort-res-file
              on ascending key SR-顧客番号 SR-配達日
                               SR-入力日 SR-入力時刻
              using result-file
              giving srt-file.
           open input srt-file.
           open output work-file.
           open output redeliv-file.
           perform RESULT-LOOP-S thru RESULT-LOOP-E
              until WS-SRT-EOF = "Y".
           close redeliv-file.
           close work-file.
           close srt-file.
           sort sort-ev-file
              on ascending key SE-軸 SE-キー
              using work-file
              giving ev-file.
           perform REPORT-RUN-S thru REPORT-RUN-E.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-WORK-FILENAME delimited by space
                  " "             delimited by size
                  WS-SRT-FILENAME delimited by space
                  " "             delimited by size
                  WS-EV-FILENAME  delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-RPT-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "DATE=" WS-RPT-DATE
                   " STOPS=" WS-DAY-STOPS
                   " CARRIED=" WS-CARRIED
                   " HELD=" WS-HELD
                   " NEXT=" WS-NEXT-DATE.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-DAY-STOPS to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        NEXT-DELIV-S.
      * 対象日の翌日から、日曜でも祝日(H)・休業日(C)でもない最初の
      * 日を翌配達日とする
           compute WS-CAL-LIMIT = WS-RPT-DATE + 10000.
           open input cal-file.
           if WS-CAL-FS = "00"
              perform until WS-CAL-EOF = "Y"
                 read cal-file
                    at end
                       move "Y" to WS-CAL-EOF
                    not at end
                       if CAL-FD-REC(1:8) is numeric
                          and (CAL-FD-REC(10:1) = "H"
                               or CAL-FD-REC(10:1) = "C")
                          and CAL-FD-REC(1:8) > WS-RPT-DATE
                          and CAL-FD-REC(1:8) < WS-CAL-LIMIT
                          and WS-OFF-COUNT < 100
                          add 1 to WS-OFF-COUNT
                          move CAL-FD-REC(1:8)
                             to WS-OFF-DATE(WS-OFF-COUNT)
                       end-if
                 end-read
              end-perform
              close cal-file
           end-if.
           move WS-RPT-DATE to WS-CHK-DATE.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           move "Y" to WS-OFF-DAY.
           perform until WS-OFF-DAY = "N"
              perform NEXT-DAY-S thru NEXT-DAY-E
              perform DAY-OF-WEEK-S thru DAY-OF-WEEK-E
              move "N" to WS-OFF-DAY
              if WS-CHK-DOW = 7
                 move "Y" to WS-OFF-DAY
              end-if
              move 1 to WS-OFF-IDX
              perform until WS-OFF-IDX > WS-OFF-COUNT
                 if WS-OFF-DATE(WS-OFF-IDX) = WS-CHK-DATE
                    move "Y" to WS-OFF-DAY
                 end-if
                 compute WS-OFF-IDX = WS-OFF-IDX + 1
              end-perform
           end-perform.
           move WS-CHK-DATE to WS-NEXT-DATE.
        NEXT-DELIV-E.

        SPLIT-DATE-S.
           compute WS-CHK-YYYY = WS-CHK-DATE / 10000.
           compute WS-CHK-MM =
              (WS-CHK-DATE / 100) - (WS-CHK-YYYY * 100).
           compute WS-CHK-DD =
              WS-CHK-DATE - (WS-CHK-YYYY * 10000)
                          - (WS-CHK-MM * 100).
           move 31 to WS-MONTH-END.
           if WS-CHK-MM > 0 and WS-CHK-MM < 13
              move WS-MDAYS(WS-CHK-MM) to WS-MONTH-END
           end-if.
      * 閏年の2月(100で割れる年は400で割れる年だけ閏)
           if WS-CHK-MM = 2
              divide WS-CHK-YYYY by 4 giving WS-QUOT
                 remainder WS-LEAP-REM
              if WS-LEAP-REM = 0
                 move 29 to WS-MONTH-END
                 divide WS-CHK-YYYY by 100 giving WS-QUOT
                    remainder WS-LEAP-REM
                 if WS-LEAP-REM = 0
                    divide WS-CHK-YYYY by 400 giving WS-QUOT
                       remainder WS-LEAP-REM
                    if WS-LEAP-REM not = 0
                       move 28 to WS-MONTH-END
                    end-if
                 end-if
              end-if
           end-if.
        SPLIT-DATE-E.

        DAY-OF-WEEK-S.
      * ツェラーの公式。結果は 1=月 … 7=日
           move WS-CHK-YYYY to WS-ZY.
           move WS-CHK-MM   to WS-ZM.
           if WS-ZM < 3
              add 12 to WS-ZM
              subtract 1 from WS-ZY
           end-if.
           divide WS-ZY by 100 giving WS-ZJ remainder WS-ZK.
           compute WS-QUOT = (13 * (WS-ZM + 1)) / 5.
           move WS-QUOT to WS-ZH.
           add WS-CHK-DD WS-ZK to WS-ZH.
           compute WS-QUOT = WS-ZK / 4.
           add WS-QUOT to WS-ZH.
           compute WS-QUOT = WS-ZJ / 4.
           add WS-QUOT to WS-ZH.
           compute WS-ZH = WS-ZH + (5 * WS-ZJ) + 5.
           divide WS-ZH by 7 giving WS-QUOT remainder WS-LEAP-REM.
           compute WS-CHK-DOW = WS-LEAP-REM + 1.
        DAY-OF-WEEK-E.

        NEXT-DAY-S.
           add 1 to WS-CHK-DD.
           if WS-CHK-DD > WS-MONTH-END
              move 1 to WS-CHK-DD
              add 1 to WS-CHK-MM
              if WS-CHK-MM > 12
                 move 1 to WS-CHK-MM
                 add 1 to WS-CHK-YYYY
              end-if
           end-if.
           compute WS-CHK-DATE = WS-CHK-YYYY * 10000
                               + WS-CHK-MM * 100 + WS-CHK-DD.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
        NEXT-DAY-E.

        RESULT-LOOP-S.
           read srt-file
              at end
                 move "Y" to WS-SRT-EOF
                 if WS-HOLD-OPEN = "Y"
                    perform SETTLE-S thru SETTLE-E
                 end-if
                 go to RESULT-LOOP-E
           end-read.
           if SRT-REC = spaces
              go to RESULT-LOOP-E
           end-if.
      * 顧客か配達日が変われば保持中の1件を確定する。同じ組の後の
      * 入力は打ち直しなので保持を差し替えるだけ
           if WS-HOLD-OPEN = "Y"
              if DR-顧客番号 not = WS-H-顧客番号
                 or DR-配達日 not = WS-H-配達日
                 perform SETTLE-S thru SETTLE-E
              end-if
           end-if.
           if DR-顧客番号 not = WS-PREV-CUST
              move DR-顧客番号 to WS-PREV-CUST
              move space to WS-PREV-RESULT
              move 0 to WS-PREV-TRY
              move spaces to WS-PREV-FIRST
           end-if.
           move SRT-REC to WS-HOLD-REC.
           move "Y" to WS-HOLD-OPEN.
        RESULT-LOOP-E.

        SETTLE-S.
      * 直前の配達日が不在なら再配達(回数を1つ進め初回日を引継ぐ)
           move "N" to WS-HOLD-OPEN.
           if WS-PREV-RESULT = "A"
              compute WS-TRY = WS-PREV-TRY + 1
              move WS-PREV-FIRST to WS-FIRST-DATE
           else
              move 1 to WS-TRY
              move WS-H-配達日 to WS-FIRST-DATE
           end-if.
           if WS-H-配達日 = WS-RPT-DATE
              perform TALLY-S thru TALLY-E
           end-if.
           move WS-H-結果   to WS-PREV-RESULT.
           move WS-TRY      to WS-PREV-TRY.
           move WS-FIRST-DATE to WS-PREV-FIRST.
        SETTLE-E.

        TALLY-S.
           add 1 to WS-DAY-STOPS.
           move spaces to WS-EV-LINE.
           move 0 to WS-EV-初回 WS-EV-初回配達 WS-EV-再配
                     WS-EV-再配配達 WS-EV-不在 WS-EV-拒否
                     WS-EV-宛所違い WS-EV-回数.
           if WS-TRY = 1
              move 1 to WS-EV-初回
              if WS-H-結果 = "D"
                 move 1 to WS-EV-初回配達
              end-if
           else
              move 1 to WS-EV-再配
              if WS-H-結果 = "D"
                 move 1 to WS-EV-再配配達
              end-if
           end-if.
           evaluate WS-H-結果
              when "A"   move 1 to WS-EV-不在
              when "R"   move 1 to WS-EV-拒否
              when "W"   move 1 to WS-EV-宛所違い
           end-evaluate.
           move "1" to WS-EV-軸.
           move WS-H-ルートコード to WS-EV-キー.
           move WS-EV-LINE to WORK-FD-REC.
           write WORK-FD-REC.
           move "2" to WS-EV-軸.
           move WS-H-ドライバー to WS-EV-キー.
           move WS-EV-LINE to WORK-FD-REC.
           write WORK-FD-REC.
           if WS-H-結果 not = "A"
              go to TALLY-E
           end-if.
      * 不在は翌配達日へ繰り越す。上限回数に達したものは局留め
           if WS-TRY >= WS-MAXTRY
              add 1 to WS-HELD
              move spaces to WS-EV-LINE
              move 0 to WS-EV-初回 WS-EV-初回配達 WS-EV-再配
                        WS-EV-再配配達 WS-EV-不在 WS-EV-拒否
                        WS-EV-宛所違い
              move "3" to WS-EV-軸
              move WS-H-顧客番号     to WS-EV-キー
              move WS-H-ルートコード to WS-EV-ルートコード
              move WS-TRY            to WS-EV-回数
              move WS-FIRST-DATE     to WS-EV-初回日
              move WS-EV-LINE to WORK-FD-REC
              write WORK-FD-REC
              go to TALLY-E
           end-if.
           add 1 to WS-CARRIED.
           move spaces to REDELIV-FD-REC.
           move WS-NEXT-DATE      to RD-再配達日.
           move WS-H-ルートコード to RD-ルートコード.
           move WS-H-顧客番号     to RD-顧客番号.
           move WS-H-郵便番号     to RD-郵便番号.
           compute RD-回数 = WS-TRY + 1.
           move WS-FIRST-DATE     to RD-初回日.
           move WS-H-配達日       to RD-不在日.
           write REDELIV-FD-REC.
        TALLY-E.

        REPORT-RUN-S.
           open input ev-file.
           open output rpt-file.
           move spaces to WS-RPT-LINE.
           string "== delivery performance report DATE=" WS-RPT-DATE
                  " RUN=" WS-RUN-DATE
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           initialize WS-TOT.
           perform REPORT-LOOP-S thru REPORT-LOOP-E
              until WS-EV-EOF = "Y".
           if WS-GRP-OPEN = "Y"
              perform GROUP-CLOSE-S thru GROUP-CLOSE-E
           end-if.
           if WS-DAY-STOPS = 0
              move spaces to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
              move "(no delivery results for this date)"
                 to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move WS-CARRIED to WS-COUNT-ED.
           move WS-HELD to WS-HELD-ED.
           move WS-MAXTRY to WS-TRY-ED.
           string "REDELIVERY NEXT=" WS-NEXT-DATE
                  " CARRIED=" WS-COUNT-ED
                  " HELD=" WS-HELD-ED
                  " (MAXTRY=" WS-TRY-ED ")"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           close rpt-file.
           close ev-file.
        REPORT-RUN-E.

        REPORT-LOOP-S.
           read ev-file
              at end
                 move "Y" to WS-EV-EOF
                 go to REPORT-LOOP-E
           end-read.
           if EV-軸 = "3"
              if WS-GRP-OPEN = "Y"
                 perform GROUP-CLOSE-S thru GROUP-CLOSE-E
              end-if
              if EV-軸 not = WS-CUR-AXIS
                 perform AXIS-HEAD-S thru AXIS-HEAD-E
              end-if
              perform HOLD-LINE-S thru HOLD-LINE-E
              go to REPORT-LOOP-E
           end-if.
           if WS-GRP-OPEN = "Y"
              if EV-軸 not = WS-CUR-AXIS
                 or EV-キー not = WS-CUR-KEY
                 perform GROUP-CLOSE-S thru GROUP-CLOSE-E
              end-if
           end-if.
           if WS-GRP-OPEN not = "Y"
              if EV-軸 not = WS-CUR-AXIS
                 perform AXIS-HEAD-S thru AXIS-HEAD-E
              end-if
              move "Y" to WS-GRP-OPEN
              move EV-キー to WS-CUR-KEY
              initialize WS-SUM
           end-if.
           add 1              to WS-SUM-STOPS.
           add EV-初回        to WS-SUM-FIRST.
           add EV-初回配達    to WS-SUM-FIRST-OK.
           add EV-再配        to WS-SUM-RETRY.
           add EV-再配配達    to WS-SUM-RETRY-OK.
           add EV-不在        to WS-SUM-ABSENT.
           add EV-拒否        to WS-SUM-REFUSED.
           add EV-宛所違い    to WS-SUM-WRONG.
        REPORT-LOOP-E.

        AXIS-HEAD-S.
      * 軸の切替り。ルート別の後に合計行を出してからドライバー別へ
           if WS-CUR-AXIS = "1"
              move WS-TOT to WS-SUM
              move "TOTAL" to WS-CUR-KEY
              perform DETAIL-LINE-S thru DETAIL-LINE-E
           end-if.
           move EV-軸 to WS-CUR-AXIS.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           evaluate EV-軸
              when "1"
                 move "BY ROUTE" to WS-RPT-LINE
              when "2"
                 move "BY DRIVER" to WS-RPT-LINE
              when "3"
                 move "HELD AT OFFICE (NOT CARRIED)" to WS-RPT-LINE
           end-evaluate.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           if EV-軸 = "3"
              move "  ROUTE CUSTOMER TRY FIRST-DATE" to WS-RPT-LINE
           else
              string "  KEY       STOPS 1ST-TRY 1ST-OK RATE%"
                     " REDELIV  RE-OK ABSENT REFUSED  WRONG"
                     delimited by size into WS-RPT-LINE
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        AXIS-HEAD-E.

        GROUP-CLOSE-S.
           move "N" to WS-GRP-OPEN.
           if WS-CUR-AXIS = "1"
              add WS-SUM-STOPS    to WS-TOT-STOPS
              add WS-SUM-FIRST    to WS-TOT-FIRST
              add WS-SUM-FIRST-OK to WS-TOT-FIRST-OK
              add WS-SUM-RETRY    to WS-TOT-RETRY
              add WS-SUM-RETRY-OK to WS-TOT-RETRY-OK
              add WS-SUM-ABSENT   to WS-TOT-ABSENT
              add WS-SUM-REFUSED  to WS-TOT-REFUSED
              add WS-SUM-WRONG    to WS-TOT-WRONG
           end-if.
           perform DETAIL-LINE-S thru DETAIL-LINE-E.
        GROUP-CLOSE-E.

        DETAIL-LINE-S.
      * 初回配達成功率＝初回で配達済みの件数÷初回の件数
           if WS-SUM-FIRST > 0
              compute WS-RATE rounded
                 = WS-SUM-FIRST-OK * 100 / WS-SUM-FIRST
           else
              move 0 to WS-RATE
           end-if.
           move WS-SUM-STOPS    to WS-STOPS-ED.
           move WS-SUM-FIRST    to WS-FIRST-ED.
           move WS-SUM-FIRST-OK to WS-FIRST-OK-ED.
           move WS-RATE         to WS-RATE-ED.
           move WS-SUM-RETRY    to WS-RETRY-ED.
           move WS-SUM-RETRY-OK to WS-RETRY-OK-ED.
           move WS-SUM-ABSENT   to WS-ABSENT-ED.
           move WS-SUM-REFUSED  to WS-REFUSED-ED.
           move WS-SUM-WRONG    to WS-WRONG-ED.
           move spaces to WS-RPT-LINE.
           string "  " WS-CUR-KEY " " WS-ED
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        DETAIL-LINE-E.

        HOLD-LINE-S.
           move EV-回数 to WS-TRY-ED.
           move spaces to WS-RPT-LINE.
           string "  " EV-ルートコード "  " EV-キー
                  "  " WS-TRY-ED " " EV-初回日
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        HOLD-LINE-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "delivery_result.dat" to WS-RESULT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RESULT-FILENAME.
           move "yubin_calendar.dat" to WS-CAL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CAL-FILENAME.
           move "pod_report_sort.wk" to WS-SORT-RES-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-RES-FILENAME.
           move "pod_report.srt" to WS-SRT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SRT-FILENAME.
           move "pod_report.wk" to WS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-WORK-FILENAME.
           move "pod_report_sort2.wk" to WS-SORT-EV-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-EV-FILENAME.
           move "pod_report.esrt" to WS-EV-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-EV-FILENAME.
           move "redelivery.dat" to WS-REDELIV-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REDELIV-FILENAME.
           move "pod_report.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
