      ** 指定時刻まで待機した上で mk_seq_postalcode_file を起動し、
      ** その結果(yubin_recon.rpt)を突合してラン・コントロール
      ** ファイル(yubin_runctl.dat)へ最終成功実行の記録を残す
      ** あわせて顧客住所の転居・一時転送予約を move_apply で反映し、
      ** その夜の顧客変更を cust_feed でCRM・請求向けに送り出し、
      ** branch_cust で担当支店を判定して支店別の顧客ファイルを作る
      ** 週1回(yubin_sched_cfg.dat の DBMAINT-DOW=n の曜日)は抽出の
      ** 後に db_maint で yubin.db の索引点検・ANALYZE・VACUUM を行う
      **=================================================================
        identification           division.
        program-id.              sched_postalcode_batch.
        input-output              section.
        file-control.
        select recon-file
            assign to WS-RECON-FILENAME
            organization line sequential
            file status is WS-RECON-FS.
        select runctl-file
            assign to WS-RUNCTL-FILENAME
            organization line sequential
            file status is WS-RUNCTL-FS.
        select vol-hist-file
            assign to WS-VOL-HIST-FILENAME
            organization line sequential
            file status is WS-VOL-HIST-FS.
        select sched-cfg-file
            assign to WS-SCHED-CFG-FILENAME
            organization line sequential
            file status is WS-SCHED-CFG-FS.
        select hold-file
            assign to WS-HOLD-FILENAME
            organization line sequential
            file status is WS-HOLD-FS.
        select preflight-file
            assign to WS-PREFLIGHT-FILENAME
            organization line sequential
            file status is WS-PREFLIGHT-FS.
        select calendar-file
            assign to WS-CALENDAR-FILENAME
            organization line sequential
            file status is WS-CAL-FS.
      **=================================================================
        01  WS-VOL-PCT          pic 9(05) value 0.
        01  WS-VOL-LINE         pic X(40).
        01  WS-HOLD-LINE        pic X(120).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-HOLD-CMD-AREA.
           03 WS-HOLD-CMD         pic X(600).
           03 filler              pic X(01) value low-value.
        01  WS-HOLD-SEQ-NAME    pic X(256).
        01  WS-HOLD-TO-NAME     pic X(256).
        01  WS-CFG-JUNK         pic X(20).

      * 抽出起動前のプリフライト点検(DB・書込可否・空き容量・
        01  WS-PREFLIGHT-CMD    pic X(60) value "./preflight_check".
      * 夜間抽出前にDB本体の世代バックアップを取得する
        01  WS-BACKUP-CMD       pic X(60) value "./db_backup".
      * 転居・一時転送の予約を顧客マスタへ反映・満了させる夜間処理
        01  WS-MOVE-CMD         pic X(60) value "./move_apply".
      * 顧客変更のCRM・請求向け日次連携(予約反映の変更も載せる)
        01  WS-FEED-CMD         pic X(60) value "./cust_feed".
      * 担当支店の判定と支店別顧客ファイル(予約反映後の住所で判定)
        01  WS-BRCUST-CMD       pic X(60) value "./branch_cust".
      * DBの週次ハウスキーピング。抽出が実行ロックを返した後に流す
      * 曜日は DBMAINT-DOW=n (1=月…7=日、0=行わない。既定6=土)
        01  WS-DBMAINT-CMD      pic X(60) value "./db_maint".
        01  WS-DBMAINT-DOW      pic 9(01) value 6.

      * 実行ロック(LCK001)の事前照会。ロック自体は起動される抽出
      * バッチが取得するため、ドライバは保持中でないことだけ確かめる
      *     しない(既定)。RUN-RULE=ANY でカレンダー無視
      *   LASTBUS=Y … 月の最終営業日(土日・カレンダー日を除く)
      *     のみ起動する(月末運転向け)
      * 判定に要るのは今日から月末までの日だけなので、表には当月分
      * の行だけを積む(カレンダー・ファイルが何年分に増えても表は
      * 溢れない)。当月分だけで表が溢れるのは登録の誤りなので、
      * 黙って切り捨てず重大エラーで止める
        01  WS-CAL-FS           pic X(02).
        01  WS-CAL-EOF          pic X(01).
        01  WS-CAL-TABLE.
               05 WS-CAL-DATE   pic 9(08).
               05 WS-CAL-TYPE   pic X(01).
        01  WS-CAL-COUNT        pic 9(03) value 0.
        01  WS-TODAY-YM         pic X(06).
      * 共通エラーログ(LOG001)
        01  WS-LOG-SEVERITY     pic X(05).
        01  WS-LOG-MESSAGE      pic X(80).
        01  WS-RUN-RULE         pic X(04) value "SKIP".
        01  WS-LASTBUS          pic X(01) value "N".
        01  WS-TODAY-YMD8       pic 9(08).
            03 WS-MDAYS  occurs 12  pic 9(02).
        01  cal-i               pic 9(03).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-RECON-FILENAME      pic X(256).
        01  WS-RUNCTL-FILENAME     pic X(256).
        01  WS-VOL-HIST-FILENAME   pic X(256).
        01  WS-SCHED-CFG-FILENAME  pic X(256).
        01  WS-HOLD-FILENAME       pic X(256).
        01  WS-PREFLIGHT-FILENAME  pic X(256).
        01  WS-CALENDAR-FILENAME   pic X(256).
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-LCK-PROGNAME
              stop run
           end-if.
           perform WAIT-FOR-SCHEDULE-S thru WAIT-FOR-SCHEDULE-E.
      * 顧客住所の予約反映は抽出と独立なので、抽出の可否より先に
      * 流す(止まった夜の分は次の実行が基準日までまとめて処理する)
           call "system" using WS-MOVE-CMD.
           call "system" using WS-FEED-CMD.
           call "system" using WS-BRCUST-CMD.
           move "TEST " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
                 move "FAILURE" to WS-RJ-STATUS
              end-if
           end-if.
           if WS-DBMAINT-DOW not = 0
              and WS-DBMAINT-DOW = WS-TODAY-DOW
              call "system" using WS-DBMAINT-CMD
           end-if.
           move WS-WRITTEN to WS-RJ-COUNT.
           perform JNL-END-S thru JNL-END-E.
           stop run.
                    if SCHED-CFG-FD-REC(1:8) = "LASTBUS="
                       move SCHED-CFG-FD-REC(9:1) to WS-LASTBUS
                    end-if
                    if SCHED-CFG-FD-REC(1:12) = "DBMAINT-DOW="
                       move SCHED-CFG-FD-REC(13:1) to WS-DBMAINT-DOW
                    end-if
              end-read
           end-perform.
           close sched-cfg-file.

        CALENDAR-CHECK-S.
           perform READ-SCHED-CFG-S thru READ-SCHED-CFG-E.
           accept WS-TODAY-YMD8 from date yyyymmdd.
           accept WS-TODAY-DOW from day-of-week.
           move WS-TODAY-YMD8(1:6) to WS-TODAY-YM.
           perform CAL-LOAD-S thru CAL-LOAD-E.
           move "Y" to WS-RUN-TODAY.
           if WS-RUN-RULE = "ANY "
              go to CALENDAR-CHECK-E
                    move "Y" to WS-CAL-EOF
                 not at end
                    if CAL-FD-REC(1:8) is numeric
                       and CAL-FD-REC(1:6) = WS-TODAY-YM
                       if WS-CAL-COUNT >= 200
                          perform CAL-OVERFLOW-S thru CAL-OVERFLOW-E
                       end-if
                       add 1 to WS-CAL-COUNT
                       move CAL-FD-REC(1:8)
                          to WS-CAL-DATE(WS-CAL-COUNT)
           close calendar-file.
        CAL-LOAD-E.

        CAL-OVERFLOW-S.
      * 表の上限超過。不完全なカレンダーで起動可否を判定しないよう
      * 共通ログへFATAL(オペレータ通知つき)で記帳して止める
           move "FATAL" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "calendar table overflow: more than 200 entries "
                  "for " WS-TODAY-YM " in yubin_calendar.dat"
                  delimited by size into WS-LOG-MESSAGE.
           call "LOG001" using WS-LCK-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "ERROR: " WS-LOG-MESSAGE.
           close calendar-file.
           move "FAILURE" to WS-RJ-STATUS.
           perform JNL-END-S thru JNL-END-E.
           stop run.
        CAL-OVERFLOW-E.

        CAL-IS-LISTED-S.
           move "N" to WS-CAL-LISTED.
           move 1 to cal-i.
                      "complete successfully, see yubin_recon.rpt"
           end-if.
        WRITE-RUNCTL-E.

        ENV-RESOLVE-S.
           move "yubin_recon.rpt" to WS-RECON-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RECON-FILENAME.
           move "yubin_runctl.dat" to WS-RUNCTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RUNCTL-FILENAME.
           move "yubin_volume_hist.dat" to WS-VOL-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-VOL-HIST-FILENAME.
           move "yubin_sched_cfg.dat" to WS-SCHED-CFG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SCHED-CFG-FILENAME.
           move "yubin_volume_hold.dat" to WS-HOLD-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HOLD-FILENAME.
           move "yubin_preflight.dat" to WS-PREFLIGHT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PREFLIGHT-FILENAME.
           move "yubin_calendar.dat" to WS-CALENDAR-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CALENDAR-FILENAME.
           move "yubin_seq.dat" to WS-HOLD-SEQ-NAME.
           call "ENV001" using WS-ENV-MODE WS-HOLD-SEQ-NAME.
           move "yubin_seq.dat.hold" to WS-HOLD-TO-NAME.
           call "ENV001" using WS-ENV-MODE WS-HOLD-TO-NAME.
           move spaces to WS-HOLD-CMD.
           string "mv "            delimited by size
                  WS-HOLD-SEQ-NAME delimited by space
                  " "              delimited by size
                  WS-HOLD-TO-NAME  delimited by space
                  " 2>/dev/null"   delimited by size
                  into WS-HOLD-CMD.
        ENV-RESOLVE-E.
