      **=================================================================
      ** yubin.db の定期ハウスキーピング
      ** 入力：yubin.db (DB=で差替え可)
      ** 出力：yubin_dbmaint.rpt (今回の実施レポート)
      **       yubin_dbmaint_hist.dat (実施ごとに1行の推移履歴)
      ** 月次の全件ロード・影表の差し替え・保守の反映で更新が続く
      ** yubin.db を、実行ロック(LCK001)を取った上で整備する。
      **   (1) load_ken_all が作る索引(idx_pc_zip/idx_pcn_zip/
      **       idx_pcnt_zip)の有無を確かめ、欠けていれば作り直す
      **   (2) ANALYZE で統計情報を更新し、VACUUM で空きページを
      **       詰めてファイルを縮める
      ** 前後でファイルサイズ・ページ数と、窓口検索に相当する固定の
      ** ベンチマーク検索の所要時間を測ってレポートし、推移履歴へ
      ** 追記する。レポートの末尾には直近12回分の履歴を載せる
      **=================================================================
        identification           division.
        program-id.              db_maint.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
        select hist-file
            assign to WS-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(132).

        fd  hist-file
            label records are standard.
        01  HIST-FD-REC         pic X(132).

        working-storage           section.
      * 共通ログ(LOG001)
        01  WS-LOG-PROGNAME    pic X(20) value "DB_MAINT".
        01  WS-LOG-SEVERITY    pic X(05).
        01  WS-LOG-MESSAGE     pic X(80).
      *****************************************
      ** 接続先DB定義
      *****************************************
        01  W-INPUT-DBNAME     pic X(256) values "yubin.db".
        01  WS-ARG-JUNK        pic X(10).
        01  sbuff              pic X(400).
        01  db                 pic 9(04).
        01  rc                 pic 9(02).
        01  err-msg            pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準(POSTAL_CODE_NORMの索引を扱うため2)
        01  WS-SCH-NEED        pic 9(04) value 2.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  WS-DB-RETRY-COUNT  pic 9(02) value 0.
        01  WS-DB-MAX-RETRY    pic 9(02) value 3.
      *****************************************
      ** ファイルサイズ・ページ数(PRAGMAで読む。前後で比較する)
      *****************************************
        01  WS-PAGE-SIZE       pic 9(06) value 0.
        01  WS-PAGE-COUNT      pic 9(09) value 0.
        01  WS-FREE-PAGES      pic 9(09) value 0.
        01  WS-DB-BYTES        pic 9(12) value 0.
        01  WS-B-PAGES         pic 9(09) value 0.
        01  WS-B-FREE          pic 9(09) value 0.
        01  WS-B-BYTES         pic 9(12) value 0.
        01  WS-A-PAGES         pic 9(09) value 0.
        01  WS-A-FREE          pic 9(09) value 0.
        01  WS-A-BYTES         pic 9(12) value 0.
      *****************************************
      ** 点検する索引(load_ken_all.cobのTABLE-CUTOVER-Sと同じ定義)
      *****************************************
        01  WS-IDX-DATA.
            03 filler pic X(12) value "idx_pc_zip".
            03 filler pic X(20) value "POSTAL_CODE".
            03 filler pic X(12) value "idx_pcn_zip".
            03 filler pic X(20) value "POSTAL_CODE_NORM".
            03 filler pic X(12) value "idx_pcnt_zip".
            03 filler pic X(20) value "POSTAL_CODE_NOTE".
        01  WS-IDX-TABLE redefines WS-IDX-DATA.
            03 WS-IDX  occurs 3.
               05 WS-IDX-NAME     pic X(12).
               05 WS-IDX-TBL      pic X(20).
        01  WS-IDX-MAX         pic 9(01) value 3.
        01  WS-IDX-I           pic 9(01).
        01  WS-IDX-FOUND       pic 9(03).
        01  WS-IDX-STATE       occurs 3 pic X(09).
        01  WS-IDX-REBUILT     pic 9(01) value 0.
      *****************************************
      ** ベンチマーク検索(窓口の郵便番号・漢字・カナ検索に相当する
      ** 固定の5本。件数だけを数え、所要時間を1/100秒で測る)
      *****************************************
        01  WS-BENCH-DATA.
            03 filler pic X(12) value "ZIP-EXACT".
            03 filler pic X(50) value
               "SELECT COUNT(*) FROM POSTAL_CODE where zip_7 =".
            03 filler pic X(50) value " '1000001'".
            03 filler pic X(50) value spaces.
            03 filler pic X(50) value spaces.
            03 filler pic X(12) value "ZIP-PREFIX".
            03 filler pic X(50) value
               "SELECT COUNT(*) FROM POSTAL_CODE where zip_7 like".
            03 filler pic X(50) value " '100%'".
            03 filler pic X(50) value spaces.
            03 filler pic X(50) value spaces.
            03 filler pic X(12) value "KANJI-LIKE".
            03 filler pic X(50) value
               "SELECT COUNT(*) FROM POSTAL_CODE where zip_7 in".
            03 filler pic X(50) value
               " (SELECT zip_7 FROM POSTAL_CODE_NORM where".
            03 filler pic X(50) value " cho_n like '%丸の内%')".
            03 filler pic X(50) value spaces.
            03 filler pic X(12) value "KANA-LIKE".
            03 filler pic X(50) value
               "SELECT COUNT(*) FROM POSTAL_CODE where zip_7 in".
            03 filler pic X(50) value
               " (SELECT zip_7 FROM POSTAL_CODE_NORM where".
            03 filler pic X(50) value
               " cho_kana_n like '%マルノウチ%')".
            03 filler pic X(50) value spaces.
            03 filler pic X(12) value "KEN-SHI".
            03 filler pic X(50) value
               "SELECT COUNT(*) FROM POSTAL_CODE where ken =".
            03 filler pic X(50) value
               " '東京都' and shi like '千代田%'".
            03 filler pic X(50) value spaces.
            03 filler pic X(50) value spaces.
        01  WS-BENCH-TABLE redefines WS-BENCH-DATA.
            03 WS-BENCH  occurs 5.
               05 WS-BENCH-LABEL  pic X(12).
               05 WS-BENCH-SQL    pic X(200).
        01  WS-BENCH-MAX       pic 9(01) value 5.
        01  WS-BENCH-I         pic 9(01).
        01  WS-BENCH-HITS      occurs 5 pic 9(07).
        01  WS-BENCH-BEFORE    occurs 5 pic 9(07).
        01  WS-BENCH-AFTER     occurs 5 pic 9(07).
        01  WS-BENCH-B-TOTAL   pic 9(07) value 0.
        01  WS-BENCH-A-TOTAL   pic 9(07) value 0.
        01  WS-PHASE           pic X(01).
      *****************************************
      ** 所要時間の計測(accept from time の1/100秒)
      *****************************************
        01  WS-T-NOW           pic 9(08).
        01  WS-T-NOW-R redefines WS-T-NOW.
            03 WS-T-HH         pic 9(02).
            03 WS-T-MM         pic 9(02).
            03 WS-T-SS         pic 9(02).
            03 WS-T-CC         pic 9(02).
        01  WS-T-START         pic 9(07).
        01  WS-T-END           pic 9(07).
        01  WS-T-ELAPSED       pic 9(07).
        01  WS-ANALYZE-CS      pic 9(07) value 0.
        01  WS-VACUUM-CS       pic 9(07) value 0.
        01  WS-SEC-EDIT        pic ZZZZ9.99.
        01  WS-SEC-EDIT2       pic ZZZZ9.99.
        01  WS-SEC-WORK        pic 9(05)V99.
      *****************************************
      ** レポート・推移履歴
      *****************************************
        01  WS-RPT-FS          pic X(02).
        01  WS-HIST-FS         pic X(02).
        01  WS-RPT-LINE        pic X(132).
        01  WS-HIST-LINE       pic X(132).
        01  WS-HIST-EOF        pic X(01).
        01  WS-HIST-COUNT      pic 9(05) value 0.
        01  WS-HIST-SKIP       pic 9(05) value 0.
        01  WS-HIST-SEQ        pic 9(05) value 0.
        01  WS-HIST-KEEP       pic 9(02) value 12.
        01  WS-RUN-DATE        pic 9(08).
        01  WS-RUN-TIME        pic 9(08).
        01  WS-NUM-EDIT        pic ZZZ,ZZZ,ZZZ,ZZ9.
        01  WS-NUM-EDIT2       pic ZZZ,ZZZ,ZZZ,ZZ9.
        01  WS-HITS-EDIT       pic Z,ZZZ,ZZ9.
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  STD.
            03 default_arg_num pic 99 values 10.
        01  params.
            03 param  occurs 10  pic X(50).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * 実行ロック(LCK001)。抽出・保守と同時にDBを詰めないよう取る
        01  WS-LCK-MODE        pic X(05).
        01  WS-LCK-PROGNAME    pic X(20) value "DB_MAINT".
        01  WS-LCK-RESULT      pic X(01).
        01  WS-LCK-HOLDER      pic X(20).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-RPT-FILENAME    pic X(256).
        01  WS-HIST-FILENAME   pic X(256).
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              if argc < default_arg_num
                 move 1 to i
                 perform until i > argc
                    accept param(i) from argument-value
                    if param(i)(1:3) = "DB="
                       unstring param(i) delimited by "="
                          into WS-ARG-JUNK W-INPUT-DBNAME
                    end-if
                    compute i = i + 1
                 end-perform
              else
                 display "Error: argc=" argc " (<" default_arg_num ")"
                 stop run
              end-if
           end-if.
           call "ENV001" using WS-ENV-MODE W-INPUT-DBNAME.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-LCK-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           move "LOCK " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
           if WS-LCK-RESULT not = "Y"
              display "db housekeeping NOT started: run lock held by "
                      WS-LCK-HOLDER
              move "END  " to WS-RJ-MODE
              move "SKIPPED" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-LCK-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           accept WS-RUN-DATE from date yyyymmdd.
           accept WS-RUN-TIME from time.

           perform DB-Open-S thru DB-Open-E.
           perform DB-STATS-S thru DB-STATS-E.
           move WS-PAGE-COUNT to WS-B-PAGES.
           move WS-FREE-PAGES to WS-B-FREE.
           move WS-DB-BYTES   to WS-B-BYTES.
           move 1 to WS-IDX-I.
           perform INDEX-CHECK-S thru INDEX-CHECK-E
              until WS-IDX-I > WS-IDX-MAX.
           move "B" to WS-PHASE.
           move 1 to WS-BENCH-I.
           perform BENCH-ONE-S thru BENCH-ONE-E
              until WS-BENCH-I > WS-BENCH-MAX.
           perform ANALYZE-S thru ANALYZE-E.
           perform VACUUM-S thru VACUUM-E.
           perform DB-STATS-S thru DB-STATS-E.
           move WS-PAGE-COUNT to WS-A-PAGES.
           move WS-FREE-PAGES to WS-A-FREE.
           move WS-DB-BYTES   to WS-A-BYTES.
           move "A" to WS-PHASE.
           move 1 to WS-BENCH-I.
           perform BENCH-ONE-S thru BENCH-ONE-E
              until WS-BENCH-I > WS-BENCH-MAX.
           perform DB-Close-S thru DB-Close-E.

           perform HIST-APPEND-S thru HIST-APPEND-E.
           perform WRITE-REPORT-S thru WRITE-REPORT-E.
           move "FREE " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
           display "db housekeeping: bytes " WS-B-BYTES " -> "
                   WS-A-BYTES " indexes rebuilt=" WS-IDX-REBUILT.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-A-PAGES to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-LCK-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        DB-Open-S.
      * DB connection。一時的な競合による接続失敗は少し待って
      * WS-DB-MAX-RETRY 回まで自動で再試行する
      D    display ">> DB connection ".
           move 0 to WS-DB-RETRY-COUNT.
           call  "SQLite3_Open"  using db W-INPUT-DBNAME.
           perform until return-code = 0
                      or WS-DB-RETRY-COUNT >= WS-DB-MAX-RETRY
              add 1 to WS-DB-RETRY-COUNT
      D       display ">> DB connection ERROR, retry " WS-DB-RETRY-COUNT
              compute sleep_time = WS-DB-RETRY-COUNT * 2
              perform SLEEP-S THRU SLEEP-E
              call  "SQLite3_Open"  using db W-INPUT-DBNAME
           end-perform.
           if return-code not = 0  then
      D       display ">> DB connection ERROR"
              perform db-error
           end-if.
      * 前提の表が無い旧DBや、新しいリリースで移行済みのDBでないか
      * を照合し、扱えない水準なら処理に入る前に打ち切る
           call "SCH001" using db WS-SCH-NEED WS-SCH-LEVEL
                               WS-SCH-CURRENT WS-SCH-RESULT.
           if WS-SCH-RESULT not = "Y"
              perform schema-error
           end-if.
      D    display "<< DB connection " .
        DB-Open-E.

        DB-STATS-S.
      * ページサイズ・総ページ数・空きページ数。ファイルサイズは
      * ページサイズ×総ページ数で求める
           initialize sbuff.
           string "PRAGMA page_size" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           move 0 to WS-PAGE-SIZE.
           call "Fetch_Row" using WS-PAGE-SIZE.
           initialize sbuff.
           string "PRAGMA page_count" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           move 0 to WS-PAGE-COUNT.
           call "Fetch_Row" using WS-PAGE-COUNT.
           initialize sbuff.
           string "PRAGMA freelist_count" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           move 0 to WS-FREE-PAGES.
           call "Fetch_Row" using WS-FREE-PAGES.
           compute WS-DB-BYTES = WS-PAGE-SIZE * WS-PAGE-COUNT.
        DB-STATS-E.

        INDEX-CHECK-S.
      * 索引が無ければ load_ken_all.cob と同じ定義で作り直す
           initialize sbuff.
           string "SELECT COUNT(*) FROM sqlite_master where "
                  "type = 'index' and name = '" delimited by size
                  WS-IDX-NAME(WS-IDX-I) delimited by space
                  "'" delimited by size
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           move 0 to WS-IDX-FOUND.
           call "Fetch_Row" using WS-IDX-FOUND.
           if WS-IDX-FOUND > 0
              move "PRESENT" to WS-IDX-STATE(WS-IDX-I)
              go to INDEX-CHECK-NEXT
           end-if.
           initialize sbuff.
           string "CREATE INDEX " delimited by size
                  WS-IDX-NAME(WS-IDX-I) delimited by space
                  " ON "          delimited by size
                  WS-IDX-TBL(WS-IDX-I) delimited by space
                  " (zip_7)"      delimited by size
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           move "RECREATED" to WS-IDX-STATE(WS-IDX-I).
           add 1 to WS-IDX-REBUILT.
           move "WARN " to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "index missing, recreated: " delimited by size
                  WS-IDX-NAME(WS-IDX-I) delimited by space
                  into WS-LOG-MESSAGE.
           call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
        INDEX-CHECK-NEXT.
           compute WS-IDX-I = WS-IDX-I + 1.
        INDEX-CHECK-E.

        BENCH-ONE-S.
      * 1本のベンチマーク検索を流し、件数と所要時間を控える
      * (WS-PHASE B=整備前 A=整備後)
           perform TIMER-START-S thru TIMER-START-E.
           move WS-BENCH-SQL(WS-BENCH-I) to sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           move 0 to WS-BENCH-HITS(WS-BENCH-I).
           call "Fetch_Row" using WS-BENCH-HITS(WS-BENCH-I).
           perform TIMER-STOP-S thru TIMER-STOP-E.
           if WS-PHASE = "B"
              move WS-T-ELAPSED to WS-BENCH-BEFORE(WS-BENCH-I)
              add WS-T-ELAPSED to WS-BENCH-B-TOTAL
           else
              move WS-T-ELAPSED to WS-BENCH-AFTER(WS-BENCH-I)
              add WS-T-ELAPSED to WS-BENCH-A-TOTAL
           end-if.
           compute WS-BENCH-I = WS-BENCH-I + 1.
        BENCH-ONE-E.

        ANALYZE-S.
      * 統計情報の更新(LIKE検索の実行計画が古い統計で選ばれない
      * ように)
           perform TIMER-START-S thru TIMER-START-E.
           initialize sbuff.
           string "ANALYZE" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           perform TIMER-STOP-S thru TIMER-STOP-E.
           move WS-T-ELAPSED to WS-ANALYZE-CS.
        ANALYZE-E.

        VACUUM-S.
      * 空きページを詰めてファイルを作り直す。トランザクションの
      * 外でしか実行できないため単独で流す
           perform TIMER-START-S thru TIMER-START-E.
           initialize sbuff.
           string "VACUUM" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           perform TIMER-STOP-S thru TIMER-STOP-E.
           move WS-T-ELAPSED to WS-VACUUM-CS.
        VACUUM-E.

        TIMER-START-S.
           accept WS-T-NOW from time.
           compute WS-T-START = ((WS-T-HH * 60 + WS-T-MM) * 60
                                 + WS-T-SS) * 100 + WS-T-CC.
        TIMER-START-E.

        TIMER-STOP-S.
      * 日付をまたいだ場合は1日分(8640000)を足して差を取る
           accept WS-T-NOW from time.
           compute WS-T-END = ((WS-T-HH * 60 + WS-T-MM) * 60
                               + WS-T-SS) * 100 + WS-T-CC.
           if WS-T-END < WS-T-START
              add 8640000 to WS-T-END
           end-if.
           compute WS-T-ELAPSED = WS-T-END - WS-T-START.
        TIMER-STOP-E.

        HIST-APPEND-S.
      * 推移履歴へ今回の1行を追記する(月をまたいだ傾向を見るため)
           move spaces to WS-HIST-LINE.
           string WS-RUN-DATE " " WS-RUN-TIME(1:6)
                  " BYTES=" WS-B-BYTES "/" WS-A-BYTES
                  " PAGES=" WS-B-PAGES "/" WS-A-PAGES
                  " FREE=" WS-B-FREE "/" WS-A-FREE
                  " BENCH-CS=" WS-BENCH-B-TOTAL "/" WS-BENCH-A-TOTAL
                  " IDX=" WS-IDX-REBUILT
                  delimited by size into WS-HIST-LINE.
           open extend hist-file.
           if WS-HIST-FS not = "00"
              open output hist-file
           end-if.
           move WS-HIST-LINE to HIST-FD-REC.
           write HIST-FD-REC.
           close hist-file.
        HIST-APPEND-E.

        WRITE-REPORT-S.
           open output rpt-file.
           move spaces to WS-RPT-LINE.
           string "DB HOUSEKEEPING REPORT  DATE=" WS-RUN-DATE
                  " TIME=" WS-RUN-TIME(1:6) " DB="
                  delimited by size
                  W-INPUT-DBNAME delimited by space
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           string "                       BEFORE            AFTER"
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move WS-B-BYTES to WS-NUM-EDIT.
           move WS-A-BYTES to WS-NUM-EDIT2.
           move spaces to WS-RPT-LINE.
           string "FILE BYTES   " WS-NUM-EDIT " " WS-NUM-EDIT2
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move WS-B-PAGES to WS-NUM-EDIT.
           move WS-A-PAGES to WS-NUM-EDIT2.
           move spaces to WS-RPT-LINE.
           string "PAGES        " WS-NUM-EDIT " " WS-NUM-EDIT2
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move WS-B-FREE to WS-NUM-EDIT.
           move WS-A-FREE to WS-NUM-EDIT2.
           move spaces to WS-RPT-LINE.
           string "FREE PAGES   " WS-NUM-EDIT " " WS-NUM-EDIT2
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move WS-PAGE-SIZE to WS-NUM-EDIT.
           move spaces to WS-RPT-LINE.
           string "PAGE SIZE    " WS-NUM-EDIT
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move 1 to WS-IDX-I.
           perform until WS-IDX-I > WS-IDX-MAX
              move spaces to WS-RPT-LINE
              string "INDEX " WS-IDX-NAME(WS-IDX-I) " "
                     WS-IDX-STATE(WS-IDX-I)
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
              compute WS-IDX-I = WS-IDX-I + 1
           end-perform.
           compute WS-SEC-WORK = WS-ANALYZE-CS / 100.
           move WS-SEC-WORK to WS-SEC-EDIT.
           move spaces to WS-RPT-LINE.
           string "ANALYZE  SEC=" WS-SEC-EDIT into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           compute WS-SEC-WORK = WS-VACUUM-CS / 100.
           move WS-SEC-WORK to WS-SEC-EDIT.
           move spaces to WS-RPT-LINE.
           string "VACUUM   SEC=" WS-SEC-EDIT into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           string "BENCHMARK        HITS  BEFORE-SEC    AFTER-SEC"
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move 1 to WS-BENCH-I.
           perform until WS-BENCH-I > WS-BENCH-MAX
              compute WS-SEC-WORK =
                      WS-BENCH-BEFORE(WS-BENCH-I) / 100
              move WS-SEC-WORK to WS-SEC-EDIT
              compute WS-SEC-WORK =
                      WS-BENCH-AFTER(WS-BENCH-I) / 100
              move WS-SEC-WORK to WS-SEC-EDIT2
              move WS-BENCH-HITS(WS-BENCH-I) to WS-HITS-EDIT
              move spaces to WS-RPT-LINE
              string WS-BENCH-LABEL(WS-BENCH-I) WS-HITS-EDIT "    "
                     WS-SEC-EDIT "     " WS-SEC-EDIT2
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
              compute WS-BENCH-I = WS-BENCH-I + 1
           end-perform.
           compute WS-SEC-WORK = WS-BENCH-B-TOTAL / 100.
           move WS-SEC-WORK to WS-SEC-EDIT.
           compute WS-SEC-WORK = WS-BENCH-A-TOTAL / 100.
           move WS-SEC-WORK to WS-SEC-EDIT2.
           move spaces to WS-RPT-LINE.
           string "TOTAL                    " WS-SEC-EDIT "     "
                  WS-SEC-EDIT2 into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           perform TREND-S thru TREND-E.
           close rpt-file.
        WRITE-REPORT-E.

        TREND-S.
      * 推移履歴の直近WS-HIST-KEEP回分を載せる。件数を数えてから
      * 読み直し、古い分を読み飛ばす
           move spaces to WS-RPT-LINE.
           string "TREND (LAST " WS-HIST-KEEP " RUNS: DATE TIME "
                  "BEFORE/AFTER)" into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move 0 to WS-HIST-COUNT.
           open input hist-file.
           if WS-HIST-FS not = "00"
              go to TREND-E
           end-if.
           move "N" to WS-HIST-EOF.
           perform until WS-HIST-EOF = "Y"
              read hist-file
                 at end
                    move "Y" to WS-HIST-EOF
                 not at end
                    add 1 to WS-HIST-COUNT
              end-read
           end-perform.
           close hist-file.
           move 0 to WS-HIST-SKIP.
           if WS-HIST-COUNT > WS-HIST-KEEP
              compute WS-HIST-SKIP = WS-HIST-COUNT - WS-HIST-KEEP
           end-if.
           move 0 to WS-HIST-SEQ.
           open input hist-file.
           move "N" to WS-HIST-EOF.
           perform until WS-HIST-EOF = "Y"
              read hist-file
                 at end
                    move "Y" to WS-HIST-EOF
                 not at end
                    add 1 to WS-HIST-SEQ
                    if WS-HIST-SEQ > WS-HIST-SKIP
                       move HIST-FD-REC to WS-RPT-LINE
                       perform RPT-WRITE-S thru RPT-WRITE-E
                    end-if
              end-read
           end-perform.
           close hist-file.
        TREND-E.

        RPT-WRITE-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        RPT-WRITE-E.

        DB-Close-S.
      * DB disconnection
      D    display ">> DB disconnection".
           call  "SQLite3_Close" using db.
           if return-code not = 0 then
              perform  db-error
           end-if.
      D    display "<< DB disconnection".
        DB-Close-E.

      * error
        db-error.
      D    display ">> db-error".
           call "Error_Msg" using err-msg.
           move return-code to rc.
           perform LOG-ERROR-S thru LOG-ERROR-E.
           move "FREE " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-LCK-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           display "rc=" rc ":" err-msg.
      D    display "<< db-error".
           stop run.

        schema-error.
      * DBのスキーマ水準がこのプログラムの前提と合わない(理由は
      * SCH001が表示済み)。何もせずに閉じて終了する
           call "SQLite3_Close" using db.
           move 16 to rc.
           move spaces to err-msg.
           string "schema level " WS-SCH-LEVEL " not supported"
              into err-msg.
           perform LOG-ERROR-S thru LOG-ERROR-E.
           move "FREE " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-LCK-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.

        LOG-ERROR-S.
      * DB障害を共通ログ(LOG001)へ重大度FATALで記帳する。FATALは
      * オペレータ通知(ALT001)も同時に上がる
           move "FATAL" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "rc=" rc " " err-msg delimited by size
              into WS-LOG-MESSAGE.
           call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
        LOG-ERROR-E.

      * sleep func
        SLEEP-S.
      D    DISPLAY SLEEP-CALL.
           if sleep_time > 0 then
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_dbmaint.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
           move "yubin_dbmaint_hist.dat" to WS-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-FILENAME.
        ENV-RESOLVE-E.
