      **=================================================================
      ** yubin.db のスキーマ移行
      ** 入力：yubin.db (DB=で差替え可。研修DBや復元したバックアップ)
      ** 出力：yubin.db の SCHEMA_VERSION テーブル(適用した段階ごとに
      **       水準・適用日時・適用プログラム・内容を1行記録)
      ** 引数：MODE=CHECK … 現在の水準と未適用の段階を表示するだけで
      **       DBは変えない
      ** DBの水準(SCHEMA_VERSIONの最大値。表が無ければ0)から
      ** SCH001の最新水準まで、番号順に段階を1つずつ適用する。各段階
      ** は1トランザクションで、記録行の追加まで含めて確定するので、
      ** 途中で失敗してもその段階の前の水準に留まり、再実行すれば
      ** 続きから進む。各段階のDDLは既存の表・索引があれば何もしない
      ** 書き方にしてあり、ロード済みの旧DBにもそのまま適用できる。
      ** 適用前に db_backup で世代バックアップを取る
      **   段階1 … POSTAL_CODE と索引 idx_pc_zip
      **   段階2 … POSTAL_CODE_NORM / POSTAL_CODE_NOTE と索引。正規化列
      **            が空なら POSTAL_CODE の値をそのまま写して埋める
      **            (KNA001/VAR001による正規化は次回の全件ロードで
      **            置き換わる)
      **   段階3 … JIGYOSYO_CODE
      **=================================================================
        identification           division.
        program-id.              schema_migrate.
      **=================================================================
        environment              division.
        data                     division.
        working-storage           section.
      * 共通ログ(LOG001)
        01  WS-LOG-PROGNAME    pic X(20) value "SCHEMA_MIGRATE".
        01  WS-LOG-SEVERITY    pic X(05).
        01  WS-LOG-MESSAGE     pic X(80).
      *****************************************
      ** 接続先DB定義
      *****************************************
        01  W-INPUT-DBNAME     pic X(256) values "yubin.db".
        01  WS-ARG-JUNK        pic X(10).
        01  WS-MODE            pic X(10) value spaces.
      *****************************************
      ** スキーマ水準(SCH001)
      *****************************************
        01  WS-SCH-NEED        pic 9(04) value 0.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  WS-STEP            pic 9(04).
        01  WS-STEP-NOTE       pic X(60).
        01  WS-APPLIED-COUNT   pic 9(04) value 0.
        01  WS-NOW-DATE        pic 9(08).
        01  WS-NOW-TIME        pic 9(08).
      *****************************************
      ** SQL組み立て用
      *****************************************
        01  sbuff              pic X(2000).
        01  db                 pic 9(04).
        01  rc                 pic 9(02).
        01  err-msg            pic x(60).
        01  WS-IN-TXN          pic X(01) value "N".
        01  WS-DB-RETRY-COUNT  pic 9(02) value 0.
        01  WS-DB-MAX-RETRY    pic 9(02) value 3.
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  STD.
            03 default_arg_num pic 99 values 10.
        01  params.
            03 param  occurs 10  pic X(50).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * 移行の前にDB本体の世代バックアップを取得する
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-BACKUP-CMD-AREA.
           03 WS-BACKUP-CMD      pic X(600).
           03 filler             pic X(01) value low-value.
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "SCHEMA_MIGRATE".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        procedure               division.
      **コマンドパラメータ数
          accept argc from argument-number.
          if argc > 0 then
             if argc < default_arg_num then
                move 1 to i
                perform until argc < i
                accept param(i) from argument-value
                compute i = i + 1
                end-perform
             else
                display "Error: argc=" argc " (<" default_arg_num")"
                stop run
             end-if
          end-if.

      * "DB=ファイル名" で接続先DBを、"MODE=CHECK" で照会のみを
      * 指定する(load_ken_all.cobと同じ流儀)
          if argc > 0
             move 1 to i
             perform until i > argc
                if param(i)(1:3) = "DB="
                   unstring param(i) delimited by "="
                      into WS-ARG-JUNK W-INPUT-DBNAME
                end-if
                if param(i)(1:5) = "MODE="
                   unstring param(i) delimited by "="
                      into WS-ARG-JUNK WS-MODE
                end-if
                compute i = i + 1
             end-perform
          end-if.
          call "ENV001" using WS-ENV-MODE W-INPUT-DBNAME.

          move "START" to WS-RJ-MODE.
          move "RUNNING" to WS-RJ-STATUS.
          call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                               WS-RJ-STATUS WS-RJ-COUNT.

          perform DB-Open-S thru DB-Open-E.
          call "SCH001" using db WS-SCH-NEED WS-SCH-LEVEL
                              WS-SCH-CURRENT WS-SCH-RESULT.
          display "schema " W-INPUT-DBNAME(1:60)
                  " level=" WS-SCH-LEVEL
                  " release=" WS-SCH-CURRENT.
      * 新しいリリースで移行済みのDBは戻せないので触らない
          if WS-SCH-RESULT not = "Y"
             perform DB-Close-S thru DB-Close-E
             move "FAILURE" to WS-RJ-STATUS
             go to MAIN-END
          end-if.

          if WS-MODE = "CHECK"
             perform LIST-PENDING-S thru LIST-PENDING-E
             perform DB-Close-S thru DB-Close-E
             move "SUCCESS" to WS-RJ-STATUS
             go to MAIN-END
          end-if.

          if WS-SCH-LEVEL < WS-SCH-CURRENT
      * 適用する段階があるときだけ、戻れる世代を残してから進む
             perform DB-Close-S thru DB-Close-E
             move spaces to WS-BACKUP-CMD
             string "./db_backup DB=" delimited by size
                    W-INPUT-DBNAME    delimited by space
                    into WS-BACKUP-CMD
             call "system" using WS-BACKUP-CMD
             perform DB-Open-S thru DB-Open-E
             perform REGISTRY-INIT-S thru REGISTRY-INIT-E
             compute WS-STEP = WS-SCH-LEVEL + 1
             perform APPLY-STEP-S thru APPLY-STEP-E
                until WS-STEP > WS-SCH-CURRENT
          end-if.
          perform DB-Close-S thru DB-Close-E.
          display "schema migrate: applied=" WS-APPLIED-COUNT
                  " level=" WS-SCH-CURRENT.
          move "SUCCESS" to WS-RJ-STATUS.
        MAIN-END.
          move "END  " to WS-RJ-MODE.
          move WS-APPLIED-COUNT to WS-RJ-COUNT.
          call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                               WS-RJ-STATUS WS-RJ-COUNT.
          stop run.

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
      D    display "<< DB connection " .
        DB-Open-E.

        LIST-PENDING-S.
      * 照会のみ。未適用の段階を番号順に表示する
           compute WS-STEP = WS-SCH-LEVEL + 1.
           perform until WS-STEP > WS-SCH-CURRENT
              perform STEP-NOTE-S thru STEP-NOTE-E
              display "PENDING STEP=" WS-STEP " " WS-STEP-NOTE
              compute WS-STEP = WS-STEP + 1
           end-perform.
           if WS-SCH-LEVEL = WS-SCH-CURRENT
              display "schema is up to date"
           end-if.
        LIST-PENDING-E.

        REGISTRY-INIT-S.
      * 登録簿そのもの。水準0のDBにはまだ無い
           initialize sbuff.
           string "CREATE TABLE IF NOT EXISTS SCHEMA_VERSION "
                  "(version integer, applied text, program text, "
                  "note text)"
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
        REGISTRY-INIT-E.

        APPLY-STEP-S.
      * 1段階を1トランザクションで適用し、記録行も同じ中で足す
           perform STEP-NOTE-S thru STEP-NOTE-E.
           display "applying STEP=" WS-STEP " " WS-STEP-NOTE.
           initialize sbuff.
           string "BEGIN TRANSACTION" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           move "Y" to WS-IN-TXN.
           evaluate WS-STEP
              when 1
                 perform STEP-1-S thru STEP-1-E
              when 2
                 perform STEP-2-S thru STEP-2-E
              when 3
                 perform STEP-3-S thru STEP-3-E
           end-evaluate.
           accept WS-NOW-DATE from date yyyymmdd.
           accept WS-NOW-TIME from time.
           initialize sbuff.
           string "INSERT INTO SCHEMA_VERSION VALUES ("
                  WS-STEP ", '" WS-NOW-DATE " " WS-NOW-TIME(1:6)
                  "', 'SCHEMA_MIGRATE', '" delimited by size
                  WS-STEP-NOTE delimited by "  "
                  "')" delimited by size
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "COMMIT" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           move "N" to WS-IN-TXN.
           add 1 to WS-APPLIED-COUNT.
           move "INFO " to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "schema step " WS-STEP " applied: "
                  delimited by size
                  WS-STEP-NOTE delimited by "  "
                  into WS-LOG-MESSAGE.
           call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           compute WS-STEP = WS-STEP + 1.
        APPLY-STEP-E.

        STEP-NOTE-S.
           evaluate WS-STEP
              when 1
                 move "POSTAL_CODE and zip index" to WS-STEP-NOTE
              when 2
                 move "POSTAL_CODE_NORM and POSTAL_CODE_NOTE"
                    to WS-STEP-NOTE
              when 3
                 move "JIGYOSYO_CODE" to WS-STEP-NOTE
              when other
                 move spaces to WS-STEP-NOTE
           end-evaluate.
        STEP-NOTE-E.

        STEP-1-S.
      * 郵便番号マスタ本体(列の並びはload_ken_all.cobと同じ15列)
           initialize sbuff.
           string "CREATE TABLE IF NOT EXISTS POSTAL_CODE (dantai "
                  "text, zip_5 text, zip_7 text, ken_kana text, "
                  "shi_kana text, cho_kana text, ken text, "
                  "shi text, cho text, i_1 text, i_2 text, "
                  "i_3 text, i_4 text, i_5 text, i_6 text)"
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "CREATE INDEX IF NOT EXISTS idx_pc_zip "
                  "ON POSTAL_CODE (zip_7)" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
        STEP-1-E.

        STEP-2-S.
      * 検索用正規化列と注記。正規化列が空のDBは本体の値をそのまま
      * 写して、NORM側を引く検索が0件にならないようにする
           initialize sbuff.
           string "CREATE TABLE IF NOT EXISTS POSTAL_CODE_NORM "
                  "(zip_7 text, ken_kana_n text, shi_kana_n text, "
                  "cho_kana_n text, ken_n text, shi_n text, "
                  "cho_n text)"
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "CREATE TABLE IF NOT EXISTS POSTAL_CODE_NOTE "
                  "(zip_7 text, cho text, note text)"
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "INSERT INTO POSTAL_CODE_NORM SELECT zip_7, "
                  "ken_kana, shi_kana, cho_kana, ken, shi, cho "
                  "FROM POSTAL_CODE WHERE NOT EXISTS "
                  "(SELECT 1 FROM POSTAL_CODE_NORM)"
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "CREATE INDEX IF NOT EXISTS idx_pcn_zip "
                  "ON POSTAL_CODE_NORM (zip_7)" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "CREATE INDEX IF NOT EXISTS idx_pcnt_zip "
                  "ON POSTAL_CODE_NOTE (zip_7)" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
        STEP-2-E.

        STEP-3-S.
      * 大口事業所個別番号(列の並びはload_jigyosyo.cobと同じ13列)
           initialize sbuff.
           string "CREATE TABLE IF NOT EXISTS JIGYOSYO_CODE (dantai "
                  "text, name_kana text, name text, ken text, "
                  "shi text, cho text, banchi text, zip_7 text, "
                  "zip_5 text, torihiki text, kobetu text, "
                  "fukusu text, teisei text)"
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
        STEP-3-E.

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
      * 段階の途中で失敗したらその段階を丸ごと取り消す(水準は
      * 直前の段階のまま残る)
           if WS-IN-TXN = "Y"
              initialize sbuff
              string "ROLLBACK" into sbuff
              call "SQLite3_Exec" using db sbuff
              move "N" to WS-IN-TXN
           end-if.
           perform LOG-ERROR-S thru LOG-ERROR-E.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           move WS-APPLIED-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           display "rc=" rc ":" err-msg.
      D    display "<< db-error".
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
