      **=================================================================
      ** 郵便番号マスタ(POSTAL_CODE)の月次差分適用
      ** 入力：日本郵便の配布する差分ファイル
      **         ADD_YYMM.CSV (新設・変更後の行。KEN_ALL.CSVと同形式)
      **         DEL_YYMM.CSV (廃止・変更前の行。KEN_ALL.CSVと同形式)
      **       yubin_diff_ctl.dat (差分適用の管理。最後に適用した
      **         月と適用日。LASTDIFF=YYMM APPLIED=YYYYMMDD)
      **       yubin_full_load.dat (全件ロードの最終成功日。FULLLOAD=)
      ** 引数：MONTH=YYMM (必須。適用する差分の年月)
      **       ADD=ファイル名 DEL=ファイル名 (既定 ADD_YYMM.CSV /
      **       DEL_YYMM.CSV)、DB=ファイル名 (既定 yubin.db)
      **       FORCE … 月の連続性検査を飛ばして強制適用する
      ** 出力：yubin.db の POSTAL_CODE / POSTAL_CODE_NORM (削除行の
      **       除去と追加行の登録)
      **       POSTAL_CODE_NOTE (町域名から外した定型文の注記)
      **       yubin_history.dat (削除した行の旧バージョン。DELTA抽出
      **       と同じ 本体486バイト＋有効開始日＋有効終了日＋事由D)
      **       yubin_diff_load.rpt (件数突合レポート)
      **       yubin_diff_ctl.dat (適用済みの月を更新)
      ** 全件ロード(load_ken_all)はバッチ枠の大半を使うため、月次は
      ** 差分だけを適用する。適用は1トランザクションで行い、前回件数
      ** ＋追加－削除 と適用後の件数が合わなければ全体を取り消す。
      ** 前月の差分が適用されていない場合は起動を拒否する(差分を
      ** 飛ばすと以後の差分が合わなくなるため)。全件ロードの後は
      ** その時点から差分の連続を数え直す
      ** 分割された町域名の連結と定型文の除去は load_ken_all と同じ
      ** 規則で行い、差分の行が本番表の行と一致するようにする
      **=================================================================
        identification           division.
        program-id.              ken_diff_load.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select add-file
            assign to W-ADD-CSVNAME
            organization line sequential
            file status is WS-ADD-FS.
        select del-file
            assign to W-DEL-CSVNAME
            organization line sequential
            file status is WS-DEL-FS.
        select diff-rpt-file
            assign to WS-DIFF-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
        select diff-ctl-file
            assign to WS-DIFF-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select full-load-file
            assign to WS-FULL-LOAD-FILENAME
            organization line sequential
            file status is WS-FULL-LOAD-FS.
        select hist-file
            assign to WS-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
        select hist-work-file
            assign to WS-HIST-WORK-FILENAME
            organization line sequential
            file status is WS-HWK-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  add-file
            label records are standard.
        01  ADD-FD-REC          pic X(500).

        fd  del-file
            label records are standard.
        01  DEL-FD-REC          pic X(500).

        fd  diff-rpt-file
            label records are standard.
        01  DIFF-RPT-FD-REC     pic X(80).

        fd  diff-ctl-file
            label records are standard.
        01  DIFF-CTL-FD-REC     pic X(80).

        fd  full-load-file
            label records are standard.
        01  FULL-LOAD-FD-REC  pic X(30).

        fd  hist-file
            label records are standard.
        01  HIST-FD-REC         pic X(520).

      * 削除分の履歴は確定(COMMIT)まで作業ファイルへ溜め、取り消し
      * 時に履歴だけが残ることのないようにする
        fd  hist-work-file
            label records are standard.
        01  HIST-WORK-FD-REC    pic X(520).

        working-storage           section.
      * 共通ログ(LOG001)
        01  WS-LOG-PROGNAME    pic X(20) value "KEN_DIFF_LOAD".
        01  WS-LOG-SEVERITY    pic X(05).
        01  WS-LOG-MESSAGE     pic X(80).
      *****************************************
      ** 入力CSV／接続先DB定義
      *****************************************
        01  W-ADD-CSVNAME      pic X(256) value spaces.
        01  W-DEL-CSVNAME      pic X(256) value spaces.
        01  W-INPUT-DBNAME     pic X(256) values "yubin.db".
        01  WS-ARG-JUNK        pic X(10).
        01  WS-DIFF-MONTH      pic X(04) value spaces.
        01  WS-FORCE           pic X(01) value "N".
        01  WS-ADD-FS          pic X(02).
        01  WS-DEL-FS          pic X(02).
        01  WS-RPT-FS          pic X(02).
        01  WS-CTL-FS          pic X(02).
        01  WS-FULL-LOAD-FS  pic X(02).
        01  WS-HIST-FS         pic X(02).
        01  WS-HWK-FS          pic X(02).
        01  WS-ADD-EOF         pic X(01) value "N".
        01  WS-DEL-EOF         pic X(01) value "N".
        01  WS-HWK-EOF         pic X(01) value "N".
      *****************************************
      ** 差分の連続性(前月分の適用済み確認)
      *****************************************
        01  WS-CTL-LAST-MONTH  pic X(04) value spaces.
        01  WS-CTL-APPLIED     pic X(08) value spaces.
        01  WS-FULLLOAD-DATE   pic X(08) value spaces.
        01  WS-CTL-WORD1       pic X(20).
        01  WS-CTL-WORD2       pic X(20).
        01  WS-EXPECT-MONTH    pic X(04).
        01  WS-EXP-YY          pic 9(02).
        01  WS-EXP-MM          pic 9(02).
        01  WS-CHAIN-OK        pic X(01).
        01  WS-CHAIN-REASON    pic X(60).
      *****************************************
      ** CSV行の分解(15項目 + 余剰検知用の16番目)
      *****************************************
        01  WS-CSV-REC         pic X(500).
        01  WS-CSV-FIELDS.
            03 WS-CSV-F  occurs 16  pic X(400).
        01  WS-CSV-FLD-COUNT   pic 9(02).
        01  WS-FLD-IDX         pic 9(02).
        01  WS-FLD-LEN         pic 9(03).
        01  WS-FLD-WORK        pic X(400).
        01  WS-ROW-BAD         pic X(01).
      *****************************************
      ** 分割行の連結(括弧の閉じていない町域名は同じ郵便番号の
      ** 次行以降へ続く)
      *****************************************
        01  WS-PEND-FLAG       pic X(01) value "N".
        01  WS-PEND-FIELDS.
            03 WS-PEND-F  occurs 16  pic X(400).
        01  WS-HOLD-FIELDS.
            03 WS-HOLD-F  occurs 16  pic X(400).
        01  WS-PEND-KANA-LAST  pic X(400).
        01  WS-MERGE-WORK      pic X(400).
        01  WS-OPEN-CNT        pic 9(03).
        01  WS-CLOSE-CNT       pic 9(03).
        01  WS-MERGE-COUNT     pic 9(07) value 0.
        01  WS-CLEAN-COUNT     pic 9(07) value 0.
      *****************************************
      ** 町域名の定型文(町域名から外して注記へ分ける)
      ** モードP=定型文の部分だけを外す、W=町域名全体が定型文
      *****************************************
        01  WS-BOILER-DATA.
            03 filler pic X(40) value "以下に掲載がない場合".
            03 filler pic X(40) value
               "ｲｶﾆｹｲｻｲｶﾞﾅｲﾊﾞｱｲ".
            03 filler pic X(01) value "P".
            03 filler pic X(40) value "（次のビルを除く）".
            03 filler pic X(40) value
               "(ﾂｷﾞﾉﾋﾞﾙｦﾉｿﾞｸ)".
            03 filler pic X(01) value "P".
            03 filler pic X(40) value "の次に番地がくる場合".
            03 filler pic X(40) value
               "ﾉﾂｷﾞﾆﾊﾞﾝﾁｶﾞｸﾙﾊﾞｱｲ".
            03 filler pic X(01) value "W".
        01  WS-BOILER-TABLE redefines WS-BOILER-DATA.
            03 WS-BOILER  occurs 3.
               05 WS-BOILER-KANJI  pic X(40).
               05 WS-BOILER-KANA   pic X(40).
               05 WS-BOILER-MODE   pic X(01).
        01  WS-BOILER-MAX      pic 9(02) value 3.
        01  WS-BOILER-IDX      pic 9(02).
        01  WS-NOTE            pic X(400).
        01  WS-CLEANED         pic X(01).
        01  WS-PHRASE          pic X(40).
        01  WS-NOTE-ADD        pic X(400).
        01  WS-PHRASE-LEN      pic 9(03).
        01  WS-SCAN-SRC        pic X(400).
        01  WS-SCAN-LEN        pic 9(03).
        01  WS-SCAN-POS        pic 9(03).
        01  WS-SCAN-HIT        pic 9(03).
        01  WS-REJ-REASON      pic X(30).
        01  WS-VAL-BUF         pic X(100).
        01  WS-VAL-VALID       pic X(01).
      *****************************************
      ** 件数カウンタ
      *****************************************
      * *-READ=ファイルの物理行数、*-ROWS=分割行を連結した後の行数
        01  WS-ADD-READ        pic 9(07) value 0.
        01  WS-ADD-ROWS        pic 9(07) value 0.
        01  WS-ADD-COUNT       pic 9(07) value 0.
        01  WS-DEL-READ        pic 9(07) value 0.
        01  WS-DEL-ROWS        pic 9(07) value 0.
        01  WS-DEL-COUNT       pic 9(07) value 0.
        01  WS-REJ-COUNT       pic 9(07) value 0.
        01  WS-PREV-COUNT      pic 9(07) value 0.
        01  WS-POST-COUNT      pic 9(07) value 0.
        01  WS-EXPECT-COUNT    pic S9(08) value 0.
        01  WS-LINE-NO         pic 9(07) value 0.
        01  WS-SIDE            pic X(03).
        01  WS-RECON-OK        pic X(01) value "N".
        01  WS-JOB-STATUS      pic X(07) value "FAILURE".
        01  WS-ROWID           pic 9(09).
      *****************************************
      ** 削除行の履歴(POSTALCD形の旧バージョン)
      *****************************************
        01  WS-HIST-PC.
            COPY POSTALCD.
        01  WS-HIST-FROM       pic X(08).
        01  WS-TODAY-DATE      pic 9(08).
      *****************************************
      ** SQL組み立て用(単一引用符の二重化はpostalcode.cobと同じ方式)
      *****************************************
        01  sbuff              pic X(2000).
        01  db                 pic 9(04).
        01  rc                 pic 9(02).
        01  err-msg            pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 2.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  WS-ESC-SRC         pic X(400).
        01  WS-ESC-SRC-LEN     pic 999.
        01  WS-ESC-DST         pic X(800).
        01  WS-ESC-DST-LEN     pic 999.
        01  WS-ESC-IDX         pic 999.
        01  WS-ESC-CH          pic X(01).
        01  WS-ESC-FIELDS.
            03 WS-ESC-F  occurs 15  pic X(800).
        01  WS-ESC-NOTE        pic X(800).
        01  WS-KNA-IN          pic X(200).
        01  WS-KNA-OUT         pic X(200).
        01  WS-VAR-IN          pic X(400).
        01  WS-VAR-OUT         pic X(400).
        01  WS-NORM-FIELDS.
            03 WS-NORM-F  occurs 6  pic X(800).
        01  WS-NORM-IDX        pic 9(01).
        01  WS-DB-RETRY-COUNT  pic 9(02) value 0.
        01  WS-DB-MAX-RETRY    pic 9(02) value 3.
        01  WS-IN-TXN          pic X(01) value "N".
        01  WS-RPT-LINE        pic X(80).
        01  WS-CTL-LINE        pic X(80).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-BACKUP-CMD-AREA.
           03 WS-BACKUP-CMD      pic X(600).
           03 filler             pic X(01) value low-value.
        01  WS-TMR-MODE        pic X(05).
        01  WS-TMR-PROGNAME    pic X(20) value "KEN_DIFF_LOAD".
        01  WS-TMR-HH          pic 9(02).
        01  WS-TMR-MM          pic 9(02).
        01  WS-TMR-SS          pic 9(02).
        01  WS-ELAPSED-SEC     pic 9(06).
      * 実行ロック(LCK001)。抽出・保守と同時にDBを書かない
        01  WS-LCK-MODE        pic X(05).
        01  WS-LCK-PROGNAME    pic X(20) value "KEN_DIFF_LOAD".
        01  WS-LCK-RESULT      pic X(01).
        01  WS-LCK-HOLDER      pic X(20).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(270).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-DIFF-RPT-FILENAME     pic X(256).
        01  WS-DIFF-CTL-FILENAME     pic X(256).
        01  WS-FULL-LOAD-FILENAME  pic X(256).
        01  WS-HIST-FILENAME         pic X(256).
        01  WS-HIST-WORK-FILENAME    pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD              pic X(600).
           03 filler                   pic X(01) value low-value.
        01  WS-ENV-MODE              pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 10
              move 10 to argc
           end-if.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 evaluate true
                    when param(i)(1:6) = "MONTH="
                       move param(i)(7:4) to WS-DIFF-MONTH
                    when param(i)(1:4) = "ADD="
                       unstring param(i) delimited by "="
                          into WS-ARG-JUNK W-ADD-CSVNAME
                    when param(i)(1:4) = "DEL="
                       unstring param(i) delimited by "="
                          into WS-ARG-JUNK W-DEL-CSVNAME
                    when param(i)(1:3) = "DB="
                       unstring param(i) delimited by "="
                          into WS-ARG-JUNK W-INPUT-DBNAME
                    when param(i)(1:5) = "FORCE"
                       move "Y" to WS-FORCE
                 end-evaluate
                 compute i = i + 1
              end-perform
           end-if.
           call "ENV001" using WS-ENV-MODE W-INPUT-DBNAME.
           if WS-DIFF-MONTH is not numeric
              display "Usage: load_ken_diff MONTH=YYMM [ADD=file] "
                      "[DEL=file] [DB=file] [FORCE]"
              stop run
           end-if.
           if W-ADD-CSVNAME = spaces
              string "ADD_" WS-DIFF-MONTH ".CSV"
                 delimited by size into W-ADD-CSVNAME
           end-if.
           if W-DEL-CSVNAME = spaces
              string "DEL_" WS-DIFF-MONTH ".CSV"
                 delimited by size into W-DEL-CSVNAME
           end-if.
           accept WS-TODAY-DATE from date yyyymmdd.

           move "START" to WS-TMR-MODE.
           call "TMR001" using WS-TMR-MODE WS-TMR-PROGNAME
                                WS-ELAPSED-SEC
                                WS-TMR-HH WS-TMR-MM WS-TMR-SS.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-TMR-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.

      * 前月分の差分が適用済みであることを確かめてから進む
           perform CHAIN-CHECK-S thru CHAIN-CHECK-E.
           if WS-CHAIN-OK not = "Y"
              if WS-FORCE = "Y"
                 move "WARN " to WS-LOG-SEVERITY
                 move spaces to WS-LOG-MESSAGE
                 string "FORCE: " WS-CHAIN-REASON
                    delimited by size into WS-LOG-MESSAGE
                 call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                                     WS-LOG-MESSAGE
              else
                 display "apply REFUSED: " WS-CHAIN-REASON
                 move "ERROR" to WS-LOG-SEVERITY
                 move spaces to WS-LOG-MESSAGE
                 string "refused MONTH=" WS-DIFF-MONTH " "
                        WS-CHAIN-REASON
                    delimited by size into WS-LOG-MESSAGE
                 call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                                     WS-LOG-MESSAGE
                 move "REFUSED" to WS-JOB-STATUS
                 perform END-JOURNAL-S thru END-JOURNAL-E
                 stop run
              end-if
           end-if.

      * 抽出・保守と同時にDBを書かないよう実行ロックを取得する
           move "LOCK " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
           if WS-LCK-RESULT not = "Y"
              display "apply NOT started: run lock held by "
                      WS-LCK-HOLDER
              move "SKIPPED" to WS-JOB-STATUS
              perform END-JOURNAL-S thru END-JOURNAL-E
              stop run
           end-if.

      * 差分は追加・削除の2本が揃って初めて意味を持つ
           call "ENV001" using WS-ENV-MODE W-ADD-CSVNAME.
           open input add-file.
           if WS-ADD-FS not = "00"
              display "ERROR: cannot open " W-ADD-CSVNAME
                      " status=" WS-ADD-FS
              perform FREE-LOCK-S thru FREE-LOCK-E
              perform END-JOURNAL-S thru END-JOURNAL-E
              stop run
           end-if.
           call "ENV001" using WS-ENV-MODE W-DEL-CSVNAME.
           open input del-file.
           if WS-DEL-FS not = "00"
              display "ERROR: cannot open " W-DEL-CSVNAME
                      " status=" WS-DEL-FS
              close add-file
              perform FREE-LOCK-S thru FREE-LOCK-E
              perform END-JOURNAL-S thru END-JOURNAL-E
              stop run
           end-if.

      * 適用前の世代バックアップ(load_ken_allと同じ)
           move spaces to WS-BACKUP-CMD.
           string "./db_backup DB=" delimited by size
                  W-INPUT-DBNAME    delimited by space
                  into WS-BACKUP-CMD.
           call "system" using WS-BACKUP-CMD.

           open output hist-work-file.
           perform DB-Open-S thru DB-Open-E.
           perform NOTE-TABLE-S thru NOTE-TABLE-E.
           perform COUNT-ROWS-S thru COUNT-ROWS-E.
           move WS-POST-COUNT to WS-PREV-COUNT.
           perform TXN-BEGIN-S thru TXN-BEGIN-E.

      * 同じ郵便番号の変更は「旧行の削除＋新行の追加」で届くため、
      * 削除を先に適用する
           move "DEL" to WS-SIDE.
           move 0 to WS-LINE-NO.
           perform DEL-LOOP-S thru DEL-LOOP-E
              until WS-DEL-EOF = "Y".
           move "ADD" to WS-SIDE.
           move 0 to WS-LINE-NO.
           perform ADD-LOOP-S thru ADD-LOOP-E
              until WS-ADD-EOF = "Y".

           perform RECONCILE-S thru RECONCILE-E.
           close hist-work-file.
           if WS-RECON-OK = "Y"
              perform TXN-COMMIT-S thru TXN-COMMIT-E
              perform HIST-APPEND-S thru HIST-APPEND-E
              perform SAVE-CTL-S thru SAVE-CTL-E
              move "SUCCESS" to WS-JOB-STATUS
           else
              perform TXN-ROLLBACK-S thru TXN-ROLLBACK-E
              move "FAILURE" to WS-JOB-STATUS
              move "FATAL" to WS-LOG-SEVERITY
              move spaces to WS-LOG-MESSAGE
              string "MONTH=" WS-DIFF-MONTH
                     " count mismatch expected=" WS-EXPECT-COUNT
                     " actual=" WS-POST-COUNT " rolled back"
                 delimited by size into WS-LOG-MESSAGE
              call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                                  WS-LOG-MESSAGE
           end-if.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-HIST-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           perform DB-Close-S thru DB-Close-E.
           close add-file.
           close del-file.
           perform FREE-LOCK-S thru FREE-LOCK-E.
           perform DIFF-REPORT-S thru DIFF-REPORT-E.
           perform END-JOURNAL-S thru END-JOURNAL-E.
           stop run.
        MAIN-E.

      ******************************************************************
        END-JOURNAL-S.
           move "STOP" to WS-TMR-MODE.
           call "TMR001" using WS-TMR-MODE WS-TMR-PROGNAME
                                WS-ELAPSED-SEC
                                WS-TMR-HH WS-TMR-MM WS-TMR-SS.
           move "END  " to WS-RJ-MODE.
           move WS-JOB-STATUS to WS-RJ-STATUS.
           compute WS-RJ-COUNT = WS-ADD-COUNT + WS-DEL-COUNT.
           call "JNL001" using WS-RJ-MODE WS-TMR-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
        END-JOURNAL-E.

        FREE-LOCK-S.
           move "FREE " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
        FREE-LOCK-E.

        CHAIN-CHECK-S.
      * 差分は毎月連続して適用されていなければならない。
      *   管理ファイル無し        … 全件ロードが起点。そのまま適用
      *   全件ロードが最終適用より後 … 全件ロードで起点が変わった
      *                            ので連続を数え直す
      *   それ以外               … MONTH が最終適用月の翌月である
      *                            こと(同月の再適用も拒否)
      * 全件ロードの日は load_ken_all だけが書く yubin_full_load.dat
      * から取る(yubin_master_load.dat は毎晩の抽出でも書き直される)
           move "Y" to WS-CHAIN-OK.
           move spaces to WS-CHAIN-REASON.
           open input full-load-file.
           if WS-FULL-LOAD-FS = "00"
              read full-load-file
                 at end
                    continue
                 not at end
                    if FULL-LOAD-FD-REC(1:9) = "FULLLOAD="
                       move FULL-LOAD-FD-REC(10:8)
                          to WS-FULLLOAD-DATE
                    end-if
              end-read
              close full-load-file
           end-if.
           open input diff-ctl-file.
           if WS-CTL-FS not = "00"
              if WS-FULLLOAD-DATE = spaces
                 move "N" to WS-CHAIN-OK
                 move "no full KEN_ALL load on record"
                    to WS-CHAIN-REASON
              end-if
              go to CHAIN-CHECK-E
           end-if.
           read diff-ctl-file
              at end
                 continue
              not at end
                 move spaces to WS-CTL-WORD1
                 move spaces to WS-CTL-WORD2
                 unstring DIFF-CTL-FD-REC delimited by space
                    into WS-CTL-WORD1 WS-CTL-WORD2
                 if WS-CTL-WORD1(1:9) = "LASTDIFF="
                    move WS-CTL-WORD1(10:4) to WS-CTL-LAST-MONTH
                 end-if
                 if WS-CTL-WORD2(1:8) = "APPLIED="
                    move WS-CTL-WORD2(9:8) to WS-CTL-APPLIED
                 end-if
           end-read.
           close diff-ctl-file.
           if WS-CTL-LAST-MONTH is not numeric
              go to CHAIN-CHECK-E
           end-if.
           if WS-FULLLOAD-DATE is numeric
              and WS-CTL-APPLIED is numeric
              and WS-FULLLOAD-DATE > WS-CTL-APPLIED
              go to CHAIN-CHECK-E
           end-if.
           if WS-DIFF-MONTH = WS-CTL-LAST-MONTH
              move "N" to WS-CHAIN-OK
              string "MONTH=" WS-DIFF-MONTH " already applied on "
                     WS-CTL-APPLIED
                 delimited by size into WS-CHAIN-REASON
              go to CHAIN-CHECK-E
           end-if.
           move WS-CTL-LAST-MONTH(1:2) to WS-EXP-YY.
           move WS-CTL-LAST-MONTH(3:2) to WS-EXP-MM.
           if WS-EXP-MM >= 12
              move 1 to WS-EXP-MM
              if WS-EXP-YY = 99
                 move 0 to WS-EXP-YY
              else
                 add 1 to WS-EXP-YY
              end-if
           else
              add 1 to WS-EXP-MM
           end-if.
           move WS-EXP-YY to WS-EXPECT-MONTH(1:2).
           move WS-EXP-MM to WS-EXPECT-MONTH(3:2).
           if WS-DIFF-MONTH not = WS-EXPECT-MONTH
              move "N" to WS-CHAIN-OK
              string "previous difference MONTH=" WS-EXPECT-MONTH
                     " was never applied (last=" WS-CTL-LAST-MONTH ")"
                 delimited by size into WS-CHAIN-REASON
           end-if.
        CHAIN-CHECK-E.

        DEL-LOOP-S.
           read del-file
              at end
                 move "Y" to WS-DEL-EOF
                 if WS-PEND-FLAG = "Y"
                    perform FLUSH-PEND-S thru FLUSH-PEND-E
                 end-if
                 go to DEL-LOOP-E
           end-read.
           compute WS-LINE-NO = WS-LINE-NO + 1.
           if DEL-FD-REC = spaces
              go to DEL-LOOP-E
           end-if.
           compute WS-DEL-READ = WS-DEL-READ + 1.
           move DEL-FD-REC to WS-CSV-REC.
           perform PARSE-ROW-S thru PARSE-ROW-E.
           if WS-ROW-BAD = "Y"
              perform REJECT-LOG-S thru REJECT-LOG-E
              go to DEL-LOOP-E
           end-if.
           perform JOIN-ROW-S thru JOIN-ROW-E.
        DEL-LOOP-E.

        ADD-LOOP-S.
           read add-file
              at end
                 move "Y" to WS-ADD-EOF
                 if WS-PEND-FLAG = "Y"
                    perform FLUSH-PEND-S thru FLUSH-PEND-E
                 end-if
                 go to ADD-LOOP-E
           end-read.
           compute WS-LINE-NO = WS-LINE-NO + 1.
           if ADD-FD-REC = spaces
              go to ADD-LOOP-E
           end-if.
           compute WS-ADD-READ = WS-ADD-READ + 1.
           move ADD-FD-REC to WS-CSV-REC.
           perform PARSE-ROW-S thru PARSE-ROW-E.
           if WS-ROW-BAD = "Y"
              perform REJECT-LOG-S thru REJECT-LOG-E
              go to ADD-LOOP-E
           end-if.
           perform JOIN-ROW-S thru JOIN-ROW-E.
        ADD-LOOP-E.

        JOIN-ROW-S.
      * 町域名が長い行は日本郵便側で同じ郵便番号の連続する複数行に
      * 分けられており、先頭行の町域名は括弧が閉じていない。括弧が
      * 閉じるまで後続行を連結し、1行として登録する
           if WS-PEND-FLAG = "Y"
              if WS-CSV-F(03) = WS-PEND-F(03)
                 perform JOIN-APPEND-S thru JOIN-APPEND-E
                 go to JOIN-ROW-E
              end-if
      * 括弧が閉じないまま郵便番号が変わった場合は、連結途中の行を
      * そのまま登録してから今回の行を処理する
              move WS-CSV-FIELDS to WS-HOLD-FIELDS
              perform FLUSH-PEND-S thru FLUSH-PEND-E
              move WS-HOLD-FIELDS to WS-CSV-FIELDS
           end-if.
           move WS-CSV-F(09) to WS-SCAN-SRC.
           perform PAREN-COUNT-S thru PAREN-COUNT-E.
           if WS-OPEN-CNT > WS-CLOSE-CNT
              move WS-CSV-FIELDS to WS-PEND-FIELDS
              move WS-CSV-F(06) to WS-PEND-KANA-LAST
              move "Y" to WS-PEND-FLAG
              go to JOIN-ROW-E
           end-if.
           perform EMIT-ROW-S thru EMIT-ROW-E.
        JOIN-ROW-E.

        JOIN-APPEND-S.
      * 継続行の町域名(漢字)を連結する。カナは分割行ごとに同じ全体
      * が繰り返されることがあるため、直前の行と同じカナは連結しない
           compute WS-MERGE-COUNT = WS-MERGE-COUNT + 1.
           move spaces to WS-MERGE-WORK.
           string WS-PEND-F(09) delimited by space
                  WS-CSV-F(09)  delimited by space
                  into WS-MERGE-WORK.
           move WS-MERGE-WORK to WS-PEND-F(09).
           if WS-CSV-F(06) not = WS-PEND-KANA-LAST
              and WS-CSV-F(06) not = WS-PEND-F(06)
              move spaces to WS-MERGE-WORK
              string WS-PEND-F(06) delimited by space
                     WS-CSV-F(06)  delimited by space
                     into WS-MERGE-WORK
              move WS-MERGE-WORK to WS-PEND-F(06)
           end-if.
           move WS-CSV-F(06) to WS-PEND-KANA-LAST.
           move WS-PEND-F(09) to WS-SCAN-SRC.
           perform PAREN-COUNT-S thru PAREN-COUNT-E.
           if WS-OPEN-CNT not > WS-CLOSE-CNT
              perform FLUSH-PEND-S thru FLUSH-PEND-E
           end-if.
        JOIN-APPEND-E.

        FLUSH-PEND-S.
           move WS-PEND-FIELDS to WS-CSV-FIELDS.
           move "N" to WS-PEND-FLAG.
           perform EMIT-ROW-S thru EMIT-ROW-E.
        FLUSH-PEND-E.

        PAREN-COUNT-S.
      * WS-SCAN-SRC中の全角括弧の開き・閉じの数を数える
           move 0 to WS-OPEN-CNT.
           move 0 to WS-CLOSE-CNT.
           inspect WS-SCAN-SRC tallying WS-OPEN-CNT for all "（"
                                        WS-CLOSE-CNT for all "）".
        PAREN-COUNT-E.

        EMIT-ROW-S.
      * 連結・定型文除去を済ませた1行を、読んでいる側の差分として
      * 適用する
           perform CLEAN-TOWN-S thru CLEAN-TOWN-E.
           perform ESCAPE-ROW-S thru ESCAPE-ROW-E.
           if WS-SIDE = "DEL"
              compute WS-DEL-ROWS = WS-DEL-ROWS + 1
              perform APPLY-DEL-S thru APPLY-DEL-E
           else
              compute WS-ADD-ROWS = WS-ADD-ROWS + 1
              perform APPLY-ADD-S thru APPLY-ADD-E
           end-if.
        EMIT-ROW-E.

        APPLY-DEL-S.
           perform FIND-ROW-S thru FIND-ROW-E.
           if WS-ROWID = 0
              move "not in POSTAL_CODE" to WS-REJ-REASON
              perform REJECT-LOG-S thru REJECT-LOG-E
              go to APPLY-DEL-E
           end-if.
           perform DELETE-ROW-S thru DELETE-ROW-E.
           perform HIST-WORK-S thru HIST-WORK-E.
           compute WS-DEL-COUNT = WS-DEL-COUNT + 1.
        APPLY-DEL-E.

        APPLY-ADD-S.
           perform FIND-ROW-S thru FIND-ROW-E.
           if WS-ROWID not = 0
              move "already in POSTAL_CODE" to WS-REJ-REASON
              perform REJECT-LOG-S thru REJECT-LOG-E
              go to APPLY-ADD-E
           end-if.
           perform INSERT-ROW-S thru INSERT-ROW-E.
           compute WS-ADD-COUNT = WS-ADD-COUNT + 1.
        APPLY-ADD-E.

        CLEAN-TOWN-S.
      * 町域名に含まれる定型文(以下に掲載がない場合・次のビルを除く
      * 等)は住所ではないため町域名から外し、注記(WS-NOTE)へ移す
           move spaces to WS-NOTE.
           move "N" to WS-CLEANED.
           perform CLEAN-PHRASE-S thru CLEAN-PHRASE-E
              varying WS-BOILER-IDX from 1 by 1
                 until WS-BOILER-IDX > WS-BOILER-MAX.
           if WS-CLEANED = "Y"
              compute WS-CLEAN-COUNT = WS-CLEAN-COUNT + 1
           end-if.
        CLEAN-TOWN-E.

        CLEAN-PHRASE-S.
           move WS-CSV-F(09) to WS-SCAN-SRC.
           move WS-BOILER-KANJI(WS-BOILER-IDX) to WS-PHRASE.
           perform FIND-PHRASE-S thru FIND-PHRASE-E.
           if WS-SCAN-HIT = 0
              go to CLEAN-PHRASE-E
           end-if.
           move "Y" to WS-CLEANED.
      * 町域名全体が定型文(○○の次に番地がくる場合)なら町域名と
      * カナを空にし、元の町域名全体を注記とする
           if WS-BOILER-MODE(WS-BOILER-IDX) = "W"
              move WS-CSV-F(09) to WS-NOTE-ADD
              perform NOTE-ADD-S thru NOTE-ADD-E
              move spaces to WS-CSV-F(09)
              move spaces to WS-CSV-F(06)
              go to CLEAN-PHRASE-E
           end-if.
           move WS-PHRASE to WS-NOTE-ADD.
           perform NOTE-ADD-S thru NOTE-ADD-E.
           perform REMOVE-PHRASE-S thru REMOVE-PHRASE-E.
           move WS-MERGE-WORK to WS-CSV-F(09).
      * カナ側の同じ定型文も外す
           move WS-CSV-F(06) to WS-SCAN-SRC.
           move WS-BOILER-KANA(WS-BOILER-IDX) to WS-PHRASE.
           perform FIND-PHRASE-S thru FIND-PHRASE-E.
           if WS-SCAN-HIT > 0
              perform REMOVE-PHRASE-S thru REMOVE-PHRASE-E
              move WS-MERGE-WORK to WS-CSV-F(06)
           end-if.
        CLEAN-PHRASE-E.

        NOTE-ADD-S.
           if WS-NOTE = spaces
              move WS-NOTE-ADD to WS-NOTE
           else
              move spaces to WS-MERGE-WORK
              string WS-NOTE     delimited by space
                     "・"        delimited by size
                     WS-NOTE-ADD delimited by space
                     into WS-MERGE-WORK
              move WS-MERGE-WORK to WS-NOTE
           end-if.
        NOTE-ADD-E.

        FIND-PHRASE-S.
      * WS-SCAN-SRC中のWS-PHRASEの開始位置をWS-SCAN-HITへ返す
      * (無ければ0)
           move 0 to WS-SCAN-HIT.
           move 0 to WS-SCAN-LEN.
           inspect WS-SCAN-SRC tallying WS-SCAN-LEN
              for characters before initial space.
           move 0 to WS-PHRASE-LEN.
           inspect WS-PHRASE tallying WS-PHRASE-LEN
              for characters before initial space.
           if WS-PHRASE-LEN = 0 or WS-PHRASE-LEN > WS-SCAN-LEN
              go to FIND-PHRASE-E
           end-if.
           perform varying WS-SCAN-POS from 1 by 1
              until WS-SCAN-POS > WS-SCAN-LEN - WS-PHRASE-LEN + 1
                 or WS-SCAN-HIT > 0
              if WS-SCAN-SRC(WS-SCAN-POS:WS-PHRASE-LEN)
                    = WS-PHRASE(1:WS-PHRASE-LEN)
                 move WS-SCAN-POS to WS-SCAN-HIT
              end-if
           end-perform.
        FIND-PHRASE-E.

        REMOVE-PHRASE-S.
      * WS-SCAN-SRCからWS-SCAN-HIT位置の定型文を抜いた値を
      * WS-MERGE-WORKへ組み立てる
           move spaces to WS-MERGE-WORK.
           if WS-SCAN-HIT > 1
              move WS-SCAN-SRC(1:WS-SCAN-HIT - 1)
                 to WS-MERGE-WORK(1:WS-SCAN-HIT - 1)
           end-if.
           compute WS-SCAN-POS = WS-SCAN-HIT + WS-PHRASE-LEN.
           if WS-SCAN-POS not > WS-SCAN-LEN
              move WS-SCAN-SRC(WS-SCAN-POS:
                               WS-SCAN-LEN - WS-SCAN-POS + 1)
                 to WS-MERGE-WORK(WS-SCAN-HIT:)
           end-if.
        REMOVE-PHRASE-E.

        PARSE-ROW-S.
      * CSV行を15項目へ分解し、項目数・郵便番号桁・漢字項目の文字
      * コード(VAL001)を検証する(load_ken_allのPARSE-ROW-Sと同じ)
           move "N" to WS-ROW-BAD.
           move spaces to WS-REJ-REASON.
           initialize WS-CSV-FIELDS.
           move 0 to WS-CSV-FLD-COUNT.
           unstring WS-CSV-REC delimited by ","
              into WS-CSV-F(01) WS-CSV-F(02) WS-CSV-F(03)
                   WS-CSV-F(04) WS-CSV-F(05) WS-CSV-F(06)
                   WS-CSV-F(07) WS-CSV-F(08) WS-CSV-F(09)
                   WS-CSV-F(10) WS-CSV-F(11) WS-CSV-F(12)
                   WS-CSV-F(13) WS-CSV-F(14) WS-CSV-F(15)
                   WS-CSV-F(16)
              tallying in WS-CSV-FLD-COUNT.
           if WS-CSV-FLD-COUNT not = 15
              move "Y" to WS-ROW-BAD
              move "bad field count" to WS-REJ-REASON
              go to PARSE-ROW-E
           end-if.
           perform STRIP-QUOTE-S thru STRIP-QUOTE-E
              varying WS-FLD-IDX from 1 by 1
                 until WS-FLD-IDX > 15.
           if WS-CSV-F(03)(1:7) is not numeric
              move "Y" to WS-ROW-BAD
              move "zip not numeric" to WS-REJ-REASON
              go to PARSE-ROW-E
           end-if.
           move 7 to WS-FLD-IDX.
           perform until WS-FLD-IDX > 9 or WS-ROW-BAD = "Y"
              move spaces to WS-VAL-BUF
              move WS-CSV-F(WS-FLD-IDX)(1:100) to WS-VAL-BUF
              call "VAL001" using WS-VAL-BUF WS-VAL-VALID
              if WS-VAL-VALID = "N"
                 move "Y" to WS-ROW-BAD
                 move "bad kanji encoding" to WS-REJ-REASON
              end-if
              compute WS-FLD-IDX = WS-FLD-IDX + 1
           end-perform.
        PARSE-ROW-E.

        STRIP-QUOTE-S.
      * 差分ファイルもKEN_ALL.CSVと同じく文字項目が二重引用符で
      * 囲まれているため、囲みを外した素の値に直す
           move WS-CSV-F(WS-FLD-IDX) to WS-FLD-WORK.
           if WS-FLD-WORK(1:1) = """"
              move 0 to WS-FLD-LEN
              inspect WS-FLD-WORK tallying WS-FLD-LEN
                 for characters before initial spaces
              if WS-FLD-LEN > 1
                 and WS-FLD-WORK(WS-FLD-LEN:1) = """"
                 move spaces to WS-CSV-F(WS-FLD-IDX)
                 if WS-FLD-LEN > 2
                    move WS-FLD-WORK(2:WS-FLD-LEN - 2)
                       to WS-CSV-F(WS-FLD-IDX)
                 end-if
              end-if
           end-if.
        STRIP-QUOTE-E.

        FIND-ROW-S.
      * 差分行と同じ行(団体コード・郵便番号・町域名のカナと漢字が
      * 一致する行)のrowidを引く。同じ郵便番号に複数の町域を持つ
      * 番号があるため郵便番号だけでは特定しない。無ければ0
           move 0 to WS-ROWID.
           initialize sbuff.
           string "SELECT rowid FROM POSTAL_CODE WHERE dantai='"
                  delimited by size
                  WS-ESC-F(01) delimited by space
                  "' AND zip_7='" delimited by size
                  WS-ESC-F(03) delimited by space
                  "' AND cho_kana='" delimited by size
                  WS-ESC-F(06) delimited by space
                  "' AND cho='" delimited by size
                  WS-ESC-F(09) delimited by space
                  "' LIMIT 1"  delimited by size
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           call "Fetch_Row" using WS-ROWID.
           if return-code not = 0
              move 0 to WS-ROWID
           end-if.
        FIND-ROW-E.

        DELETE-ROW-S.
           initialize sbuff.
           string "DELETE FROM POSTAL_CODE WHERE rowid="
                  WS-ROWID
                  delimited by size into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
      * 検索用正規化列からも対応する1行を落とす。cho_nは異体字を
      * 寄せた形(寄せる前のロードで入った行は元の形)で持っている
           move 6 to WS-NORM-IDX.
           perform NORM-FIELD-S thru NORM-FIELD-E.
           initialize sbuff.
           string "DELETE FROM POSTAL_CODE_NORM WHERE rowid="
                  "(SELECT rowid FROM POSTAL_CODE_NORM WHERE zip_7='"
                  delimited by size
                  WS-ESC-F(03) delimited by space
                  "' AND cho_n IN ('" delimited by size
                  WS-ESC-F(09) delimited by space
                  "','"         delimited by size
                  WS-NORM-F(6) delimited by space
                  "') LIMIT 1)" delimited by size
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           if WS-NOTE not = spaces
              initialize sbuff
              string "DELETE FROM POSTAL_CODE_NOTE WHERE zip_7='"
                     delimited by size
                     WS-ESC-F(03) delimited by space
                     "' AND cho='" delimited by size
                     WS-ESC-F(09) delimited by space
                     "'"           delimited by size
                     into sbuff
              call "SQLite3_Exec" using db sbuff
              if return-code not = 0
                 perform db-error
              end-if
           end-if.
        DELETE-ROW-E.

        INSERT-ROW-S.
           initialize sbuff.
           string "INSERT INTO POSTAL_CODE VALUES ('"
                  delimited by size
                  WS-ESC-F(01) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(02) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(03) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(04) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(05) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(06) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(07) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(08) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(09) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(10) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(11) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(12) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(13) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(14) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(15) delimited by space
                  "')"         delimited by size
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
      * 検索用正規化列(カナ3項目はKNA001で全角へ揃え、6項目とも
      * VAR001で異体字を代表字へ寄せる)
           move 1 to WS-NORM-IDX.
           perform NORM-FIELD-S thru NORM-FIELD-E
              until WS-NORM-IDX > 6.
           initialize sbuff.
           string "INSERT INTO POSTAL_CODE_NORM VALUES ('"
                  delimited by size
                  WS-ESC-F(03) delimited by space
                  "','"        delimited by size
                  WS-NORM-F(1) delimited by space
                  "','"        delimited by size
                  WS-NORM-F(2) delimited by space
                  "','"        delimited by size
                  WS-NORM-F(3) delimited by space
                  "','"        delimited by size
                  WS-NORM-F(4) delimited by space
                  "','"        delimited by size
                  WS-NORM-F(5) delimited by space
                  "','"        delimited by size
                  WS-NORM-F(6) delimited by space
                  "')"         delimited by size
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           if WS-NOTE not = spaces
              perform INSERT-NOTE-S thru INSERT-NOTE-E
           end-if.
        INSERT-ROW-E.

        INSERT-NOTE-S.
      * 町域名から外した定型文を、郵便番号と(外した後の)町域名を
      * キーに注記テーブルへ登録する
           move 0 to WS-ESC-SRC-LEN.
           move WS-NOTE to WS-ESC-SRC.
           inspect WS-ESC-SRC tallying WS-ESC-SRC-LEN
              for characters before initial spaces.
           perform ESCAPE-QUOTE-S thru ESCAPE-QUOTE-E.
           move WS-ESC-DST to WS-ESC-NOTE.
           initialize sbuff.
           string "INSERT INTO POSTAL_CODE_NOTE VALUES ('"
                  delimited by size
                  WS-ESC-F(03) delimited by space
                  "','"        delimited by size
                  WS-ESC-F(09) delimited by space
                  "','"        delimited by size
                  WS-ESC-NOTE  delimited by space
                  "')"         delimited by size
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
        INSERT-NOTE-E.

        NORM-FIELD-S.
      * 1-3番目がカナ(CSVの4-6列)、4-6番目が漢字(CSVの7-9列)
           compute WS-FLD-IDX = WS-NORM-IDX + 3.
           move spaces to WS-VAR-IN.
           if WS-NORM-IDX <= 3
              move spaces to WS-KNA-IN
              move WS-CSV-F(WS-FLD-IDX) to WS-KNA-IN
              call "KNA001" using WS-KNA-IN WS-KNA-OUT
              move WS-KNA-OUT to WS-VAR-IN
           else
              move WS-CSV-F(WS-FLD-IDX) to WS-VAR-IN
           end-if.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move 0 to WS-ESC-SRC-LEN.
           move WS-VAR-OUT to WS-ESC-SRC.
           inspect WS-ESC-SRC tallying WS-ESC-SRC-LEN
              for characters before initial spaces.
           perform ESCAPE-QUOTE-S thru ESCAPE-QUOTE-E.
           move WS-ESC-DST to WS-NORM-F(WS-NORM-IDX).
           compute WS-NORM-IDX = WS-NORM-IDX + 1.
        NORM-FIELD-E.

        ESCAPE-ROW-S.
           perform ESCAPE-FIELD-S thru ESCAPE-FIELD-E
              varying WS-FLD-IDX from 1 by 1
                 until WS-FLD-IDX > 15.
        ESCAPE-ROW-E.

        ESCAPE-FIELD-S.
           move 0 to WS-ESC-SRC-LEN.
           move WS-CSV-F(WS-FLD-IDX) to WS-ESC-SRC.
           inspect WS-ESC-SRC tallying WS-ESC-SRC-LEN
              for characters before initial spaces.
           perform ESCAPE-QUOTE-S thru ESCAPE-QUOTE-E.
           move WS-ESC-DST to WS-ESC-F(WS-FLD-IDX).
        ESCAPE-FIELD-E.

        ESCAPE-QUOTE-S.
      * 単一引用符を二重化する(load_ken_allと同じ方式)
           move spaces to WS-ESC-DST.
           move 0 to WS-ESC-DST-LEN.
           perform ESCAPE-QUOTE-CHAR-S thru ESCAPE-QUOTE-CHAR-E
              varying WS-ESC-IDX from 1 by 1
                 until WS-ESC-IDX > WS-ESC-SRC-LEN.
        ESCAPE-QUOTE-E.

        ESCAPE-QUOTE-CHAR-S.
           move WS-ESC-SRC(WS-ESC-IDX:1) to WS-ESC-CH.
           if WS-ESC-CH = "'"
              add 1 to WS-ESC-DST-LEN
              move WS-ESC-CH to WS-ESC-DST(WS-ESC-DST-LEN:1)
           end-if.
           add 1 to WS-ESC-DST-LEN.
           move WS-ESC-CH to WS-ESC-DST(WS-ESC-DST-LEN:1).
        ESCAPE-QUOTE-CHAR-E.

        HIST-WORK-S.
      * 削除した行を POSTALCD 形の旧バージョンとして履歴作業
      * ファイルへ書く(mk_seq_postalcode_file の HIST-WRITE-S と同じ
      * 形)。有効開始日は直前の基準(最終の差分適用日か全件ロード
      * 日の新しい方)、有効終了日は本日、事由はD(廃止)
           move spaces to WS-HIST-PC.
           move WS-CSV-F(01) to 全国地方公共団体コード.
           move WS-CSV-F(02) to 旧郵便番号（５桁）.
           move WS-CSV-F(03) to 郵便番号７桁.
           move WS-CSV-F(04) to 都道府県名（カナ）.
           move WS-CSV-F(05) to 市町村名（カナ）.
           move WS-CSV-F(06) to 町域名（カナ）.
           move WS-CSV-F(07) to 都道府県名（漢字）.
           move WS-CSV-F(08) to 市町村名（漢字）.
           move WS-CSV-F(09) to 町域名（漢字）.
           move WS-CSV-F(10) to opt_01.
           move WS-CSV-F(11) to opt_02.
           move WS-CSV-F(12) to opt_03.
           move WS-CSV-F(13) to opt_04.
           move WS-CSV-F(14) to opt_05.
           move WS-CSV-F(15) to opt_06.
           move WS-FULLLOAD-DATE to WS-HIST-FROM.
           if WS-CTL-APPLIED is numeric
              if WS-HIST-FROM is not numeric
                 or WS-CTL-APPLIED > WS-HIST-FROM
                 move WS-CTL-APPLIED to WS-HIST-FROM
              end-if
           end-if.
           move spaces to HIST-WORK-FD-REC.
           move POSTALCD-DATA   to HIST-WORK-FD-REC(1:486).
           move WS-HIST-FROM    to HIST-WORK-FD-REC(487:8).
           move WS-TODAY-DATE   to HIST-WORK-FD-REC(495:8).
           move "D"             to HIST-WORK-FD-REC(503:1).
           write HIST-WORK-FD-REC.
        HIST-WORK-E.

        HIST-APPEND-S.
      * 確定した削除分の履歴を yubin_history.dat へ追記する
           open input hist-work-file.
           if WS-HWK-FS not = "00"
              go to HIST-APPEND-E
           end-if.
           open extend hist-file.
           if WS-HIST-FS not = "00"
              open output hist-file
           end-if.
           move "N" to WS-HWK-EOF.
           perform until WS-HWK-EOF = "Y"
              read hist-work-file
                 at end
                    move "Y" to WS-HWK-EOF
                 not at end
                    move HIST-WORK-FD-REC to HIST-FD-REC
                    write HIST-FD-REC
              end-read
           end-perform.
           close hist-file.
           close hist-work-file.
        HIST-APPEND-E.

        REJECT-LOG-S.
      * 不採用行は差分の別・行番号・理由を共通ログへ重大度WARNで
      * 記帳する。不採用が1件でもあれば件数突合が合わなくなり、
      * 適用全体が取り消される
           compute WS-REJ-COUNT = WS-REJ-COUNT + 1.
           move "WARN " to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string WS-SIDE " line=" WS-LINE-NO
                  " rejected: " delimited by size
                  WS-REJ-REASON delimited by size
                  into WS-LOG-MESSAGE.
           call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
        REJECT-LOG-E.

        RECONCILE-S.
      * 適用後の件数 = 適用前の件数 + 追加ファイルの行数 - 削除
      * ファイルの行数(いずれも分割行を連結した後の行数)で
      * なければならない。日本郵便の差分どおりに
      * 適用できなかった(不採用・該当なし)ことを件数で捕まえる
           compute WS-EXPECT-COUNT = WS-PREV-COUNT + WS-ADD-ROWS
                                   - WS-DEL-ROWS.
           perform COUNT-ROWS-S thru COUNT-ROWS-E.
           if WS-EXPECT-COUNT = WS-POST-COUNT
              and WS-REJ-COUNT = 0
              move "Y" to WS-RECON-OK
           else
              move "N" to WS-RECON-OK
           end-if.
        RECONCILE-E.

        COUNT-ROWS-S.
           move 0 to WS-POST-COUNT.
           initialize sbuff.
           string "SELECT COUNT(*) FROM POSTAL_CODE" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           call "Fetch_Row" using WS-POST-COUNT.
        COUNT-ROWS-E.

        NOTE-TABLE-S.
      * 注記テーブルは全件ロードで作られる。まだ無いDBへの差分適用
      * でも登録できるよう、無ければ作っておく
           initialize sbuff.
           string "CREATE TABLE IF NOT EXISTS POSTAL_CODE_NOTE "
                  "(zip_7 text, cho text, note text)"
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
        NOTE-TABLE-E.

        TXN-BEGIN-S.
           initialize sbuff.
           string "BEGIN TRANSACTION" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           move "Y" to WS-IN-TXN.
        TXN-BEGIN-E.

        TXN-COMMIT-S.
           initialize sbuff.
           string "COMMIT" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           move "N" to WS-IN-TXN.
        TXN-COMMIT-E.

        TXN-ROLLBACK-S.
           initialize sbuff.
           string "ROLLBACK" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           move "N" to WS-IN-TXN.
        TXN-ROLLBACK-E.

        SAVE-CTL-S.
      * 適用できた月と適用日を記録し、次回の連続性検査の基準とする
           open output diff-ctl-file.
           move spaces to WS-CTL-LINE.
           string "LASTDIFF=" WS-DIFF-MONTH
                  " APPLIED=" WS-TODAY-DATE
                  delimited by size into WS-CTL-LINE.
           move WS-CTL-LINE to DIFF-CTL-FD-REC.
           write DIFF-CTL-FD-REC.
           close diff-ctl-file.
        SAVE-CTL-E.

        DIFF-REPORT-S.
      * 件数突合をレポートへ残す(yubin_load.rptと同じ 項目=値 形式)
           open output diff-rpt-file.
           move spaces to WS-RPT-LINE.
           string "MONTH=" WS-DIFF-MONTH into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "PREVIOUS=" WS-PREV-COUNT into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "ADD-READ=" WS-ADD-READ into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "ADD-ROWS=" WS-ADD-ROWS into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "ADDED=" WS-ADD-COUNT into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "DEL-READ=" WS-DEL-READ into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "DEL-ROWS=" WS-DEL-ROWS into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "DELETED=" WS-DEL-COUNT into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "REJECTED=" WS-REJ-COUNT into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "MERGED=" WS-MERGE-COUNT into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "CLEANED=" WS-CLEAN-COUNT into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "EXPECTED=" WS-EXPECT-COUNT into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "ACTUAL=" WS-POST-COUNT into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           string "STATUS=" WS-JOB-STATUS into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           close diff-rpt-file.
           display "MONTH=" WS-DIFF-MONTH
                   " ADDED=" WS-ADD-COUNT " DELETED=" WS-DEL-COUNT
                   " REJECTED=" WS-REJ-COUNT
                   " STATUS=" WS-JOB-STATUS.
        DIFF-REPORT-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to DIFF-RPT-FD-REC.
           write DIFF-RPT-FD-REC.
           move spaces to WS-RPT-LINE.
        WRITE-RPT-E.

        DB-Open-S.
      * DB connection。一時的な競合による接続失敗は少し待って
      * WS-DB-MAX-RETRY 回まで自動で再試行する
      D    display ">> DB connection ".
           move 0 to WS-DB-RETRY-COUNT.
           call  "SQLite3_Open"  using db W-INPUT-DBNAME.
           perform until return-code = 0
                      or WS-DB-RETRY-COUNT >= WS-DB-MAX-RETRY
              add 1 to WS-DB-RETRY-COUNT
              compute sleep_time = WS-DB-RETRY-COUNT * 2
              perform SLEEP-S THRU SLEEP-E
              call  "SQLite3_Open"  using db W-INPUT-DBNAME
           end-perform.
           if return-code not = 0  then
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

        DB-Close-S.
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
           if WS-IN-TXN = "Y"
              initialize sbuff
              string "ROLLBACK" into sbuff
              call "SQLite3_Exec" using db sbuff
           end-if.
           perform LOG-ERROR-S thru LOG-ERROR-E.
           move "FREE " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-HIST-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           display "rc=" rc ":" err-msg.
      D    display "<< db-error".
           stop run.

        schema-error.
      * DBのスキーマ水準がこのプログラムの前提と合わない(理由は
      * SCH001が表示済み)。表の無いDBへ途中まで書き込まないよう、
      * 何もせずに閉じて終了する
           call "SQLite3_Close" using db.
           move 16 to rc.
           move spaces to err-msg.
           string "schema level " WS-SCH-LEVEL " not supported"
              into err-msg.
           perform LOG-ERROR-S thru LOG-ERROR-E.
           move "FREE " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
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
           move "yubin_diff_load.rpt" to WS-DIFF-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DIFF-RPT-FILENAME.
           move "yubin_diff_ctl.dat" to WS-DIFF-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DIFF-CTL-FILENAME.
           move "yubin_full_load.dat" to WS-FULL-LOAD-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-FULL-LOAD-FILENAME.
           move "yubin_history.dat" to WS-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-FILENAME.
           move "yubin_history.tmp" to WS-HIST-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-WORK-FILENAME.
        ENV-RESOLVE-E.
