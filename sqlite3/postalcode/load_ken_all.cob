      ** 入力：日本郵便の配布する KEN_ALL.CSV (生データ)
      ** 出力：yubin.db の POSTAL_CODE テーブル(全件作り直し)
      **       yubin.db の POSTAL_CODE_NORM テーブル(検索用の正規化
      **       列。カナ3列をKNA001で全角へ揃え、全6列をVAR001で
      **       異体字の代表字へ寄せた zip_7/kana_n/ken_n 等。対話検索・
      **       一括突合・検索サービスのLIKEはこちらを引く)と郵便番号の
      **       索引
      **       yubin.db の POSTAL_CODE_NOTE テーブル(町域名から外した
      **       定型文「以下に掲載がない場合」等の注記)
      **       yubin_load.rpt (読込/登録/不採用/連結/定型文除去の件数
      **       突合レポート)
      **       yubin_master_load.dat / yubin_full_load.dat (正常終了日。
      **       後者は全件ロードだけが書き、月次差分の起点になる)
      ** これまで手作業のsqlite3コマンドで行っていたロードをバッチ化し、
      ** 行単位の検証(項目数・文字コード)で不良データを入口で止める。
      ** 投入は本番表でなく影(POSTAL_CODE_NEW)へ行い、件数検証が
      ** 通ったときだけ一括で差し替える。ロード中も対話検索・検索
      ** サービスは従来の本番表を読み続け、途中失敗しても本番は
      ** 無傷。旧表は次回ロードまで_OLDとして残る(切り戻し用)
      ** 町域名が1行に収まらず同じ郵便番号の連続する複数行に分けて
      ** 配布されたもの(括弧が閉じていない行)は1行へ連結してから
      ** 登録し、定型文は町域名から外して注記テーブルへ分ける
      **=================================================================
        identification           division.
        program-id.              ken_all_load.
            organization line sequential
            file status is WS-CSV-FS.
        select load-rpt-file
            assign to WS-LOAD-RPT-FILENAME
            organization line sequential
            file status is WS-LOAD-RPT-FS.
        select master-load-file
            assign to WS-MASTER-LOAD-FILENAME
            organization line sequential
            file status is WS-MASTER-LOAD-FS.
        select full-load-file
            assign to WS-FULL-LOAD-FILENAME
            organization line sequential
            file status is WS-FULL-LOAD-FS.
      **=================================================================
        data                     division.
        file                      section.
            label records are standard.
        01  MASTER-LOAD-FD-REC  pic X(30).

        fd  full-load-file
            label records are standard.
        01  FULL-LOAD-FD-REC    pic X(30).

        working-storage           section.
      * 共通ログ(LOG001)
        01  WS-LOG-PROGNAME    pic X(20) value "KEN_ALL_LOAD".
      *****************************************
      ** CSV行の分解(15項目 + 余剰検知用の16番目)
      *****************************************
      * 分割行を連結した町域名も収まるよう1項目400バイトで持つ
        01  WS-CSV-FIELDS.
            03 WS-CSV-F  occurs 16  pic X(400).
        01  WS-CSV-FLD-COUNT   pic 9(02).
        01  WS-FLD-IDX         pic 9(02).
        01  WS-FLD-LEN         pic 9(03).
        01  WS-FLD-WORK        pic X(400).
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
      *****************************************
      ** 件数カウンタ
      *****************************************
        01  db                 pic 9(04).
        01  rc                 pic 9(02).
        01  err-msg            pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 0.
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
      * 検索用正規化列(POSTAL_CODE_NORM)の組み立て。カナ3項目を
      * KNA001で全角へ正規化し、カナ・漢字の6項目ともVAR001で異体字を
      * 代表字へ寄せてから登録する
        01  WS-KNA-IN          pic X(200).
        01  WS-KNA-OUT         pic X(200).
        01  WS-VAR-IN          pic X(400).
        01  WS-VAR-OUT         pic X(400).
        01  WS-NORM-FIELDS.
            03 WS-NORM-F  occurs 6  pic X(800).
        01  WS-NORM-IDX        pic 9(01).
      * 影テーブル検証(差し替え前の件数突合)
        01  WS-SHADOW-OK       pic X(01).
        01  WS-RPT-LINE        pic X(80).
        01  WS-MASTER-LOAD-FS  pic X(02).
        01  WS-MASTER-LOAD-LINE pic X(30).
        01  WS-FULL-LOAD-FS    pic X(02).
        01  WS-TODAY-DATE      pic 9(08).
        01  WS-JOB-STATUS      pic X(07).
        01  WS-TMR-MODE        pic X(05).
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * 全件入れ替えの前にDB本体の世代バックアップを取得する
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-BACKUP-CMD-AREA.
           03 WS-BACKUP-CMD      pic X(600).
           03 filler             pic X(01) value low-value.
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-LOAD-RPT-FILENAME     pic X(256).
        01  WS-MASTER-LOAD-FILENAME  pic X(256).
        01  WS-FULL-LOAD-FILENAME    pic X(256).
        01  WS-ENV-MODE              pic X(05) value "PATH ".
        procedure               division.
      **コマンドパラメータ数
          perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
          accept argc from argument-number.
          display "argc = " argc.
          if argc > 0 then
                compute i = i + 1
             end-perform
          end-if.
          call "ENV001" using WS-ENV-MODE W-INPUT-DBNAME.

          move "START" to WS-TMR-MODE.
          call "TMR001" using WS-TMR-MODE WS-TMR-PROGNAME
          call "JNL001" using WS-RJ-MODE WS-TMR-PROGNAME
                               WS-RJ-STATUS WS-RJ-COUNT.

          call "ENV001" using WS-ENV-MODE W-INPUT-CSVNAME.
          open input csv-file.
          if WS-CSV-FS not = "00"
             display "ERROR: cannot open " W-INPUT-CSVNAME
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

           if return-code not = 0
              perform db-error
           end-if.
      * 町域名から外した定型文の注記も同じく影で作り直す(本体の
      * 列数は変えない)
           initialize sbuff.
           string "DROP TABLE IF EXISTS POSTAL_CODE_NOTE_NEW"
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "CREATE TABLE POSTAL_CODE_NOTE_NEW (zip_7 "
                  "text, cho text, note text)"
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "BEGIN TRANSACTION" into sbuff.
           call "SQLite3_Exec" using db sbuff.
              perform db-error
           end-if.
           initialize sbuff.
           string "DROP TABLE IF EXISTS POSTAL_CODE_NOTE_OLD"
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "BEGIN TRANSACTION" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "ALTER TABLE POSTAL_CODE_NOTE RENAME TO "
                  "POSTAL_CODE_NOTE_OLD" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           initialize sbuff.
           string "ALTER TABLE POSTAL_CODE_NOTE_NEW RENAME TO "
                  "POSTAL_CODE_NOTE" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "COMMIT" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
           if return-code not = 0
              perform db-error
           end-if.
           initialize sbuff.
           string "DROP INDEX IF EXISTS idx_pcnt_zip" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           initialize sbuff.
           string "CREATE INDEX idx_pcnt_zip "
                  "ON POSTAL_CODE_NOTE (zip_7)" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              perform db-error
           end-if.
      D    display "<< cutting over shadow tables".
        TABLE-CUTOVER-E.

           read csv-file
              at end
                 move "Y" to WS-CSV-EOF
                 if WS-PEND-FLAG = "Y"
                    perform FLUSH-PEND-S thru FLUSH-PEND-E
                 end-if
              not at end
                 compute WS-READ-COUNT = WS-READ-COUNT + 1
                 perform PARSE-ROW-S thru PARSE-ROW-E
                    compute WS-REJ-COUNT = WS-REJ-COUNT + 1
                    perform REJECT-LOG-S thru REJECT-LOG-E
                 else
                    perform JOIN-ROW-S thru JOIN-ROW-E
                 end-if
           end-read.
        LOAD-LOOP-E.

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
           perform CLEAN-TOWN-S thru CLEAN-TOWN-E.
           perform INSERT-ROW-S thru INSERT-ROW-E.
           compute WS-LOAD-COUNT = WS-LOAD-COUNT + 1.
        EMIT-ROW-E.

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
      * コード(VAL001)を検証する。囲み引用符はここで除去する
      * KNA001で全角へ揃え、単一引用符を二重化してから埋め込む
           move 1 to WS-NORM-IDX.
           perform NORM-FIELD-S thru NORM-FIELD-E
              until WS-NORM-IDX > 6.
           initialize sbuff.
           string "INSERT INTO POSTAL_CODE_NORM_NEW VALUES ('"
                  delimited by size
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
        INSERT-NORM-E.

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
           string "INSERT INTO POSTAL_CODE_NOTE_NEW VALUES ('"
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
           string "REJECTED=" WS-REJ-COUNT into WS-RPT-LINE.
           move WS-RPT-LINE to LOAD-RPT-FD-REC.
           write LOAD-RPT-FD-REC.
      * MERGED=前行へ連結した継続行の数、CLEANED=定型文を外した行の数
           move spaces to WS-RPT-LINE.
           string "MERGED=" WS-MERGE-COUNT into WS-RPT-LINE.
           move WS-RPT-LINE to LOAD-RPT-FD-REC.
           write LOAD-RPT-FD-REC.
           move spaces to WS-RPT-LINE.
           string "CLEANED=" WS-CLEAN-COUNT into WS-RPT-LINE.
           move WS-RPT-LINE to LOAD-RPT-FD-REC.
           write LOAD-RPT-FD-REC.
           move spaces to WS-RPT-LINE.
           string "STATUS=" WS-JOB-STATUS into WS-RPT-LINE.
           move WS-RPT-LINE to LOAD-RPT-FD-REC.
                                WS-TMR-HH WS-TMR-MM WS-TMR-SS.
           display "READ=" WS-READ-COUNT " LOADED=" WS-LOAD-COUNT
                   " REJECTED=" WS-REJ-COUNT
                   " MERGED=" WS-MERGE-COUNT
                   " CLEANED=" WS-CLEAN-COUNT
                   " STATUS=" WS-JOB-STATUS.
        LOAD-REPORT-E.

           move WS-MASTER-LOAD-LINE to MASTER-LOAD-FD-REC.
           write MASTER-LOAD-FD-REC.
           close master-load-file.
      * 全件ロードの日は別ファイルにも残す。yubin_master_load.dat は
      * 毎晩の抽出(mk_seq_postalcode_file)も書き直すため、月次差分
      * の連続を数え直す起点には全件ロードだけが書くこちらを使う
           open output full-load-file.
           move spaces to WS-MASTER-LOAD-LINE.
           string "FULLLOAD=" WS-TODAY-DATE into WS-MASTER-LOAD-LINE.
           move WS-MASTER-LOAD-LINE to FULL-LOAD-FD-REC.
           write FULL-LOAD-FD-REC.
           close full-load-file.
        SAVE-MASTER-LOAD-E.

        DB-Close-S.
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
           stop run.

        LOG-ERROR-S.
      * DB障害を共通ログ(LOG001)へ重大度FATALで記帳する。FATALは
      * オペレータ通知(ALT001)も同時に上がる
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_load.rpt" to WS-LOAD-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LOAD-RPT-FILENAME.
           move "yubin_master_load.dat" to WS-MASTER-LOAD-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MASTER-LOAD-FILENAME.
           move "yubin_full_load.dat" to WS-FULL-LOAD-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-FULL-LOAD-FILENAME.
        ENV-RESOLVE-E.
