        input-output              section.
        file-control.
            select export-file
                assign to WS-EXPORT-FILENAME
                organization line sequential
                file status is WS-EXPORT-FS.
            select master-load-file
                assign to WS-MASTER-LOAD-FILENAME
                organization line sequential
                file status is WS-MASTER-LOAD-FS.
            select dbdate-file
                assign to WS-DBDATE-FILENAME
                organization line sequential
                file status is WS-DBDATE-FS.
            select maint-pend-file
                assign to WS-MAINT-PEND-FILENAME
                organization line sequential
                file status is WS-PEND-FS.
            select idx-file
                assign to WS-IDX-FILENAME
                organization indexed
                access mode dynamic
                record key is PC-郵便番号７桁
        fd  dbdate-file
            label records are standard.
        01  DBDATE-FD-REC        pic X(10).
        fd  maint-pend-file
            label records are standard.
        01  MAINT-PEND-FD-REC    pic X(700).
        01  db-rec           pic    x(60).
        01  rc               pic    9(02).
        01  err-msg          pic    x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 1.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  flag             pic    x(01).
        01  i               pic 99.
        01  argc            pic 9(04).
        01  WS-JIGYO-ROW-NO   pic 9(05) value 0.
      * 保守更新の監査ジャーナル用。更新前のレコード像をUPDATE実行前
      * に退避し、更新後の入力値と合わせて日時付きで記録する
        01  WS-JNL-DATE       pic 9(08).
        01  WS-JNL-TIME       pic 9(08).
        01  WS-JNL-LINE       pic X(500).
      * 連鎖ハッシュつきのジャーナル追記(CHN001)
        01  WS-CHN-MODE         pic X(05) value "ADD  ".
        01  WS-CHN-JOURNAL      pic X(30).
        01  WS-CHN-LINE         pic X(1100).
        01  WS-CHN-HASH         pic X(16).
        01  WS-CHN-RESULT       pic X(01).
      * 承認待ち起票(メーカー・チェッカー)
        01  WS-PEND-FS        pic X(02).
        01  WS-PEND-LINE      pic X(700).
      * 対話検索の監査ジャーナル。プライバシー審査対応で「誰がいつ
      * 何を検索し、[S]で保存したか」を検索1回ごとに残す。未サイン
      * オンの検索はオペレータIDを *ANON* として記録する
        01  WS-QJ-DATE        pic 9(08).
        01  WS-QJ-TIME        pic 9(08).
        01  WS-QJ-LINE        pic X(250).
        01  WS-QJ-EXPORTED    pic X(01) value "N".
        01  WS-QJ-HITS        pic 9(05).
        01  WS-KN-IN          pic X(200).
        01  WS-KN-NORM        pic X(200).
        01  WS-KN-LEN         pic 9(03).
      * 異体字の畳み込み(VAR001)。正規化列は髙/高、ヶ/ケ等を代表字へ
      * 寄せて持つので、検索語も同じく寄せてから照合する
        01  WS-VAR-IN         pic X(400).
        01  WS-VAR-OUT        pic X(400).
        01  WS-KEN-FOLD       pic X(90).
        01  WS-SHI-FOLD       pic X(90).
      * 正規化列テーブル(POSTAL_CODE_NORM)が未整備の旧DBに対する
      * 代替検索文。本命の検索が通らないときだけ使う
        01  WS-LEGACY-SBUFF   pic X(400).
        01  WS-DBDATE-FS      pic X(02).
        01  WS-LAST-LOAD-DATE pic 9(08) value 0.
        01  WS-DB-FILE-DATE   pic 9(08) value 0.
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-DBDATE-CMD-AREA.
           03 WS-DBDATE-CMD     pic X(600).
           03 filler            pic X(01) value low-value.
      * 配送ゾーンと配達予定日(ZON001・ship_zone.dat)。発送日は
      * 検索画面で指定でき、空欄なら当日発送として算出する
        01  WS-SHIP-DATE      pic X(08).
        01  WS-TODAY-DATE     pic 9(08).
        01  WS-EST-ZIP        pic X(07).
        01  WS-EST-ZONE       pic X(02).
        01  WS-EST-DAYS       pic 9(02).
        01  WS-EST-DATE       pic X(08).
        01  WS-EST-RESULT     pic X(01).
      * DB=以外の引数(=郵便番号の非対話検索)の個数
        01  WS-QUERY-ARGS     pic 9(02) value 0.
        01  STD.
        01  SCREEN_ITEM.
            03 search-screen-items.
               05 i_yubin pic N(10) values N"郵便番号:".
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-EXPORT-FILENAME       pic X(256).
        01  WS-MASTER-LOAD-FILENAME  pic X(256).
        01  WS-DBDATE-FILENAME       pic X(256).
        01  WS-MAINT-PEND-FILENAME   pic X(256).
        01  WS-IDX-FILENAME          pic X(256).
        01  WS-ENV-MODE              pic X(05) value "PATH ".
        SCREEN section.
        01 search-screen.
      * *    03 values N"郵便番号:" LINE 1  COL 10.
            03 value "市区町村名(漢字):" LINE 4  COL 10.
            03 a_18    LINE 4  COL 30 pic N(30) using WS-SHI-KANJI-KEY.
            03 value "Mで保守モード" LINE 5  COL 10.
            03 value "発送日(YYYYMMDD):" LINE 6  COL 10.
            03 a_19    LINE 6  COL 30 pic X(8) using WS-SHIP-DATE.
      * *    03 filler line 15 column 10 values "郵便番号:".
      * *    03 a_15  pic x(20) line 16 column 30 HIGHLIGHT.
      * *    03 filler line 16 column 10 values N"都道府県".
           03 r_03 pic N(100)  from i_08        line 13 col 30.
           03 filler value "町域名        :" line 14 col 10.
           03 r_04 pic N(100)  from i_09        line 14 col 30.
           03 filler value "ゾーン/配達予定:" line 15 col 10.
           03 r_06 pic X(2)    from WS-EST-ZONE  line 15 col 30.
           03 r_07 pic X(8)    from WS-EST-DATE  line 15 col 34.
           03 filler value "件目:" line 16 col 10.
           03 r_05 pic 9(05)   from WS-ROW-NO    line 16 col 20.
           03 filler value "[S]=保存 [Q]=終了:" line 17 col 10.
      * Fetch_Rowの列並び(dantai,name_kana,name,ken,shi,cho,banchi,
      * zip_7,...)に合わせて i_03=事業所名 i_08=郵便番号 となる
        01 jigyo-result-screen.
           03 filler value "ゾーン/配達予定:" line 9 col 10.
           03 j_08 pic X(2)    from WS-EST-ZONE  line 9 col 30.
           03 j_09 pic X(8)    from WS-EST-DATE  line 9 col 34.
           03 filler value "事業所郵便番号:" line 10 col 10.
           03 j_01 pic N(100)  from i_08        line 10 col 30.
           03 filler value "事業所名      :" line 11 col 10.
           03 m_04   line 4 col 30 pic N(30) using MAINT-CHO.

        procedure               division.
          perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
      * コマンドパラメータ数
          accept argc from argument-number.
          display "argc = " argc.

      * いずれかの引数に "DB=ファイル名" を指定すると接続先DBを
      * 差し替えられる(本番yubin.dbと研修DBの切替用。mk_seq_
      * postalcode_file.cobと同じ流儀)。DB=・ENV=は検索キーではない
      * ので非対話検索の対象には数えない
        if argc > 0
           move 1 to i
           perform until i > argc
                 unstring param(i) delimited by "="
                    into WS-ARG-JUNK W-INPUT-DBNAME
              else
                 if param(i)(1:4) not = "ENV="
                    add 1 to WS-QUERY-ARGS
                 end-if
              end-if
              compute i = i + 1
           end-perform
        end-if.
        call "ENV001" using WS-ENV-MODE W-INPUT-DBNAME.

        move "START" to WS-RJ-MODE.
        move "RUNNING" to WS-RJ-STATUS.
           stop run
        end-if.

        accept WS-TODAY-DATE from date yyyymmdd.
        move WS-TODAY-DATE to WS-SHIP-DATE.

        screen-loop.
          display search-screen.
          accept search-screen.
                 perform db-error
              end-if
           end-if.
      * 前提の表が無い旧DBや、新しいリリースで移行済みのDBでないか
      * を照合し、扱えない水準なら処理に入る前に打ち切る(オフライン
      * 索引へ切り替えた場合はDBを使わないので照合しない)
           if WS-OFFLINE-MODE not = "Y"
              call "SCH001" using db WS-SCH-NEED WS-SCH-LEVEL
                                  WS-SCH-CURRENT WS-SCH-RESULT
              if WS-SCH-RESULT not = "Y"
                 perform schema-error
              end-if
           end-if.
      D    display "<< DB connection " .
        DB-Open-E.

           move PC-町域名（漢字）      to ix_09(1:111).
           move PC-抽出年月日          to WS-OFFLINE-DATE.
           move 1 to WS-ROW-NO.
           move a_15(1:7) to WS-EST-ZIP.
           perform ESTIMATE-S thru ESTIMATE-E.
           move spaces to WS-PAGE-KEY.
           display blank-screen.
           display "オフライン・データ 抽出日:"
           end-if.
        OFFLINE-LOOKUP-E.

        ESTIMATE-S.
      * 表示中の郵便番号あての配送ゾーンと配達予定日。日付が正しく
      * ない・表に無い等で算出できないときは "--" を出す
           if WS-SHIP-DATE = spaces
              move WS-TODAY-DATE to WS-SHIP-DATE
           end-if.
           call "ZON001" using WS-EST-ZIP WS-SHIP-DATE WS-EST-ZONE
                               WS-EST-DAYS WS-EST-DATE WS-EST-RESULT.
           if WS-EST-RESULT not = "Y"
              move "--" to WS-EST-ZONE
              move spaces to WS-EST-DATE
           end-if.
        ESTIMATE-E.

        VALIDATE-ZIP-S.
      * 郵便番号欄は数字のみ許可する(空欄=カナ検索、M/Qは制御キー)
           move "Y" to WS-ZIP-VALID.
           move spaces to WS-PEND-LINE.
           string WS-JNL-DATE  delimited by size
                  " "          delimited by size
                  WS-JNL-TIME(1:6)  delimited by size
                  " oper="     delimited by size
                  WS-OPER-ID   delimited by size
                  " zip="      delimited by size
           move spaces to WS-JNL-LINE.
           string WS-JNL-DATE  delimited by size
                  " "          delimited by size
                  WS-JNL-TIME(1:6)  delimited by size
                  " oper="     delimited by size
                  WS-OPER-ID   delimited by space
                  " zip="      delimited by size
                  MAINT-KEY    delimited by space
                  " PROPOSED"  delimited by size
                  into WS-JNL-LINE.
           move "yubin_maint_jnl.dat" to WS-CHN-JOURNAL.
           move WS-JNL-LINE to WS-CHN-LINE.
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
        MAINT-PROPOSE-E.

        BATCH-LOOKUP-S.
      D    display ">> batch lookup".
           move 1 to i.
           perform until i > argc
      * DB=・ENV=は接続先の指定であって検索キーではないので読み
      * 飛ばす
              if param(i)(1:3) not = "DB="
                 and param(i)(1:4) not = "ENV="
                 initialize KANA-KEY
                 initialize WS-KEN-KANJI-KEY
                 initialize WS-SHI-KANJI-KEY
                 move spaces to WS-KN-IN
                 move WS-KN-RAW-X to WS-KN-IN(1:90)
                 call "KNA001" using WS-KN-IN WS-KN-NORM
                 move WS-KN-NORM to WS-VAR-IN
                 call "VAR001" using WS-VAR-IN WS-VAR-OUT
                 move WS-VAR-OUT to WS-KN-NORM
                 move 0 to WS-KN-LEN
                 inspect WS-KN-NORM tallying WS-KN-LEN
                    for characters before initial space
      * 都道府県名・市区町村名(漢字)のどちらか、または両方の入力値で
      * LIKE検索する。未入力の側は検索条件から外す。照合は正規化列
      * テーブル(POSTAL_CODE_NORM)側で行い、旧DB向けの直接検索文も
      * 組んでおく(DB-Select-Sの退行用)。正規化列側へは異体字を
      * 代表字へ寄せた入力値で当てる
           move WS-KEN-KANJI-KEY to WS-KN-RAW-N.
           move spaces to WS-VAR-IN.
           move WS-KN-RAW-X to WS-VAR-IN(1:90).
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT(1:90) to WS-KEN-FOLD.
           move WS-SHI-KANJI-KEY to WS-KN-RAW-N.
           move spaces to WS-VAR-IN.
           move WS-KN-RAW-X to WS-VAR-IN(1:90).
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT(1:90) to WS-SHI-FOLD.
           if WS-KEN-SP-CNT < 30 and WS-SHI-SP-CNT < 30
              string "SELECT * FROM POSTAL_CODE where zip_7 in "
                     "(SELECT zip_7 FROM POSTAL_CODE_NORM "
                     "where ken_n like '%"
                     WS-KEN-FOLD delimited by space
                     "%' and shi_n like '%"
                     WS-SHI-FOLD delimited by space
                     "%') "
                     into sbuff
              string "SELECT * FROM POSTAL_CODE where ken like '%"
                 string "SELECT * FROM POSTAL_CODE where zip_7 in "
                        "(SELECT zip_7 FROM POSTAL_CODE_NORM "
                        "where ken_n like '%"
                        WS-KEN-FOLD delimited by space
                        "%') "
                        into sbuff
                 string "SELECT * FROM POSTAL_CODE where ken like "
                 string "SELECT * FROM POSTAL_CODE where zip_7 in "
                        "(SELECT zip_7 FROM POSTAL_CODE_NORM "
                        "where shi_n like '%"
                        WS-SHI-FOLD delimited by space
                        "%') "
                        into sbuff
                 string "SELECT * FROM POSTAL_CODE where shi like "
                exit perform
             end-if
             compute WS-ROW-NO = WS-ROW-NO + 1
             move ix_03(1:7) to WS-EST-ZIP
             perform ESTIMATE-S thru ESTIMATE-E
             move spaces to WS-PAGE-KEY
             display blank-screen
             display result-screen
                exit perform
             end-if
             compute WS-JIGYO-ROW-NO = WS-JIGYO-ROW-NO + 1
             move ix_08(1:7) to WS-EST-ZIP
             perform ESTIMATE-S thru ESTIMATE-E
             move spaces to WS-PAGE-KEY
             display blank-screen
             display jigyo-result-screen
           move spaces to WS-QJ-LINE.
           string WS-QJ-DATE      delimited by size
                  " "             delimited by size
                  WS-QJ-TIME(1:6)      delimited by size
      * オペレータは固定8桁で置く(query_jnl_reportが位置で切り出す)
                  " oper="        delimited by size
                  WS-QJ-OPER      delimited by size
                  " offline="     delimited by size
                  WS-OFFLINE-MODE delimited by size
                  into WS-QJ-LINE.
           move "yubin_query_jnl.dat" to WS-CHN-JOURNAL.
           move WS-QJ-LINE to WS-CHN-LINE.
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
        QUERY-JNL-E.

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
           move "C" to WS-ALT-SEVERITY.
           move err-msg to WS-ALT-MESSAGE.
           call "ALT001" using WS-ALT-SEVERITY WS-ALT-PROGNAME
                               WS-ALT-MESSAGE.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-ALT-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           if WS-LCK-HELD = "Y"
              move "FREE " to WS-LCK-MODE
              call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                   WS-LCK-RESULT WS-LCK-HOLDER
              move "N" to WS-LCK-HELD
           end-if.
           stop run.

        LOG-ERROR-S.
      * DB障害を共通ログ(LOG001)へ重大度FATALで記帳する。FATALは
      * オペレータ通知(ALT001)も同時に上がる
           move spaces to WS-DBDATE-CMD.
           string "date -r "               delimited by size
                  W-INPUT-DBNAME           delimited by space
                  " +%Y%m%d > "            delimited by size
                  WS-DBDATE-FILENAME       delimited by space
                  into WS-DBDATE-CMD.
           call "system" using WS-DBDATE-CMD.
           open input dbdate-file.
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_export.csv" to WS-EXPORT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-EXPORT-FILENAME.
           move "yubin_master_load.dat" to WS-MASTER-LOAD-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MASTER-LOAD-FILENAME.
           move "yubin_db_date.tmp" to WS-DBDATE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DBDATE-FILENAME.
           move "yubin_maint_pend.dat" to WS-MAINT-PEND-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MAINT-PEND-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
        ENV-RESOLVE-E.
