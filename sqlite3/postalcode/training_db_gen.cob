      ** 引数：PREF=都道府県名 で対象県を絞った部分集合を作る
      **       (未指定なら全件コピー)
      ** 新人が本番DBで保守練習をしなくて済むよう、本番と同じ形の
      ** POSTAL_CODE(と本番のスキーマ水準にある正規化列・注記・事業
      ** 所個別番号の表、SCHEMA_VERSION)を持つ別DBを切り出す。
      ** TRAINING_MARKERテーブルで研修用であることを識別できる。
      ** 各プログラムはDB=引数でこの研修DBへ接続して練習する
      **=================================================================
        identification           division.
        program-id.              training_db_gen.
        01  rc                 pic 9(02).
        01  err-msg            pic x(60).
        01  rec-count          pic 9(07) value 0.
      * 本番DBのスキーマ水準(SCH001)。研修DBは本番と同じ水準の表を
      * 持たせ、SCHEMA_VERSIONも写して同じ水準として扱わせる
        01  WS-SCH-NEED        pic 9(04) value 1.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-RM-CMD-AREA.
           03 WS-RM-CMD          pic X(600).
           03 filler             pic X(01) value low-value.
        01  WS-TODAY-YMD8      pic 9(08).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-ENV-MODE        pic X(05) value "PATH ".
      **=================================================================
        procedure               division.
        MAIN-S.
                 compute i = i + 1
              end-perform
           end-if.
           call "ENV001" using WS-ENV-MODE W-SRC-DBNAME.
           call "ENV001" using WS-ENV-MODE W-TRN-DBNAME.

      * 写し元の水準を先に確かめる。扱えない水準の本番DBからは
      * 作らない(前回の研修DBも消さずに残す)
           call "SQLite3_Open" using db W-SRC-DBNAME.
           if return-code not = 0
              perform db-error
           end-if.
           call "SCH001" using db WS-SCH-NEED WS-SCH-LEVEL
                               WS-SCH-CURRENT WS-SCH-RESULT.
           call "SQLite3_Close" using db.
           if WS-SCH-RESULT not = "Y"
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.

      * 前回の研修DBを消して作り直す(研修データは使い捨て)
           move spaces to WS-RM-CMD.
           if return-code not = 0
              perform db-error
           end-if.
           perform COPY-LEVEL-TABLES-S thru COPY-LEVEL-TABLES-E.
           initialize sbuff.
           string "DETACH prod" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           end-if.
        COPY-SUBSET-E.

        COPY-LEVEL-TABLES-S.
      * 本番の水準にある表も写す。正規化列と注記は写した
      * POSTAL_CODEの郵便番号の分だけ、事業所個別番号は指定県の分
      * だけ。水準0(登録簿導入前)の本番からは登録簿を写さない
           if WS-SCH-LEVEL >= 2
              initialize sbuff
              string "CREATE TABLE POSTAL_CODE_NORM AS SELECT * "
                     "FROM prod.POSTAL_CODE_NORM WHERE zip_7 IN "
                     "(SELECT zip_7 FROM POSTAL_CODE)"
                     into sbuff
              call "SQLite3_Exec" using db sbuff
              if return-code not = 0
                 perform db-error
              end-if
              initialize sbuff
              string "CREATE TABLE POSTAL_CODE_NOTE AS SELECT * "
                     "FROM prod.POSTAL_CODE_NOTE WHERE zip_7 IN "
                     "(SELECT zip_7 FROM POSTAL_CODE)"
                     into sbuff
              call "SQLite3_Exec" using db sbuff
              if return-code not = 0
                 perform db-error
              end-if
           end-if.
           if WS-SCH-LEVEL >= 3
              initialize sbuff
              if WS-PREF = spaces
                 string "CREATE TABLE JIGYOSYO_CODE AS SELECT * "
                        "FROM prod.JIGYOSYO_CODE"
                        into sbuff
              else
                 string "CREATE TABLE JIGYOSYO_CODE AS SELECT * "
                        "FROM prod.JIGYOSYO_CODE WHERE ken='"
                        delimited by size
                        WS-PREF     delimited by space
                        "'"         delimited by size
                        into sbuff
              end-if
              call "SQLite3_Exec" using db sbuff
              if return-code not = 0
                 perform db-error
              end-if
           end-if.
           if WS-SCH-LEVEL > 0
              initialize sbuff
              string "CREATE TABLE SCHEMA_VERSION AS SELECT * "
                     "FROM prod.SCHEMA_VERSION"
                     into sbuff
              call "SQLite3_Exec" using db sbuff
              if return-code not = 0
                 perform db-error
              end-if
           end-if.
        COPY-LEVEL-TABLES-E.

        MARK-TRAINING-S.
      * 研修DBであることを示すマーカー。誤って本番と取り違えた時に
      * SELECTひとつで見分けられる
