      ** 「名前|SQL文」形式)から名前で呼び出す。SQL文中の &名前& は
      ** PARAM= で与えた値に置換される。OUT= を付けると結果を列見出し
      ** 付きでファイルへ書き出す(省略時は画面表示)。
      ** ENV=環境 は <dbfile> の後ろに置く(ファイルの所在は ENV001)。
      ** POSTAL_CODEの全15カラムまで表示できる
      **=================================================================
        identification           division.
        input-output              section.
        file-control.
        select lib-file
            assign to WS-LIB-FILENAME
            organization line sequential
            file status is WS-LIB-FS.
        select out-file
        01  db               pic    9(04).
        01  rc               pic    9(02).
        01  err-msg          pic    x(60).
      * スキーマ水準の照合(SCH001)。照会は表を選ばないので最低水準は
      * 問わず、新しいリリースで移行済みのDBだけを断る
        01  WS-SCH-NEED      pic    9(04) value 0.
        01  WS-SCH-LEVEL     pic    9(04).
        01  WS-SCH-CURRENT   pic    9(04).
        01  WS-SCH-RESULT    pic    x(01).
        01  flag             pic    x(01).
        01  argc             pic    9(02).
        01  W-DBNAME         pic    x(256) value "test.db".
        01  W-SQL            pic    x(500).
        01  W-OUT-FILENAME   pic    X(256).
        01  WS-LIB-FS        pic    X(02).
        01  WS-OUT-FS        pic    X(02).
        01  WS-OUT-MODE      pic    X(01) value "N".
        01  WS-LINE-LEN      pic 9(04).
        01  WS-ROW-COUNT     pic 9(07) value 0.
        01  i                pic 9(02).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-LIB-FILENAME  pic X(256).
        01  WS-ENV-MODE      pic X(05) value "PATH ".
        procedure                division.

           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
      * コマンドパラメータ: 1=DB名 2=SQL文またはQUERY=名前
           accept argc from argument-number
           if argc < 2 then
                               WS-PRM-NAME(WS-PARAM-COUNT)
                               WS-PRM-VALUE(WS-PARAM-COUNT)
                    end-if
                 when WS-ARG(1:4) = "ENV="
                    continue
                 when WS-ARG(1:4) = "OUT="
                    unstring WS-ARG delimited by "="
                       into WS-ARG-JUNK W-OUT-FILENAME
           end-if

      * DB connection
           call "ENV001" using WS-ENV-MODE W-DBNAME
           call  "SQLite3_Open"  using db W-DBNAME
           if return-code not = 0  then
              perform  db-error
           end-if
           call "SCH001" using db WS-SCH-NEED WS-SCH-LEVEL
                               WS-SCH-CURRENT WS-SCH-RESULT
           if WS-SCH-RESULT not = "Y"
              call "SQLite3_Close" using db
              stop run
           end-if

      * executing statement
           call  "SQLite3_Exec" using db W-SQL
           end-if

           if WS-OUT-MODE = "Y"
              call "ENV001" using WS-ENV-MODE W-OUT-FILENAME
              open output out-file
           end-if

           move return-code to rc
           display "rc=" rc ":" err-msg
           stop run.

        ENV-RESOLVE-S.
           move "dbq_library.dat" to WS-LIB-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LIB-FILENAME.
        ENV-RESOLVE-E.
