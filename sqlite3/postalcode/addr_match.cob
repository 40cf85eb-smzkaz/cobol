      ** 住所→郵便番号の一括突合バッチ
      ** 入力：addr_match_in.dat (都道府県,市区町村,町域 のカンマ区切り
      **       テキスト。営業部門等から受領する住所リスト)
      ** 出力：addr_match_out.dat   (郵便番号・確度フラグを付けた行。
      **       ZONE=Y 指定時は配送ゾーン・配達予定日の2列も付ける。
      **       発送日は SHIPDATE=YYYYMMDD、既定は処理日)
      **       addr_match_unmt.dat  (突合できず目視確認に回す行)
      ** 検索はpostalcode.cobのDB-Select-Sと同じ漢字LIKE検索。大量
      ** リストでも途中から再開できるよう抽出バッチと同様の
            organization line sequential
            file status is WS-IN-FS.
        select out-file
            assign to WS-OUT-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select unmatch-file
            assign to WS-UNMATCH-FILENAME
            organization line sequential
            file status is WS-UNMT-FS.
        select ckpt-file
            assign to WS-CKPT-FILENAME
            organization line sequential
            file status is WS-CKPT-FS.
      **=================================================================
        01  WS-KEN-LEN         pic 9(03).
        01  WS-SHI-LEN         pic 9(03).
        01  WS-CHO-LEN         pic 9(03).
      * 正規化列と照合する側の値。異体字(髙/高、﨑/崎等)をVAR001で
      * 代表字へ寄せる(出力・事業所番号の照合は入力どおりの値)
        01  WS-VAR-IN          pic X(400).
        01  WS-VAR-OUT         pic X(400).
        01  WS-FD-KEN          pic X(100).
        01  WS-FD-SHI          pic X(100).
        01  WS-FD-CHO          pic X(100).
        01  WS-FD-KEN-LEN      pic 9(03).
        01  WS-FD-SHI-LEN      pic 9(03).
        01  WS-FD-CHO-LEN      pic 9(03).
      *****************************************
      ** チェックポイント(処理済み入力行数)による再開
      *****************************************
            03 i_14         pic N(100).
            03 i_15         pic N(100).
        01  WS-HIT-ZIP         pic N(100).
        01  WS-HIT-ZIP-X REDEFINES WS-HIT-ZIP pic X(300).
      * 配送ゾーンと配達予定日(ZON001)の付加
        01  WS-ZONE-OPT        pic X(01) value "N".
        01  WS-SHIP-DATE       pic X(08) value spaces.
        01  WS-EST-ZIP         pic X(07).
        01  WS-EST-ZONE        pic X(02).
        01  WS-EST-DAYS        pic 9(02).
        01  WS-EST-DATE        pic X(08).
        01  WS-EST-RESULT      pic X(01).
        01  WS-ZONE-LINE       pic X(420).
        01  WS-HIT-COUNT       pic 9(05).
        01  WS-MATCH-LEVEL     pic X(01).
        01  sbuff              pic X(600).
        01  db                 pic 9(04).
        01  rc                 pic 9(02).
        01  err-msg            pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 2.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  flag               pic x(01).
        01  WS-DB-RETRY-COUNT  pic 9(02) value 0.
        01  WS-DB-MAX-RETRY    pic 9(02) value 3.
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-OUT-FILENAME      pic X(256).
        01  WS-UNMATCH-FILENAME  pic X(256).
        01  WS-CKPT-FILENAME     pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD          pic X(600).
           03 filler               pic X(01) value low-value.
        01  WS-ENV-MODE          pic X(05) value "PATH ".
        procedure               division.
          perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
      **コマンドパラメータ数
          accept argc from argument-number.
          display "argc = " argc.
         end-if.

      * "IN=ファイル名" で入力リスト、"DB=ファイル名" で接続先DBを
      * それぞれ差し替えられる。"ZONE=Y" で出力に配送ゾーンと配達
      * 予定日を付け、"SHIPDATE=YYYYMMDD" でその発送日を指定する
          if argc > 0
             move 1 to i
             perform until i > argc
                   unstring param(i) delimited by "="
                      into WS-ARG-JUNK W-INPUT-DBNAME
                end-if
                if param(i)(1:5) = "ZONE="
                   move param(i)(6:1) to WS-ZONE-OPT
                end-if
                if param(i)(1:9) = "SHIPDATE="
                   move param(i)(10:8) to WS-SHIP-DATE
                end-if
                compute i = i + 1
             end-perform
          end-if.
          call "ENV001" using WS-ENV-MODE W-INPUT-DBNAME.

          move "START" to WS-TMR-MODE.
          call "TMR001" using WS-TMR-MODE WS-TMR-PROGNAME
          call "JNL001" using WS-RJ-MODE WS-TMR-PROGNAME
                               WS-RJ-STATUS WS-RJ-COUNT.

          if WS-ZONE-OPT = "y"
             move "Y" to WS-ZONE-OPT
          end-if.
          if WS-SHIP-DATE = spaces
             accept WS-SHIP-DATE from date yyyymmdd
          end-if.
          perform CKPT-LOAD-S thru CKPT-LOAD-E.
          perform DB-Open-S thru DB-Open-E.
          call "ENV001" using WS-ENV-MODE W-INPUT-FILENAME.
          open input in-file.
          if WS-IN-FS not = "00"
             display "ERROR: cannot open " W-INPUT-FILENAME
                     ","              delimited by size
                     WS-MATCH-LEVEL   delimited by size
                     into WS-OUT-LINE
              if WS-ZONE-OPT = "Y"
                 perform ZONE-APPEND-S thru ZONE-APPEND-E
              end-if
              move WS-OUT-LINE to OUT-FD-REC
              write OUT-FD-REC
           end-if.
           end-if.
        MATCH-LOOP-E.

        ZONE-APPEND-S.
      * 突合した郵便番号あての配送ゾーンと配達予定日を行末に足す
      * (算出できない番号は両列とも空欄)
           move WS-HIT-ZIP-X(1:7) to WS-EST-ZIP.
           call "ZON001" using WS-EST-ZIP WS-SHIP-DATE WS-EST-ZONE
                               WS-EST-DAYS WS-EST-DATE WS-EST-RESULT.
           move spaces to WS-ZONE-LINE.
           string WS-OUT-LINE      delimited by "  "
                  ","              delimited by size
                  WS-EST-ZONE      delimited by space
                  ","              delimited by size
                  WS-EST-DATE      delimited by space
                  into WS-ZONE-LINE.
           move WS-ZONE-LINE to WS-OUT-LINE.
        ZONE-APPEND-E.

        PARSE-ADDR-S.
           move spaces to WS-IN-KEN.
           move spaces to WS-IN-SHI.
           move 0 to WS-CHO-LEN.
           inspect WS-IN-CHO tallying WS-CHO-LEN
              for characters before initial space.
           move WS-IN-KEN to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-FD-KEN.
           move 0 to WS-FD-KEN-LEN.
           inspect WS-FD-KEN tallying WS-FD-KEN-LEN
              for characters before initial space.
           move WS-IN-SHI to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-FD-SHI.
           move 0 to WS-FD-SHI-LEN.
           inspect WS-FD-SHI tallying WS-FD-SHI-LEN
              for characters before initial space.
           move WS-IN-CHO to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-FD-CHO.
           move 0 to WS-FD-CHO-LEN.
           inspect WS-FD-CHO tallying WS-FD-CHO-LEN
              for characters before initial space.
        PARSE-ADDR-E.

        ADDR-SEARCH-S.
        SEARCH-JIGYO-E.

        SEARCH-WITH-CHO-S.
      * 照合はロード時に正規化済みのPOSTAL_CODE_NORM側で行う(異体字
      * を寄せた値どうしで比べる)。
      * 未整備の旧DB向けの直接検索文も組み、EXEC-FETCH-Sで退行する
           initialize sbuff.
           move spaces to WS-LEGACY-SBUFF.
           string "SELECT * FROM POSTAL_CODE where zip_7 in "
                  "(SELECT zip_7 FROM POSTAL_CODE_NORM "
                  "where ken_n like '%"
                  WS-FD-KEN(1:WS-FD-KEN-LEN)
                  "%' and shi_n like '%"
                  WS-FD-SHI(1:WS-FD-SHI-LEN)
                  "%' and cho_n like '%"
                  WS-FD-CHO(1:WS-FD-CHO-LEN)
                  "%') "
                  into sbuff.
           string "SELECT * FROM POSTAL_CODE where ken like '%"
              string "SELECT * FROM POSTAL_CODE where zip_7 in "
                     "(SELECT zip_7 FROM POSTAL_CODE_NORM "
                     "where ken_n like '%"
                     WS-FD-KEN(1:WS-FD-KEN-LEN)
                     "%' and shi_n like '%"
                     WS-FD-SHI(1:WS-FD-SHI-LEN)
                     "%') "
                     into sbuff
              string "SELECT * FROM POSTAL_CODE where ken like '%"
              string "SELECT * FROM POSTAL_CODE where zip_7 in "
                     "(SELECT zip_7 FROM POSTAL_CODE_NORM "
                     "where ken_n like '%"
                     WS-FD-KEN(1:WS-FD-KEN-LEN)
                     "%') "
                     into sbuff
              string "SELECT * FROM POSTAL_CODE where ken like '%"
        CKPT-CLEAR-S.
      * 正常終了時は次回起動時にチェックポイントを誤って引き継がない
      * よう削除しておく
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-CKPT-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
        CKPT-CLEAR-E.

        DB-Open-S.
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
           move "addr_match_out.dat" to WS-OUT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OUT-FILENAME.
           move "addr_match_unmt.dat" to WS-UNMATCH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-UNMATCH-FILENAME.
           move "addr_match_ckpt.dat" to WS-CKPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CKPT-FILENAME.
        ENV-RESOLVE-E.
