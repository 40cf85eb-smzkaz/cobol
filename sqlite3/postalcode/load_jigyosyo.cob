            organization line sequential
            file status is WS-CSV-FS.
        select load-rpt-file
            assign to WS-LOAD-RPT-FILENAME
            organization line sequential
            file status is WS-LOAD-RPT-FS.
      **=================================================================
        01  db                 pic 9(04).
        01  rc                 pic 9(02).
        01  err-msg            pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 0.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  WS-ESC-SRC         pic X(200).
        01  WS-ESC-SRC-LEN     pic 999.
        01  WS-ESC-DST         pic X(400).
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-LOAD-RPT-FILENAME  pic X(256).
        01  WS-ENV-MODE           pic X(05) value "PATH ".
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
           move "yubin_jigyo_load.rpt" to WS-LOAD-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LOAD-RPT-FILENAME.
        ENV-RESOLVE-E.
