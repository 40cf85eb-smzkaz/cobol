        input-output              section.
        file-control.
        select quar-file
            assign to WS-QUAR-FILENAME
            organization line sequential
            file status is WS-QUAR-FS.
        select keep-file
            assign to WS-KEEP-FILENAME
            organization line sequential
            file status is WS-KEEP-FS.
        select err-log-file
            assign to WS-ERR-LOG-FILENAME
            organization line sequential
            file status is WS-ERR-LOG-FS.
      **=================================================================
        01  db                pic 9(04).
        01  rc                pic 9(02).
        01  err-msg           pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 1.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  WS-ESC-SRC        pic X(120).
        01  WS-ESC-SRC-LEN    pic 999.
        01  WS-ESC-DST        pic X(240).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-QUAR-FILENAME     pic X(256).
        01  WS-KEEP-FILENAME     pic X(256).
        01  WS-ERR-LOG-FILENAME  pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD          pic X(600).
           03 filler               pic X(01) value low-value.
        01  WS-DB-FILENAME       pic X(256).
        01  WS-ENV-MODE          pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 q_05 line 8 col 45 pic X(1) using WS-ACTION-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform DB-Open-S thru DB-Open-E.
        open input quar-file.
        if WS-QUAR-FS not = "00"
        close keep-file.
        perform DB-Close-S thru DB-Close-E.
      * 未修復分だけを隔離ファイルへ戻す
        move spaces to WS-FILE-CMD.
        string "mv "           delimited by size
               WS-KEEP-FILENAME delimited by space
               " "             delimited by size
               WS-QUAR-FILENAME delimited by space
               into WS-FILE-CMD.
        call "system" using WS-FILE-CMD.
        display "修復: " WS-REPAIR-COUNT " 件 / 保留: "
                WS-KEEP-COUNT " 件".
        stop run.
      * WS-DB-MAX-RETRY 回まで自動で再試行する
      D    display ">> DB connection ".
           move 0 to WS-DB-RETRY-COUNT.
           call  "SQLite3_Open"  using db WS-DB-FILENAME.
           perform until return-code = 0
                      or WS-DB-RETRY-COUNT >= WS-DB-MAX-RETRY
              add 1 to WS-DB-RETRY-COUNT
      D       display ">> DB connection ERROR, retry " WS-DB-RETRY-COUNT
              compute sleep_time = WS-DB-RETRY-COUNT * 2
              perform SLEEP-S THRU SLEEP-E
              call  "SQLite3_Open"  using db WS-DB-FILENAME
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
      * DB障害をログファイルへ日付・時刻付きで追記する
           accept WS-ERR-DATE from date yyyymmdd.
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_quarantine.dat" to WS-QUAR-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-QUAR-FILENAME.
           move "yubin_quarantine.new" to WS-KEEP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-KEEP-FILENAME.
           move "yubin_error.log" to WS-ERR-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ERR-LOG-FILENAME.
           move "yubin.db" to WS-DB-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DB-FILENAME.
        ENV-RESOLVE-E.
