            organization line sequential
            file status is WS-CKPT-FS.
        select err-log-file
            assign to WS-ERR-LOG-FILENAME
            organization line sequential
            file status is WS-ERR-LOG-FS.
        select prev-file
            assign to WS-PREV-FILENAME
            organization line sequential
            file status is WS-PREV-FS.
        select idx-file
            assign to WS-IDX-FILENAME
            organization indexed
            access mode dynamic
            record key is IDX-郵便番号７桁
            file status is WS-IDX-FS.
        select romaji-file
            assign to WS-ROMAJI-FILENAME
            organization line sequential
            file status is WS-ROMAJI-FS.
        select dedup-file
            record key is DEDUP-KEY
            file status is WS-DEDUP-FS.
        select master-load-file
            assign to WS-MASTER-LOAD-FILENAME
            organization line sequential
            file status is WS-MASTER-LOAD-FS.
        select dbdate-file
            assign to WS-DBDATE-FILENAME
            organization line sequential
            file status is WS-DBDATE-FS.
        select status-file
            assign to WS-STATUS-FILENAME
            organization line sequential
            file status is WS-STATUS-FS.
        select jigyo-file
            assign to WS-JIGYO-FILENAME
            organization line sequential
            file status is WS-JIGYO-FS.
        select quar-file
            assign to WS-QUAR-FILENAME
            organization line sequential
            file status is WS-QUAR-FS.
        select if-seq-file
            assign to WS-IF-SEQ-FILENAME
            organization line sequential
            file status is WS-IF-SEQ-FS.
        select hist-file
            assign to WS-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
        select pending-file
            assign to WS-PENDING-FILENAME
            organization line sequential
            file status is WS-PEND-FS.
        select pending-new-file
            assign to WS-PENDING-NEW-FILENAME
            organization line sequential
            file status is WS-PEND-NEW-FS.
        select pending-rpt-file
            assign to WS-PENDING-RPT-FILENAME
            organization line sequential
            file status is WS-PEND-RPT-FS.
        select consist-rpt-file
            organization line sequential
            file status is WS-CONSIST-FS.
        select sort-work-file
            assign to WS-SORT-WORK-FILENAME.
        select sort-out-file
            assign to WS-SORT-OUT-FILENAME
            organization line sequential
      *****************************************
        01  W-OUTPUT-FILENAME  pic X(256) values "yubin_seq.dat".
        01  WS-ARG-JUNK        pic X(10).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-ARCHIVE-CMD-AREA.
           03 WS-ARCHIVE-CMD     pic X(600).
           03 filler             pic X(01) value low-value.
        01  WS-THROTTLE-SEC    pic 9(1) value 0.
      *****************************************
      ** 抽出結果の自動並べ替え(都道府県→市区町村)
        01  WS-DEDUP-FILENAME     pic X(256) value "yubin_dedup.idx".
        01  WS-CONSIST-FILENAME   pic X(256)
                                   value "yubin_consist.rpt".
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-RM-CKPT-CMD-AREA.
           03 WS-RM-CKPT-CMD        pic X(600).
           03 filler                pic X(01) value low-value.
        01  WS-SORT-OUT-FS        pic X(02).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-SORT-CMD-AREA.
           03 WS-SORT-CMD           pic X(600).
           03 filler                pic X(01) value low-value.
      *****************************************
      ** 半角カナ／ローマ字索引（外部配送システム連携用）
      *****************************************
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
        01  WS-ENC-BAD           pic X(01) value "N".
        01  WS-ENC-SKIP-COUNT    pic 9(07) value 0.
        01  WS-DELTA-MODE        pic X(01) value "N".
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-DELTA-MV-CMD-AREA.
           03 WS-DELTA-MV-CMD      pic X(600).
           03 filler               pic X(01) value low-value.
        01  WS-DELTA-SEQ-NAME    pic X(256).
        01  WS-PREV-FS           pic X(02).
        01  WS-PREV-EOF          pic X(01) value "N".
        01  WS-DELTA-WRITE       pic X(01) value "Y".
        01  WS-DB-FILE-DATE       pic 9(08) value 0.
        01  WS-TODAY-DATE         pic 9(08).
        01  WS-MASTER-LOAD-LINE   pic X(30).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-DBDATE-CMD-AREA.
           03 WS-DBDATE-CMD         pic X(600).
           03 filler                pic X(01) value low-value.
      *****************************************
      ** 完了ステータス・ファイル（後続ジョブ起動判定用）
      *****************************************
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-ERR-LOG-FILENAME      pic X(256).
        01  WS-PREV-FILENAME         pic X(256).
        01  WS-IDX-FILENAME          pic X(256).
        01  WS-ROMAJI-FILENAME       pic X(256).
        01  WS-MASTER-LOAD-FILENAME  pic X(256).
        01  WS-DBDATE-FILENAME       pic X(256).
        01  WS-STATUS-FILENAME       pic X(256).
        01  WS-JIGYO-FILENAME        pic X(256).
        01  WS-QUAR-FILENAME         pic X(256).
        01  WS-IF-SEQ-FILENAME       pic X(256).
        01  WS-HIST-FILENAME         pic X(256).
        01  WS-PENDING-FILENAME      pic X(256).
        01  WS-PENDING-NEW-FILENAME  pic X(256).
        01  WS-PENDING-RPT-FILENAME  pic X(256).
        01  WS-SORT-WORK-FILENAME    pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD              pic X(600).
           03 filler                   pic X(01) value low-value.
        01  WS-ENV-MODE              pic X(05) value "PATH ".
        SCREEN section.
        01 result-screen.
           03 filler value "郵便番号(7桁) :"  line 11 col 10.
      *     03 cho    from i_09          line 4 col 30.
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

      * 分割抽出時はパーティション専用のファイル名に切り替える。
      * DELTA/IDX/ROMAJI/JIGYOは結合後の全国ファイルを前提とした機能
      * EXTENDで開いて追記する。新規実行時のみOUTPUTで作り直す
        perform CKPT-LOAD-S thru CKPT-LOAD-E.
        if WS-SKIPPING = "Y"
           call "ENV001" using WS-ENV-MODE W-OUTPUT-FILENAME
           open extend o-file
        else
           call "ENV001" using WS-ENV-MODE W-OUTPUT-FILENAME
           open output o-file
        end-if.
        if WS-IDX-MODE = "Y"
           end-if
        end-if.
        perform DEDUP-INIT-S thru DEDUP-INIT-E.
        call "ENV001" using WS-ENV-MODE WS-CONSIST-FILENAME.
        open output consist-rpt-file.

        perform DB-GetCount-S thru DB-GetCount-E.
      D       display ">> DB connection ERROR"
              perform db-error
           end-if.
      * 前提の表が無い旧DBや、新しいリリースで移行済みのDBでないか
      * を照合し、扱えない水準なら処理に入る前に打ち切る
      * 事業所個別番号も抽出する場合はJIGYOSYO_CODEの水準まで要る
           if WS-JIGYO-MODE = "Y"
              move 3 to WS-SCH-NEED
           end-if.
           call "SCH001" using db WS-SCH-NEED WS-SCH-LEVEL
                               WS-SCH-CURRENT WS-SCH-RESULT.
           if WS-SCH-RESULT not = "Y"
              perform schema-error
           end-if.
      D    display "<< DB connection " .
        DB-Open-E.

      * 前回中断時のチェックポイント（最終書き込みキーと、ROMAJI
      * モードの進行中の件数・チェックサム累計）を読み込む
      D    display ">> loading checkpoint".
           call "ENV001" using WS-ENV-MODE WS-CKPT-FILENAME.
           open input ckpt-file.
           if WS-CKPT-FS = "00"
              read ckpt-file
      * 直近に書き込んだキーと、ROMAJIモードの件数・チェックサム
      * 累計をチェックポイントファイルへ保存する
      D    display ">> saving checkpoint".
           call "ENV001" using WS-ENV-MODE WS-CKPT-FILENAME.
           open output ckpt-file.
           move spaces to CKPT-FD-REC.
           move WS-CKPT-CUR-KEY(1:400) to CKPT-FD-REC(1:400).
      * 前回分が無ければ全件を新規として扱う
           if WS-DELTA-MODE = "Y"
      D       display ">> delta mode : preparing previous file"
              move spaces to WS-DELTA-MV-CMD
              string "mv "             delimited by size
                     WS-DELTA-SEQ-NAME delimited by space
                     " "               delimited by size
                     WS-PREV-FILENAME  delimited by space
                     " 2>/dev/null"    delimited by size
                     into WS-DELTA-MV-CMD
              call "system" using WS-DELTA-MV-CMD
              open input prev-file
              if WS-PREV-FS not = "00"
           close pending-rpt-file.
           close pending-new-file.
           close pending-file.
           move spaces to WS-FILE-CMD.
           string "mv "           delimited by size
                  WS-PENDING-NEW-FILENAME delimited by space
                  " "             delimited by size
                  WS-PENDING-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           display "pending changes: applied=" WS-PEND-APPLIED
                   " waiting=" WS-PEND-WAITING.
        PENDING-APPLY-E.
              compute WS-JIGYO-COUNT = WS-JIGYO-COUNT + 1
           end-perform.
           close jigyo-file.
           call "ENV001" using WS-ENV-MODE WS-RECON-FILENAME.
           open extend recon-file.
           move spaces to WS-RECON-LINE.
           string "JIGYO-WRITTEN=" WS-JIGYO-COUNT
        DEDUP-INIT-S.
      * 重複検知用の索引ファイルを今回実行分だけの空の状態で作り直す
      * (前回実行分のキーを引き継いで誤検知しないようにするため)
           call "ENV001" using WS-ENV-MODE WS-DEDUP-FILENAME.
           open output dedup-file.
           close dedup-file.
           call "ENV001" using WS-ENV-MODE WS-DEDUP-FILENAME.
           open i-o dedup-file.
        DEDUP-INIT-E.

      * 抽出結果の欠落有無を確認できるようレポートファイルへ記録する
      D    display ">> writing reconciliation report".
           compute WS-WRITE-COUNT = wk-count - 1.
           call "ENV001" using WS-ENV-MODE WS-RECON-FILENAME.
           open output recon-file.
           move spaces to WS-RECON-LINE.
           string "EXPECTED=" rec-count " WRITTEN=" WS-WRITE-COUNT
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
           call "ALT001" using WS-ALT-SEVERITY WS-TMR-PROGNAME
                               WS-ALT-MESSAGE.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-TMR-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           if WS-PART-MODE = "N"
              move "FREE " to WS-LCK-MODE
              call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                   WS-LCK-RESULT WS-LCK-HOLDER
           end-if.
           stop run.

        LOG-ERROR-S.
      * DB障害をログファイルへ日付・時刻付きで追記する
           accept WS-ERR-DATE from date yyyymmdd.
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
           move "yubin_error.log" to WS-ERR-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ERR-LOG-FILENAME.
           move "yubin_seq.dat" to WS-DELTA-SEQ-NAME.
           call "ENV001" using WS-ENV-MODE WS-DELTA-SEQ-NAME.
           move "yubin_seq.dat.prev" to WS-PREV-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PREV-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
           move "yubin_seq_romaji.dat" to WS-ROMAJI-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROMAJI-FILENAME.
           move "yubin_master_load.dat" to WS-MASTER-LOAD-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MASTER-LOAD-FILENAME.
           move "yubin_db_date.tmp" to WS-DBDATE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DBDATE-FILENAME.
           move "yubin_complete.dat" to WS-STATUS-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-STATUS-FILENAME.
           move "yubin_jigyo_seq.dat" to WS-JIGYO-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-JIGYO-FILENAME.
           move "yubin_quarantine.dat" to WS-QUAR-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-QUAR-FILENAME.
           move "yubin_if_seq.dat" to WS-IF-SEQ-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IF-SEQ-FILENAME.
           move "yubin_history.dat" to WS-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-FILENAME.
           move "yubin_pending.dat" to WS-PENDING-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PENDING-FILENAME.
           move "yubin_pending.new" to WS-PENDING-NEW-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PENDING-NEW-FILENAME.
           move "pending_changes.rpt" to WS-PENDING-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PENDING-RPT-FILENAME.
           move "yubin_seq_sort.wk" to WS-SORT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-WORK-FILENAME.
        ENV-RESOLVE-E.
