        input-output              section.
        file-control.
        select jnl-file
            assign to WS-JNL-FILENAME
            organization line sequential
            file status is WS-JNL-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
        select idx-file
            assign to WS-IDX-FILENAME
            organization indexed
            access mode dynamic
            record key is MU-郵便番号７桁
        file                      section.
        fd  jnl-file
            label records are standard.
        01  JNL-FD-REC           pic X(520).

        fd  rpt-file
            label records are standard.
        01  db                 pic 9(04).
        01  rc                 pic 9(02).
        01  err-msg            pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 2.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  WS-DB-RETRY-COUNT  pic 9(02) value 0.
        01  WS-DB-MAX-RETRY    pic 9(02) value 3.
        01  WS-ESC-SRC         pic X(200).
        01  WS-ESC-KEN         pic X(400).
        01  WS-ESC-SHI         pic X(400).
        01  WS-ESC-CHO         pic X(400).
      * 正規化列へは異体字を代表字へ寄せた形(VAR001)で映す
        01  WS-VAR-IN          pic X(400).
        01  WS-VAR-OUT         pic X(400).
        01  WS-NRM-KEN         pic X(400).
        01  WS-NRM-SHI         pic X(400).
        01  WS-NRM-CHO         pic X(400).
        01  WS-JNL-DATE        pic 9(08).
        01  WS-JNL-TIME        pic 9(08).
        01  WS-JNL-LINE        pic X(500).
      * 連鎖ハッシュつきのジャーナル追記(CHN001)
        01  WS-CHN-MODE         pic X(05) value "ADD  ".
        01  WS-CHN-JOURNAL      pic X(30) value "yubin_maint_jnl.dat".
        01  WS-CHN-LINE         pic X(1100).
        01  WS-CHN-HASH         pic X(16).
        01  WS-CHN-RESULT       pic X(01).
        01  WS-UNDO-COUNT      pic 9(03) value 0.
        01  WS-RPT-LINE        pic X(300).
      * 実行ロック(LCK001)
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-JNL-FILENAME  pic X(256).
        01  WS-RPT-FILENAME  pic X(256).
        01  WS-IDX-FILENAME  pic X(256).
        01  WS-DB-FILENAME   pic X(256).
        01  WS-ENV-MODE      pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
           end-if.
      * 漢字LIKE検索が引く正規化列テーブルにも同じ前イメージを
      * 映す(無い旧DBでは静かに読み飛ばす)
           move WS-UD-KEN(i) to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-KEN.
           move WS-UD-SHI(i) to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-SHI.
           move WS-UD-CHO(i) to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-CHO.
           initialize sbuff.
           string "UPDATE POSTAL_CODE_NORM SET ken_n='"
                  delimited by size
                  WS-NRM-KEN      delimited by space
                  "', shi_n='"    delimited by size
                  WS-NRM-SHI      delimited by space
                  "', cho_n='"    delimited by size
                  WS-NRM-CHO      delimited by space
                  "' WHERE zip_7='" delimited by size
                  WS-UD-ZIP(i)    delimited by size
                  "'"             delimited by size
           end-if.
        UNDO-INSERT-E.

        NORM-FOLD-S.
      * WS-VAR-INの異体字を寄せ、引用符を二重化してWS-ESC-DSTへ
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-ESC-SRC.
           perform ESCAPE-ONE-S thru ESCAPE-ONE-E.
        NORM-FOLD-E.

        ESCAPE-ONE-S.
           move 0 to WS-ESC-SRC-LEN.
           inspect WS-ESC-SRC tallying WS-ESC-SRC-LEN
           move spaces to WS-JNL-LINE.
           string WS-JNL-DATE  delimited by size
                  " "          delimited by size
                  WS-JNL-TIME(1:6)  delimited by size
                  " oper=*UNDO** zip=" delimited by size
                  WS-UD-ZIP(i) delimited by size
                  " UNDO-OF date=" delimited by size
                  WS-UD-CHO(i) delimited by space
                  "|"          delimited by size
                  into WS-JNL-LINE.
           move WS-JNL-LINE to WS-CHN-LINE.
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
        UNDO-JNL-E.

        DB-Open-S.
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
           move "FREE " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
           stop run.

        LOG-ERROR-S.
      * DB障害を共通ログ(LOG001)へ重大度FATALで記帳する。FATALは
      * オペレータ通知(ALT001)も同時に上がる
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_maint_jnl.dat" to WS-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-JNL-FILENAME.
           move "maint_undo.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
           move "yubin.db" to WS-DB-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DB-FILENAME.
        ENV-RESOLVE-E.
