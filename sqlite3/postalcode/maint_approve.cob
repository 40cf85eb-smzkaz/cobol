        input-output              section.
        file-control.
        select pend-file
            assign to WS-PEND-FILENAME
            organization line sequential
            file status is WS-PEND-FS.
        select idx-file
            assign to WS-IDX-FILENAME
            organization indexed
            access mode dynamic
            record key is MA-郵便番号７桁
            label records are standard.
        01  PEND-FD-REC          pic X(700).

      * yubin_seq.idx のバイト単位ビュー(postalcode.cobと同じ)
        fd  idx-file
            label records are standard.
        01  WS-LOG-MESSAGE     pic X(80).
        78  black                       value 0.
        01  WS-PEND-FS        pic X(02).
        01  WS-IDX-FS         pic X(02).
        01  WS-PEND-EOF       pic X(01).
      * 承認待ちの全件をメモリへ読み込み、処理済みを除いて書き戻す
        01  db                pic 9(04).
        01  rc                pic 9(02).
        01  err-msg           pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 2.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  WS-DB-RETRY-COUNT pic 9(02) value 0.
        01  WS-DB-MAX-RETRY   pic 9(02) value 3.
        01  WS-ESC-SRC        pic X(200).
        01  WS-ESC-KEN        pic X(400).
        01  WS-ESC-SHI        pic X(400).
        01  WS-ESC-CHO        pic X(400).
      * 正規化列へは異体字を代表字へ寄せた形(VAR001)で映す
        01  WS-VAR-IN         pic X(400).
        01  WS-VAR-OUT        pic X(400).
        01  WS-NRM-KEN        pic X(400).
        01  WS-NRM-SHI        pic X(400).
        01  WS-NRM-CHO        pic X(400).
      * オペレータ・サインオン(OPR001。承認はSロールのみ)
        01  WS-OPER-ID        pic X(08).
        01  WS-OPER-PW        pic X(08).
        01  WS-LCK-HOLDER     pic X(20).
      * ジャーナル記帳・索引反映
        01  WS-JNL-DATE       pic 9(08).
        01  WS-JNL-TIME       pic 9(08).
        01  WS-JNL-LINE       pic X(500).
      * 連鎖ハッシュつきのジャーナル追記(CHN001)
        01  WS-CHN-MODE         pic X(05) value "ADD  ".
        01  WS-CHN-JOURNAL      pic X(30) value "yubin_maint_jnl.dat".
        01  WS-CHN-LINE         pic X(1100).
        01  WS-CHN-HASH         pic X(16).
        01  WS-CHN-RESULT       pic X(01).
        01  WS-IDX-SYNC-RESULT pic X(06).
        01  WS-APPROVE-COUNT  pic 9(05) value 0.
        01  WS-REJECT-COUNT   pic 9(05) value 0.
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-PEND-FILENAME  pic X(256).
        01  WS-IDX-FILENAME   pic X(256).
        01  WS-DB-FILENAME    pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 d_01   line 20 col 40 pic X(1) using WS-DECISION-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-OPER-ROLE not = "S"
           display "承認権限(Sロール)がありません"
           move spaces to WS-JNL-LINE.
           string WS-JNL-DATE  delimited by size
                  " "          delimited by size
                  WS-JNL-TIME(1:6)  delimited by size
                  " oper="     delimited by size
                  WS-OPER-ID   delimited by space
                  " zip="      delimited by size
           move spaces to WS-JNL-LINE.
           string WS-JNL-DATE  delimited by size
                  " "          delimited by size
                  WS-JNL-TIME(1:6)  delimited by size
                  " oper="     delimited by size
                  WS-PD-MAKER  delimited by size
                  " zip="      delimited by size
        JNL-WRITE-E.

        JNL-APPEND-S.
           move WS-JNL-LINE to WS-CHN-LINE.
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
        JNL-APPEND-E.

        DB-Update-S.
      * 映さないと新しい町名では月次ロードまで検索に出てこない
      * (yubin_seq.idxと同じ鮮度維持)。正規化列の無い旧DBでは
      * 静かに読み飛ばす
           move WS-PD-AFT-KEN to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-KEN.
           move WS-PD-AFT-SHI to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-SHI.
           move WS-PD-AFT-CHO to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-CHO.
           initialize sbuff.
           string "UPDATE POSTAL_CODE_NORM SET ken_n='"
                  delimited by size
                  WS-NRM-KEN                      delimited by space
                  "', shi_n='"                    delimited by size
                  WS-NRM-SHI                      delimited by space
                  "', cho_n='"                    delimited by size
                  WS-NRM-CHO                      delimited by space
                  "' WHERE zip_7='"               delimited by size
                  WS-PD-ZIP                       delimited by size
                  "'"                             delimited by size
           call "SQLite3_Exec" using db sbuff.
        DB-Update-E.

        NORM-FOLD-S.
      * WS-VAR-INの異体字を寄せ、引用符を二重化してWS-ESC-DSTへ
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move 0 to WS-ESC-SRC-LEN.
           move WS-VAR-OUT to WS-ESC-SRC.
           inspect WS-ESC-SRC tallying WS-ESC-SRC-LEN
              for characters before initial spaces.
           perform ESCAPE-QUOTE-S thru ESCAPE-QUOTE-E.
        NORM-FOLD-E.

        ESCAPE-QUOTE-S.
           move spaces to WS-ESC-DST.
           move 0 to WS-ESC-DST-LEN.
           move spaces to WS-JNL-LINE.
           string WS-JNL-DATE  delimited by size
                  " "          delimited by size
                  WS-JNL-TIME(1:6)  delimited by size
                  " oper="     delimited by size
                  WS-OPER-ID   delimited by space
                  " zip="      delimited by size
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
           move "yubin_maint_pend.dat" to WS-PEND-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PEND-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
           move "yubin.db" to WS-DB-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DB-FILENAME.
        ENV-RESOLVE-E.
