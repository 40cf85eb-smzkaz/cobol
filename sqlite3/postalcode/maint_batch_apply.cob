            organization line sequential
            file status is WS-TXN-FS.
        select reject-file
            assign to WS-REJECT-FILENAME
            organization line sequential
            file status is WS-REJ-FS.
        select idx-file
            assign to WS-IDX-FILENAME
            organization indexed
            access mode dynamic
            record key is MB-郵便番号７桁
            label records are standard.
        01  REJECT-FD-REC        pic X(750).

      * yubin_seq.idx のバイト単位ビュー(postalcode.cobと同じ)
        fd  idx-file
            label records are standard.
        01  WS-ARG-JUNK        pic X(10).
        01  WS-TXN-FS          pic X(02).
        01  WS-REJ-FS          pic X(02).
        01  WS-IDX-FS          pic X(02).
        01  WS-TXN-EOF         pic X(01) value "N".
      * トランザクションの分解
        01  db                pic 9(04).
        01  rc                pic 9(02).
        01  err-msg           pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 2.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  flag              pic x(01).
        01  WS-DB-RETRY-COUNT pic 9(02) value 0.
        01  WS-DB-MAX-RETRY   pic 9(02) value 3.
            03 WS-ESC-SHI      pic X(400).
            03 WS-ESC-CHO      pic X(400).
      * 検索用正規化列(POSTAL_CODE_NORM)の同時維持。カナ3項目を
      * KNA001で全角へ揃え、6項目ともVAR001で異体字を代表字へ寄せて
      * から使う(ロード時のINSERT-NORM-Sと同じ)。正規化列が無い旧DB
      * では静かに読み飛ばす
        01  WS-KNA-IN          pic X(200).
        01  WS-KNA-OUT         pic X(200).
        01  WS-VAR-IN          pic X(400).
        01  WS-VAR-OUT         pic X(400).
        01  WS-NRM-KEN-KANA    pic X(400).
        01  WS-NRM-SHI-KANA    pic X(400).
        01  WS-NRM-CHO-KANA    pic X(400).
        01  WS-NRM-KEN         pic X(400).
        01  WS-NRM-SHI         pic X(400).
        01  WS-NRM-CHO         pic X(400).
      * 件数・記帳
        01  WS-READ-COUNT      pic 9(07) value 0.
        01  WS-APPLY-COUNT     pic 9(07) value 0.
        01  WS-REJ-COUNT       pic 9(07) value 0.
        01  WS-LINE-NO         pic 9(07) value 0.
        01  WS-JNL-DATE        pic 9(08).
        01  WS-JNL-TIME        pic 9(08).
        01  WS-JNL-LINE        pic X(500).
      * 連鎖ハッシュつきのジャーナル追記(CHN001)
        01  WS-CHN-MODE         pic X(05) value "ADD  ".
        01  WS-CHN-JOURNAL      pic X(30) value "yubin_maint_jnl.dat".
        01  WS-CHN-LINE         pic X(1100).
        01  WS-CHN-HASH         pic X(16).
        01  WS-CHN-RESULT       pic X(01).
        01  WS-REJ-LINE        pic X(750).
        01  WS-TODAY-DATE      pic 9(08).
      * 実行ロック(LCK001)
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-REJECT-FILENAME  pic X(256).
        01  WS-IDX-FILENAME     pic X(256).
        01  WS-DB-FILENAME      pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           call "ENV001" using WS-ENV-MODE W-INPUT-FILENAME.
           open input txn-file.
           if WS-TXN-FS not = "00"
              display "ERROR: cannot open " W-INPUT-FILENAME
                  "','"           delimited by size
                  WS-NRM-CHO-KANA delimited by space
                  "','"           delimited by size
                  WS-NRM-KEN      delimited by space
                  "','"           delimited by size
                  WS-NRM-SHI      delimited by space
                  "','"           delimited by size
                  WS-NRM-CHO      delimited by space
                  "')"            delimited by size
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
                  "', cho_kana_n='" delimited by size
                  WS-NRM-CHO-KANA delimited by space
                  "', ken_n='"    delimited by size
                  WS-NRM-KEN      delimited by space
                  "', shi_n='"    delimited by size
                  WS-NRM-SHI      delimited by space
                  "', cho_n='"    delimited by size
                  WS-NRM-CHO      delimited by space
                  "' WHERE zip_7='" delimited by size
                  WS-TX-ZIP       delimited by size
                  "'"             delimited by size
        ESCAPE-ALL-E.

        NORM-ESCAPE-S.
      * カナ3項目をKNA001で全角へ正規化し、漢字3項目と合わせて
      * VAR001で異体字を代表字へ寄せ、引用符を二重化して
      * POSTAL_CODE_NORM用の埋め込み値にする
           move spaces to WS-KNA-IN.
           move WS-TX-KEN-KANA to WS-KNA-IN.
           call "KNA001" using WS-KNA-IN WS-KNA-OUT.
           move WS-KNA-OUT to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-KEN-KANA.
           move spaces to WS-KNA-IN.
           move WS-TX-SHI-KANA to WS-KNA-IN.
           call "KNA001" using WS-KNA-IN WS-KNA-OUT.
           move WS-KNA-OUT to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-SHI-KANA.
           move spaces to WS-KNA-IN.
           move WS-TX-CHO-KANA to WS-KNA-IN.
           call "KNA001" using WS-KNA-IN WS-KNA-OUT.
           move WS-KNA-OUT to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-CHO-KANA.
           move WS-TX-KEN to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-KEN.
           move WS-TX-SHI to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-SHI.
           move WS-TX-CHO to WS-VAR-IN.
           perform NORM-FOLD-S thru NORM-FOLD-E.
           move WS-ESC-DST to WS-NRM-CHO.
        NORM-ESCAPE-E.

        NORM-FOLD-S.
      * WS-VAR-INの異体字を寄せ、引用符を二重化してWS-ESC-DSTへ
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-ESC-SRC.
           perform ESCAPE-ONE-S thru ESCAPE-ONE-E.
        NORM-FOLD-E.

        ESCAPE-ONE-S.
      * 単一引用符を二重化する(他プログラムと同じ方式)
           move 0 to WS-ESC-SRC-LEN.
           move spaces to WS-JNL-LINE.
           string WS-JNL-DATE  delimited by size
                  " "          delimited by size
                  WS-JNL-TIME(1:6)  delimited by size
                  " oper=*BATCH* zip=" delimited by size
                  WS-TX-ZIP    delimited by size
                  " ACTION="   delimited by size
                  WS-TX-CHO    delimited by space
                  "|"          delimited by size
                  into WS-JNL-LINE.
           move WS-JNL-LINE to WS-CHN-LINE.
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
        TXN-JNL-E.

        IDX-SYNC-S.
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
           move "maint_txn_rej.dat" to WS-REJECT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REJECT-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
           move "yubin.db" to WS-DB-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DB-FILENAME.
        ENV-RESOLVE-E.
