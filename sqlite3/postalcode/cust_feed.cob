      **=================================================================
      ** 顧客変更の日次連携ファイル作成(CRM・請求システム向け)
      ** 引数：RESEND=nnnnnn (指定通番の控えを cust_feed.dat へ戻して
      **       再送する。新しい変更は拾わず通番も進めない)
      ** 入力：cust_jnl.dat (顧客変更ジャーナル。本体の追加・変更・
      **       削除(区分空白)だけを拾う。配送先・予約は対象外)
      **       cust_merge_jnl.dat (統合の記録。整理→存続)
      **       cust_xref.idx (外部システムの顧客番号。受け側が
      **       自分の番号で更新を当てられるよう明細に載せる)
      **       cust_feed_ctl.dat (前回までの制御値。1行
      **         「SEQ=nnnnnn CHG=nnnnnnnnn LAST=YYYYMMDDHHMMSS」。
      **         無ければ初回として全件を拾う)
      ** 出力：cust_feed.dat (HDR/TRLで明細を挟んだ連携ファイル)
      **       cust_feed.dat.nnnnnn (通番ごとの控え。再送用)
      **       cust_feed_ctl.dat (今回の通番・変更番号・取込済み時刻)
      ** CRM・請求側は住所が古いと気づいたときだけ cust_export.csv を
      ** 丸ごと取り込み直していたため、前回の作成以降に記帳された
      ** 変更(通常の夜間運用では当日分)だけを毎晩送る。明細は
      **   CHG,変更番号9桁,処理,日付,時刻,顧客番号,外部ID,顧客名漢字,
      **   顧客名カナ,郵便番号,都道府県,市区町村,町域,番地建物,
      **   郵送停止,国コード,海外住所
      ** (処理 A=追加 C=変更 D=削除。A/Cは変更後像、Dは変更前像。
      ** 海外住所は最終項目で、読手側は残り全部を1項目として扱う)と
      **   CHG,変更番号9桁,R,日付,時刻,整理側顧客番号,存続側顧客番号,
      **   外部ID
      ** (統合：整理側を存続側へ引退させる。外部IDは存続側のもので、
      ** 統合で整理側から付け替わった番号も含む)。外部IDは作成時点の
      ** 相互参照を「システム:番号」の ; 区切りで並べる。変更番号は
      ** 連携の開始から通しで振る。封筒は配送システム連携(mk_seq_postalcode_
      ** file)と同じ HDR,送信元,作成日時,通番 / TRL,件数,チェック
      ** サム で、チェックサムは「各明細の変更番号＋行長」の総和の
      ** 下9桁。受領確認は ack_verify IF=CUSTFEED で突き合わせ、
      ** 通番の飛び(届かなかった日)は RESEND= で控えから送り直す
      **=================================================================
        identification           division.
        program-id.              cust_feed.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select cust-jnl-file
            assign to WS-CUST-JNL-FILENAME
            organization line sequential
            file status is WS-CJNL-FS.
        select merge-jnl-file
            assign to WS-MERGE-JNL-FILENAME
            organization line sequential
            file status is WS-MJNL-FS.
        select xref-file
            assign to WS-XREF-FILENAME
            organization indexed
            access mode dynamic
            record key is XR-キー
            alternate record key is XR-外部キー
            file status is WS-XREF-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select feed-file
            assign to WS-FEED-FILENAME
            organization line sequential
            file status is WS-FEED-FS.
      * 再送時の控えの存在確認(名前は通番から組む)
        select arc-file
            assign to WS-ARC-NAME
            organization line sequential
            file status is WS-ARC-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  cust-jnl-file
            label records are standard.
        01  CJNL-FD-REC         pic X(1070).

        fd  merge-jnl-file
            label records are standard.
        01  MJNL-FD-REC         pic X(700).

        fd  xref-file
            label records are standard.
        01  XREF-REC.
            COPY CUSTXREF.

        fd  ctl-file
            label records are standard.
        01  CTL-FD-REC          pic X(80).

        fd  feed-file
            label records are standard.
        01  FEED-FD-REC         pic X(700).

        fd  arc-file
            label records are standard.
        01  ARC-FD-REC          pic X(700).

        working-storage           section.
        01  WS-CJNL-FS          pic X(02).
        01  WS-MJNL-FS          pic X(02).
        01  WS-CTL-FS           pic X(02).
        01  WS-XREF-FS          pic X(02).
      * 外部IDの列挙(相互参照が無い運用では空欄で送る)
        01  WS-XREF-OPEN        pic X(01) value "N".
        01  WS-XREF-EOF         pic X(01).
        01  WS-XREF-CUST        pic X(08).
        01  WS-XREF-LIST        pic X(200).
        01  WS-XREF-PTR         pic 9(03).
        01  WS-FEED-FS          pic X(02).
        01  WS-ARC-FS           pic X(02).
        01  WS-EOF              pic X(01).
        01  WS-ARG-JUNK         pic X(10).
        01  WS-RESEND-SEQ       pic X(06) value spaces.
        01  WS-ARC-NAME         pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-CMD-AREA.
           03 WS-CMD              pic X(600).
           03 filler              pic X(01) value low-value.
      * 制御値(前回分)と今回の取込範囲。記帳日時が前回の取込済み
      * 時刻より後で、今回の開始時刻以前のものを拾う
        01  WS-SEQ-NO           pic 9(06) value 0.
        01  WS-CHG-NO           pic 9(09) value 0.
        01  WS-LAST-STAMP       pic X(14) value low-values.
        01  WS-RUN-DATE         pic 9(08).
        01  WS-RUN-TIME         pic 9(08).
        01  WS-RUN-STAMP        pic X(14).
        01  WS-REC-STAMP        pic X(14).
        01  WS-TOK.
            03 WS-TOK-ENTRY  occurs 3  pic X(30).
      * 像の項目分解。cust_maintのWS-IMG-WORKと同じ並び・同じPIC
      * でなければ位置がずれる
        01  WS-IMG-N.
            03 WS-IMG-NAME-N    pic N(20).
            03 WS-IMG-KANA-N    pic N(20).
            03 WS-IMG-ZIP       pic X(07).
            03 WS-IMG-KEN-N     pic N(4).
            03 WS-IMG-SHI-N     pic N(10).
            03 WS-IMG-CHO-N     pic N(37).
            03 WS-IMG-BAN-N     pic N(30).
            03 WS-IMG-UPD       pic X(08).
            03 WS-IMG-STOP      pic X(01).
            03 WS-IMG-LABEL     pic X(01).
            03 WS-IMG-CNTRY     pic X(02).
            03 WS-IMG-OVERSEAS  pic X(120).
        01  WS-IMG-X REDEFINES WS-IMG-N pic X(502).
      * CSV用の生バイト・ビュー(cust_load の書出と同じREDEFINES方式)
        01  WS-WORK-N.
            03 WS-WK-NAME-N    pic N(20).
            03 WS-WK-KANA-N    pic N(20).
            03 WS-WK-KEN-N     pic N(4).
            03 WS-WK-SHI-N     pic N(10).
            03 WS-WK-CHO-N     pic N(37).
            03 WS-WK-BAN-N     pic N(30).
        01  WS-WORK-X REDEFINES WS-WORK-N.
            03 WS-WK-NAME-X    pic X(60).
            03 WS-WK-KANA-X    pic X(60).
            03 WS-WK-KEN-X     pic X(12).
            03 WS-WK-SHI-X     pic X(30).
            03 WS-WK-CHO-X     pic X(111).
            03 WS-WK-BAN-X     pic X(90).
        01  WS-FEED-LINE        pic X(700).
      * トレーラの件数とチェックサム(ack_verify と同じ封筒)
        01  WS-DETAIL-COUNT     pic 9(07) value 0.
        01  WS-MERGE-COUNT      pic 9(07) value 0.
        01  WS-CKSUM-ACC        pic 9(12) value 0.
        01  WS-CKSUM            pic 9(09) value 0.
        01  WS-CKSUM-DIV        pic 9(03).
        01  WS-CKSUM-LEN        pic 9(03).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "CUST_FEED".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 9(02).
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-JNL-FILENAME   pic X(256).
        01  WS-MERGE-JNL-FILENAME  pic X(256).
        01  WS-XREF-FILENAME       pic X(256).
        01  WS-CTL-FILENAME        pic X(256).
        01  WS-FEED-FILENAME       pic X(256).
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:7) = "RESEND="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-RESEND-SEQ
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           if WS-RESEND-SEQ not = spaces
              perform RESEND-S thru RESEND-E
           end-if.
           accept WS-RUN-DATE from date yyyymmdd.
           accept WS-RUN-TIME from time.
           move WS-RUN-DATE to WS-RUN-STAMP(1:8).
           move WS-RUN-TIME(1:6) to WS-RUN-STAMP(9:6).
           perform READ-CONTROL-S thru READ-CONTROL-E.
           add 1 to WS-SEQ-NO.
           open output feed-file.
           if WS-FEED-FS not = "00"
              display "ERROR: cannot create cust_feed.dat status="
                      WS-FEED-FS
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           move spaces to WS-FEED-LINE.
           string "HDR,CUSTFEED,"  delimited by size
                  WS-RUN-STAMP     delimited by size
                  ","              delimited by size
                  WS-SEQ-NO        delimited by size
                  into WS-FEED-LINE.
           move WS-FEED-LINE to FEED-FD-REC.
           write FEED-FD-REC.
           open input xref-file.
           if WS-XREF-FS = "00"
              move "Y" to WS-XREF-OPEN
           end-if.
      * (1) 顧客変更ジャーナル(本体の追加・変更・削除)
           open input cust-jnl-file.
           if WS-CJNL-FS = "00"
              move "N" to WS-EOF
              perform until WS-EOF = "Y"
                 read cust-jnl-file
                    at end
                       move "Y" to WS-EOF
                    not at end
                       perform CHANGE-ONE-S thru CHANGE-ONE-E
                 end-read
              end-perform
              close cust-jnl-file
           end-if.
      * (2) 統合(整理側を存続側へ引退させる)
           open input merge-jnl-file.
           if WS-MJNL-FS = "00"
              move "N" to WS-EOF
              perform until WS-EOF = "Y"
                 read merge-jnl-file
                    at end
                       move "Y" to WS-EOF
                    not at end
                       perform MERGE-ONE-S thru MERGE-ONE-E
                 end-read
              end-perform
              close merge-jnl-file
           end-if.
           if WS-XREF-OPEN = "Y"
              close xref-file
           end-if.
           divide WS-CKSUM-ACC by 1000000000
              giving WS-CKSUM-DIV
              remainder WS-CKSUM.
           move spaces to WS-FEED-LINE.
           string "TRL,"          delimited by size
                  WS-DETAIL-COUNT delimited by size
                  ","             delimited by size
                  WS-CKSUM        delimited by size
                  into WS-FEED-LINE.
           move WS-FEED-LINE to FEED-FD-REC.
           write FEED-FD-REC.
           close feed-file.
      * 再送用の控えを取ってから制御値を進める(控えが無いまま通番
      * だけ進むと、その日を送り直せなくなる)
           move spaces to WS-CMD.
           string "cp "             delimited by size
                  WS-FEED-FILENAME  delimited by space
                  " "               delimited by size
                  WS-FEED-FILENAME  delimited by space
                  "."               delimited by size
                  WS-SEQ-NO         delimited by size
                  into WS-CMD.
           call "system" using WS-CMD.
           perform WRITE-CONTROL-S thru WRITE-CONTROL-E.
           display "CUST FEED SEQ=" WS-SEQ-NO
                   " DETAILS=" WS-DETAIL-COUNT
                   " (merges=" WS-MERGE-COUNT ")"
                   " CHECKSUM=" WS-CKSUM.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-DETAIL-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        RESEND-S.
      * 指定通番の控えを送信ファイルへ戻す。制御値は変えない
           move spaces to WS-ARC-NAME.
           string WS-FEED-FILENAME  delimited by space
                  "."               delimited by size
                  WS-RESEND-SEQ     delimited by space
                  into WS-ARC-NAME.
           open input arc-file.
           if WS-ARC-FS not = "00"
              display "ERROR: no saved feed " WS-ARC-NAME
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           close arc-file.
           move spaces to WS-CMD.
           string "cp "           delimited by size
                  WS-ARC-NAME     delimited by space
                  " "             delimited by size
                  WS-FEED-FILENAME delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
           display "CUST FEED RESEND SEQ=" WS-RESEND-SEQ.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        RESEND-E.

        READ-CONTROL-S.
           open input ctl-file.
           if WS-CTL-FS not = "00"
              go to READ-CONTROL-E
           end-if.
           read ctl-file
              at end
                 close ctl-file
                 go to READ-CONTROL-E
           end-read.
           close ctl-file.
           initialize WS-TOK.
           unstring CTL-FD-REC delimited by " "
              into WS-TOK-ENTRY(1) WS-TOK-ENTRY(2) WS-TOK-ENTRY(3).
           if WS-TOK-ENTRY(1)(1:4) = "SEQ="
              and WS-TOK-ENTRY(1)(5:6) is numeric
              move WS-TOK-ENTRY(1)(5:6) to WS-SEQ-NO
           end-if.
           if WS-TOK-ENTRY(2)(1:4) = "CHG="
              and WS-TOK-ENTRY(2)(5:9) is numeric
              move WS-TOK-ENTRY(2)(5:9) to WS-CHG-NO
           end-if.
           if WS-TOK-ENTRY(3)(1:5) = "LAST="
              and WS-TOK-ENTRY(3)(6:14) is numeric
              move WS-TOK-ENTRY(3)(6:14) to WS-LAST-STAMP
           end-if.
        READ-CONTROL-E.

        WRITE-CONTROL-S.
           open output ctl-file.
           move spaces to CTL-FD-REC.
           string "SEQ="       delimited by size
                  WS-SEQ-NO    delimited by size
                  " CHG="      delimited by size
                  WS-CHG-NO    delimited by size
                  " LAST="     delimited by size
                  WS-RUN-STAMP delimited by size
                  into CTL-FD-REC.
           write CTL-FD-REC.
           close ctl-file.
        WRITE-CONTROL-E.

        FAIL-END-S.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        FAIL-END-E.

        CHANGE-ONE-S.
      * 今回の範囲に入る本体の記帳だけを明細にする
           if CJNL-FD-REC(27:1) not = space
              go to CHANGE-ONE-E
           end-if.
           move CJNL-FD-REC(1:8) to WS-REC-STAMP(1:8).
           move CJNL-FD-REC(10:6) to WS-REC-STAMP(9:6).
           if WS-REC-STAMP not numeric
              or WS-REC-STAMP not > WS-LAST-STAMP
              or WS-REC-STAMP > WS-RUN-STAMP
              go to CHANGE-ONE-E
           end-if.
           evaluate CJNL-FD-REC(26:1)
              when "A"
              when "C"
                 move CJNL-FD-REC(540:502) to WS-IMG-X
              when "D"
                 move CJNL-FD-REC(37:502) to WS-IMG-X
              when other
                 go to CHANGE-ONE-E
           end-evaluate.
           add 1 to WS-CHG-NO.
           move WS-IMG-NAME-N to WS-WK-NAME-N.
           move WS-IMG-KANA-N to WS-WK-KANA-N.
           move WS-IMG-KEN-N  to WS-WK-KEN-N.
           move WS-IMG-SHI-N  to WS-WK-SHI-N.
           move WS-IMG-CHO-N  to WS-WK-CHO-N.
           move WS-IMG-BAN-N  to WS-WK-BAN-N.
           move CJNL-FD-REC(28:8) to WS-XREF-CUST.
           perform XREF-LIST-S thru XREF-LIST-E.
           move spaces to WS-FEED-LINE.
           string "CHG,"            delimited by size
                  WS-CHG-NO         delimited by size
                  ","               delimited by size
                  CJNL-FD-REC(26:1) delimited by size
                  ","               delimited by size
                  CJNL-FD-REC(1:8)  delimited by size
                  ","               delimited by size
                  CJNL-FD-REC(10:6) delimited by size
                  ","               delimited by size
                  CJNL-FD-REC(28:8) delimited by space
                  ","               delimited by size
                  WS-XREF-LIST      delimited by space
                  ","               delimited by size
                  WS-WK-NAME-X      delimited by "  "
                  ","               delimited by size
                  WS-WK-KANA-X      delimited by "  "
                  ","               delimited by size
                  WS-IMG-ZIP        delimited by space
                  ","               delimited by size
                  WS-WK-KEN-X       delimited by "  "
                  ","               delimited by size
                  WS-WK-SHI-X       delimited by "  "
                  ","               delimited by size
                  WS-WK-CHO-X       delimited by "  "
                  ","               delimited by size
                  WS-WK-BAN-X       delimited by "  "
                  ","               delimited by size
                  WS-IMG-STOP       delimited by size
                  ","               delimited by size
                  WS-IMG-CNTRY      delimited by size
                  ","               delimited by size
                  WS-IMG-OVERSEAS   delimited by "  "
                  into WS-FEED-LINE.
           perform WRITE-DETAIL-S thru WRITE-DETAIL-E.
        CHANGE-ONE-E.

        MERGE-ONE-S.
      * 「YYYYMMDD HHMMSS MERGED 整理側 -> 存続側 ...」の行
           if MJNL-FD-REC(17:6) not = "MERGED"
              go to MERGE-ONE-E
           end-if.
           move MJNL-FD-REC(1:8) to WS-REC-STAMP(1:8).
           move MJNL-FD-REC(10:6) to WS-REC-STAMP(9:6).
           if WS-REC-STAMP not numeric
              or WS-REC-STAMP not > WS-LAST-STAMP
              or WS-REC-STAMP > WS-RUN-STAMP
              go to MERGE-ONE-E
           end-if.
           add 1 to WS-CHG-NO.
           move MJNL-FD-REC(36:8) to WS-XREF-CUST.
           perform XREF-LIST-S thru XREF-LIST-E.
           move spaces to WS-FEED-LINE.
           string "CHG,"            delimited by size
                  WS-CHG-NO         delimited by size
                  ",R,"             delimited by size
                  MJNL-FD-REC(1:8)  delimited by size
                  ","               delimited by size
                  MJNL-FD-REC(10:6) delimited by size
                  ","               delimited by size
                  MJNL-FD-REC(24:8) delimited by space
                  ","               delimited by size
                  MJNL-FD-REC(36:8) delimited by space
                  ","               delimited by size
                  WS-XREF-LIST      delimited by space
                  into WS-FEED-LINE.
           perform WRITE-DETAIL-S thru WRITE-DETAIL-E.
           compute WS-MERGE-COUNT = WS-MERGE-COUNT + 1.
        MERGE-ONE-E.

        WRITE-DETAIL-S.
      * 明細を書き、トレーラの件数とチェックサムを積み上げる
           move WS-FEED-LINE to FEED-FD-REC.
           write FEED-FD-REC.
           compute WS-DETAIL-COUNT = WS-DETAIL-COUNT + 1.
           add WS-CHG-NO to WS-CKSUM-ACC.
           move 0 to WS-CKSUM-LEN.
           inspect WS-FEED-LINE tallying WS-CKSUM-LEN
              for characters before initial "  ".
           add WS-CKSUM-LEN to WS-CKSUM-ACC.
        WRITE-DETAIL-E.

        XREF-LIST-S.
      * WS-XREF-CUST の外部IDを「システム:番号;…」に並べる。外部ID
      * は空白を含まない前提(空白で区切って書き出す)
           move spaces to WS-XREF-LIST.
           if WS-XREF-OPEN not = "Y"
              go to XREF-LIST-E
           end-if.
           move 1 to WS-XREF-PTR.
           move WS-XREF-CUST to XR-顧客番号.
           move low-values to XR-外部キー.
           start xref-file key is not less than XR-キー
              invalid key
                 go to XREF-LIST-E
           end-start.
           move "N" to WS-XREF-EOF.
           perform until WS-XREF-EOF = "Y"
              read xref-file next
                 at end
                    move "Y" to WS-XREF-EOF
                 not at end
                    if XR-顧客番号 not = WS-XREF-CUST
                       move "Y" to WS-XREF-EOF
                    else
                       if WS-XREF-PTR > 1
                          string ";" delimited by size
                             into WS-XREF-LIST
                             with pointer WS-XREF-PTR
                       end-if
                       string XR-システム delimited by space
                              ":"         delimited by size
                              XR-外部ID   delimited by space
                              into WS-XREF-LIST
                              with pointer WS-XREF-PTR
                    end-if
              end-read
           end-perform.
        XREF-LIST-E.

        ENV-RESOLVE-S.
           move "cust_jnl.dat" to WS-CUST-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-JNL-FILENAME.
           move "cust_merge_jnl.dat" to WS-MERGE-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MERGE-JNL-FILENAME.
           move "cust_xref.idx" to WS-XREF-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-XREF-FILENAME.
           move "cust_feed_ctl.dat" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "cust_feed.dat" to WS-FEED-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-FEED-FILENAME.
        ENV-RESOLVE-E.
