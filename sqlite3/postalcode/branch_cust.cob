      **=================================================================
      ** 顧客の担当支店の判定と支店別顧客ファイルの作成(夜間)
      ** 入力：customer.idx (顧客住所マスタ)
      **       branch_cfg.dat (支店コード,都道府県名,出力ファイル名。
      **       branch_split と同じ設定で、都道府県から担当を決める)
      **       branch_cust_ctl.dat (前回の制御値。1行
      **         「SEQ=nnnnnn LAST=YYYYMMDDHHMMSS」。無ければ初回)
      ** 入出力：cust_branch.idx (担当支店。自動判定分を更新し、
      **       移管の通知待ちを通知後に空白へ戻す)
      ** 出力：brcust_支店コード.dat (支店ごとの担当顧客ファイル)
      **       branch_transfer.rpt (移管通知。支店ごとに転出・転入・
      **       削除を並べる。スプールへ登録して配布する)
      **       branch_cust.rpt (支店別件数と要確認の一覧)
      **       branch_cust_ctl.dat (今回の通番・作成時刻)
      ** 支店が自分の顧客の住所を本社へ電話で問い合わせていたため、
      ** 担当顧客の最新住所を毎晩まとめて送る。担当は手動指定(cust_
      ** maint の B 処理)が優先し、それ以外は顧客の都道府県を受け持つ
      ** 支店に自動で決める。転居で他支店の地域へ移った顧客は担当を
      ** 移し、移管元・移管先の両支店へ移管通知で知らせる。都道府県を
      ** 受け持つ支店が無い顧客(国外・未設定の県)は担当を変えずに
      ** 要確認として報告する。担当顧客ファイルの明細は
      **   CUS,顧客番号,区分,顧客名漢字,顧客名カナ,郵便番号,都道府県,
      **   市区町村,町域,番地建物,郵送停止,国コード,海外住所
      ** (区分 A=自動判定 M=手動指定。海外住所は最終項目)で、封筒は
      ** 配送システム連携と同じ HDR,BRCUST,作成日時,通番 / TRL,件数,
      ** チェックサム。チェックサムは「各明細の行番号＋行長」の総和の
      ** 下9桁。毎晩全件を送るので控えは取らない。受領確認は
      ** ack_verify IF=BRCUST BRANCH=支店コード で突き合わせる
      **=================================================================
        identification           division.
        program-id.              branch_cust.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select cust-file
            assign to WS-CUST-FILENAME
            organization indexed
            access mode dynamic
            record key is C-顧客番号
            alternate record key is C-顧客名（カナ）
                with duplicates
            alternate record key is C-郵便番号７桁
                with duplicates
            file status is WS-CUST-FS.
        select brch-file
            assign to WS-BRCH-FILENAME
            organization indexed
            access mode dynamic
            record key is BR-顧客番号
            alternate record key is BR-支店
                with duplicates
            file status is WS-BRCH-FS.
        select cfg-file
            assign to WS-CFG-FILENAME
            organization line sequential
            file status is WS-CFG-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select out-file
            assign to W-OUT-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
      * 移管通知の作業ファイル(通知1件1行。支店ごとに読み直す)
        select xfer-file
            assign to WS-XFER-FILENAME
            organization line sequential
            file status is WS-XFER-FS.
        select xrpt-file
            assign to WS-XRPT-FILENAME
            organization line sequential
            file status is WS-XRPT-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  brch-file
            label records are standard.
        01  BRCH-REC.
            COPY CUSTBRCH.

        fd  cfg-file
            label records are standard.
        01  CFG-FD-REC          pic X(120).

        fd  ctl-file
            label records are standard.
        01  CTL-FD-REC          pic X(80).

        fd  out-file
            label records are standard.
        01  OUT-FD-REC          pic X(700).

      * 1-8 顧客番号  10-13 移管元  15-18 移管先  20 区分
      * 22-33 都道府県  35-42 変更日  44 種別(T=移管 D=顧客削除)
        fd  xfer-file
            label records are standard.
        01  XFER-FD-REC         pic X(80).

        fd  xrpt-file
            label records are standard.
        01  XRPT-FD-REC         pic X(120).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(120).

        working-storage           section.
        01  WS-CUST-FS          pic X(02).
        01  WS-BRCH-FS          pic X(02).
        01  WS-CFG-FS           pic X(02).
        01  WS-CTL-FS           pic X(02).
        01  WS-OUT-FS           pic X(02).
        01  WS-XFER-FS          pic X(02).
        01  WS-XRPT-FS          pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-EOF              pic X(01).
        01  WS-CFG-EOF          pic X(01).
        01  W-OUT-FILENAME      pic X(256).
      * 支店設定表(branch_split と同じ並び)
        01  WS-CFG-TABLE.
            03 WS-CFG-ENTRY  occurs 100.
               05 WS-CFG-BRANCH  pic X(04).
               05 WS-CFG-PREF    pic X(12).
               05 WS-CFG-FILE    pic X(60).
        01  WS-CFG-COUNT        pic 9(03) value 0.
      * 支店コード1つにつき1回処理するための「処理済み」印
        01  WS-DONE-FLAGS.
            03 WS-CFG-DONE  occurs 100  pic X(01).
        01  WS-CUR-BRANCH       pic X(04).
      * 顧客ごとの判定
        01  WS-AUTO-BRANCH      pic X(04).
        01  WS-BR-FOUND         pic X(01).
        01  WS-BR-CHANGED       pic X(01).
        01  WS-BR-KNOWN         pic X(01).
        01  WS-TODAY-DATE       pic 9(08).
        01  WS-RUN-TIME         pic 9(08).
        01  WS-RUN-STAMP        pic X(14).
      * 制御値
        01  WS-SEQ-NO           pic 9(06) value 0.
        01  WS-TOK.
            03 WS-TOK-ENTRY  occurs 2  pic X(30).
      * 明細の生バイト・ビュー(cust_feed と同じREDEFINES方式)
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
        01  WS-OUT-LINE         pic X(700).
        01  WS-XFER-LINE        pic X(80).
        01  WS-RPT-LINE         pic X(120).
      * トレーラの件数とチェックサム(ack_verify と同じ封筒)
        01  WS-DETAIL-COUNT     pic 9(07) value 0.
        01  WS-CKSUM-ACC        pic 9(12) value 0.
        01  WS-CKSUM            pic 9(09) value 0.
        01  WS-CKSUM-DIV        pic 9(03).
        01  WS-CKSUM-LEN        pic 9(03).
      * 件数
        01  WS-CUST-COUNT       pic 9(07) value 0.
        01  WS-NEW-COUNT        pic 9(07) value 0.
        01  WS-XFER-COUNT       pic 9(07) value 0.
        01  WS-NOTICE-COUNT     pic 9(07) value 0.
        01  WS-ORPHAN-COUNT     pic 9(07) value 0.
        01  WS-UNRES-COUNT      pic 9(07) value 0.
        01  WS-NOCFG-COUNT      pic 9(07) value 0.
        01  WS-GRAND-COUNT      pic 9(07) value 0.
        01  WS-SEC-COUNT        pic 9(07).
      * スプール登録(SPL001)
        01  WS-SPL-FILE         pic X(30) value "branch_transfer.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "BRANCH_CUST".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 9(03).
        01  j                   pic 9(03).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME    pic X(256).
        01  WS-BRCH-FILENAME    pic X(256).
        01  WS-CFG-FILENAME     pic X(256).
        01  WS-CTL-FILENAME     pic X(256).
        01  WS-XFER-FILENAME    pic X(256).
        01  WS-XRPT-FILENAME    pic X(256).
        01  WS-RPT-FILENAME     pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-TODAY-DATE from date yyyymmdd.
           accept WS-RUN-TIME from time.
           move WS-TODAY-DATE to WS-RUN-STAMP(1:8).
           move WS-RUN-TIME(1:6) to WS-RUN-STAMP(9:6).
           perform LOAD-CFG-S thru LOAD-CFG-E.
           if WS-CFG-COUNT = 0
              display "ERROR: branch_cfg.dat missing or empty"
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           perform READ-CONTROL-S thru READ-CONTROL-E.
           add 1 to WS-SEQ-NO.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              perform FAIL-END-S thru FAIL-END-E
           end-if.
      * 初回はファイル自体が無いので作成してから開き直す
           open i-o brch-file.
           if WS-BRCH-FS = "35"
              open output brch-file
              close brch-file
              open i-o brch-file
           end-if.
           if WS-BRCH-FS not = "00"
              display "ERROR: cannot open cust_branch.idx status="
                      WS-BRCH-FS
              close cust-file
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           open output rpt-file.
           move spaces to WS-RPT-LINE.
           string "BRANCH CUSTOMER RUN " WS-RUN-STAMP
                  " SEQ=" WS-SEQ-NO into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
      * (1) 全顧客の担当を判定する
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read cust-file next
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform ASSIGN-ONE-S thru ASSIGN-ONE-E
              end-read
           end-perform.
      * (2) 移管通知の取り出しと、消えた顧客の担当の整理
           open output xfer-file.
           move low-values to BR-顧客番号.
           start brch-file key is not less than BR-顧客番号
              invalid key
                 move "Y" to WS-EOF
              not invalid key
                 move "N" to WS-EOF
           end-start.
           perform until WS-EOF = "Y"
              read brch-file next
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform NOTICE-ONE-S thru NOTICE-ONE-E
              end-read
           end-perform.
           close xfer-file.
      * (3) 支店ごとの担当顧客ファイルと移管通知
           open output xrpt-file.
           move spaces to WS-RPT-LINE.
           string "BRANCH TRANSFER NOTICE " WS-RUN-STAMP
                  into WS-RPT-LINE.
           perform WRITE-XRPT-S thru WRITE-XRPT-E.
           move 1 to i.
           perform until i > WS-CFG-COUNT
              if WS-CFG-DONE(i) = " "
                 move WS-CFG-BRANCH(i) to WS-CUR-BRANCH
                 perform DELIVER-ONE-S thru DELIVER-ONE-E
                 perform NOTICE-LIST-S thru NOTICE-LIST-E
              end-if
              compute i = i + 1
           end-perform.
           move spaces to WS-RPT-LINE.
           string "TOTAL TRANSFERS=" WS-NOTICE-COUNT
                  into WS-RPT-LINE.
           perform WRITE-XRPT-S thru WRITE-XRPT-E.
           close xrpt-file.
           close brch-file.
           close cust-file.
           move spaces to WS-RPT-LINE.
           string "CUSTOMERS=" WS-CUST-COUNT
                  " NEW=" WS-NEW-COUNT
                  " MOVED=" WS-XFER-COUNT
                  " NOTICES=" WS-NOTICE-COUNT
                  into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "UNRESOLVED=" WS-UNRES-COUNT
                  " NOT-IN-CFG=" WS-NOCFG-COUNT
                  " REMOVED=" WS-ORPHAN-COUNT
                  " DELIVERED=" WS-GRAND-COUNT
                  into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           close rpt-file.
           perform WRITE-CONTROL-S thru WRITE-CONTROL-E.
      * 移管通知は両支店へ配るのでスプールへ登録する
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "BRANCH CUST SEQ=" WS-SEQ-NO
                   " CUSTOMERS=" WS-CUST-COUNT
                   " DELIVERED=" WS-GRAND-COUNT
                   " TRANSFERS=" WS-NOTICE-COUNT.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-GRAND-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        LOAD-CFG-S.
           open input cfg-file.
           if WS-CFG-FS not = "00"
              go to LOAD-CFG-E
           end-if.
           move "N" to WS-CFG-EOF.
           perform until WS-CFG-EOF = "Y"
              read cfg-file
                 at end
                    move "Y" to WS-CFG-EOF
                 not at end
                    if WS-CFG-COUNT < 100
                       add 1 to WS-CFG-COUNT
                       unstring CFG-FD-REC delimited by ","
                          into WS-CFG-BRANCH(WS-CFG-COUNT)
                               WS-CFG-PREF(WS-CFG-COUNT)
                               WS-CFG-FILE(WS-CFG-COUNT)
                       move " " to WS-CFG-DONE(WS-CFG-COUNT)
                    end-if
              end-read
           end-perform.
           close cfg-file.
        LOAD-CFG-E.

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
              into WS-TOK-ENTRY(1) WS-TOK-ENTRY(2).
           if WS-TOK-ENTRY(1)(1:4) = "SEQ="
              and WS-TOK-ENTRY(1)(5:6) is numeric
              move WS-TOK-ENTRY(1)(5:6) to WS-SEQ-NO
           end-if.
        READ-CONTROL-E.

        WRITE-CONTROL-S.
           open output ctl-file.
           move spaces to CTL-FD-REC.
           string "SEQ="       delimited by size
                  WS-SEQ-NO    delimited by size
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

        ASSIGN-ONE-S.
      * 顧客1件の担当を決める。手動指定はそのまま、自動判定は都道
      * 府県を受け持つ支店と違えば移管して通知待ちにする
           compute WS-CUST-COUNT = WS-CUST-COUNT + 1.
           move C-都道府県名（漢字） to WS-WK-KEN-N.
           move spaces to WS-AUTO-BRANCH.
           if C-国コード = spaces or C-国コード = "JP"
              move 1 to j
              perform until j > WS-CFG-COUNT
                 or WS-AUTO-BRANCH not = spaces
                 if WS-CFG-PREF(j) = WS-WK-KEN-X
                    move WS-CFG-BRANCH(j) to WS-AUTO-BRANCH
                 end-if
                 compute j = j + 1
              end-perform
           end-if.
           move "Y" to WS-BR-FOUND.
           move C-顧客番号 to BR-顧客番号.
           read brch-file
              invalid key
                 move "N" to WS-BR-FOUND
           end-read.
           if WS-BR-FOUND = "N"
              if WS-AUTO-BRANCH = spaces
                 perform UNRESOLVED-S thru UNRESOLVED-E
                 go to ASSIGN-ONE-E
              end-if
              move C-顧客番号 to BR-顧客番号
              move WS-AUTO-BRANCH to BR-支店
              move "A" to BR-区分
              move WS-WK-KEN-X to BR-都道府県
              move space to BR-通知待ち
              move spaces to BR-前支店
              move WS-TODAY-DATE to BR-変更日
              move "BATCH" to BR-変更者
              write BRCH-REC
                 invalid key
                    display "WARN: cannot add branch for "
                            C-顧客番号 " status=" WS-BRCH-FS
                 not invalid key
                    compute WS-NEW-COUNT = WS-NEW-COUNT + 1
              end-write
              go to ASSIGN-ONE-E
           end-if.
           move "N" to WS-BR-CHANGED.
           if BR-都道府県 not = WS-WK-KEN-X
              move WS-WK-KEN-X to BR-都道府県
              move "Y" to WS-BR-CHANGED
           end-if.
           if BR-区分 = "A"
              and WS-AUTO-BRANCH = spaces
              perform UNRESOLVED-S thru UNRESOLVED-E
           end-if.
      * 通知前に再度移った場合は、支店が知っている最初の移管元を
      * 残す。元の支店へ戻ったときは通知自体を取り下げる
           if BR-区分 = "A"
              and WS-AUTO-BRANCH not = spaces
              and WS-AUTO-BRANCH not = BR-支店
              if BR-通知待ち not = "Y"
                 move BR-支店 to BR-前支店
                 move "Y" to BR-通知待ち
              end-if
              if BR-前支店 = WS-AUTO-BRANCH
                 move space to BR-通知待ち
                 move spaces to BR-前支店
              end-if
              move WS-AUTO-BRANCH to BR-支店
              move WS-TODAY-DATE to BR-変更日
              move "BATCH" to BR-変更者
              move "Y" to WS-BR-CHANGED
              compute WS-XFER-COUNT = WS-XFER-COUNT + 1
           end-if.
           if WS-BR-CHANGED = "Y"
              rewrite BRCH-REC
                 invalid key
                    display "WARN: cannot update branch for "
                            C-顧客番号 " status=" WS-BRCH-FS
              end-rewrite
           end-if.
      * 担当支店が設定から外れていると、どの支店にも届かない
           move "N" to WS-BR-KNOWN.
           move 1 to j.
           perform until j > WS-CFG-COUNT or WS-BR-KNOWN = "Y"
              if WS-CFG-BRANCH(j) = BR-支店
                 move "Y" to WS-BR-KNOWN
              end-if
              compute j = j + 1
           end-perform.
           if WS-BR-KNOWN = "N"
              compute WS-NOCFG-COUNT = WS-NOCFG-COUNT + 1
              move spaces to WS-RPT-LINE
              string "NOT-IN-CFG " C-顧客番号
                     " BRANCH=" BR-支店
                     " KIND=" BR-区分
                     into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
        ASSIGN-ONE-E.

        UNRESOLVED-S.
      * 都道府県を受け持つ支店が無い(国外・未設定の県)
           compute WS-UNRES-COUNT = WS-UNRES-COUNT + 1.
           move spaces to WS-RPT-LINE.
           string "UNRESOLVED " delimited by size
                  C-顧客番号    delimited by size
                  " COUNTRY="   delimited by size
                  C-国コード    delimited by size
                  " PREF="      delimited by size
                  WS-WK-KEN-X   delimited by "  "
                  into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        UNRESOLVED-E.

        NOTICE-ONE-S.
      * 通知待ちを作業ファイルへ出して空白へ戻す。顧客マスタから
      * 消えた顧客は担当を消し、担当だった支店へ削除を知らせる
           move BR-顧客番号 to C-顧客番号.
           read cust-file
              invalid key
                 move spaces to WS-XFER-LINE
                 move BR-顧客番号 to WS-XFER-LINE(1:8)
                 move BR-支店     to WS-XFER-LINE(10:4)
                 move BR-区分     to WS-XFER-LINE(20:1)
                 move BR-都道府県 to WS-XFER-LINE(22:12)
                 move WS-TODAY-DATE to WS-XFER-LINE(35:8)
                 move "D"         to WS-XFER-LINE(44:1)
                 move WS-XFER-LINE to XFER-FD-REC
                 write XFER-FD-REC
                 delete brch-file
                    invalid key
                       display "WARN: cannot remove branch for "
                               BR-顧客番号
                 end-delete
                 compute WS-ORPHAN-COUNT = WS-ORPHAN-COUNT + 1
                 go to NOTICE-ONE-E
           end-read.
           if BR-通知待ち not = "Y"
              go to NOTICE-ONE-E
           end-if.
           move spaces to WS-XFER-LINE.
           move BR-顧客番号 to WS-XFER-LINE(1:8).
           move BR-前支店   to WS-XFER-LINE(10:4).
           move BR-支店     to WS-XFER-LINE(15:4).
           move BR-区分     to WS-XFER-LINE(20:1).
           move BR-都道府県 to WS-XFER-LINE(22:12).
           move BR-変更日   to WS-XFER-LINE(35:8).
           move "T"         to WS-XFER-LINE(44:1).
           move WS-XFER-LINE to XFER-FD-REC.
           write XFER-FD-REC.
           compute WS-NOTICE-COUNT = WS-NOTICE-COUNT + 1.
           move space to BR-通知待ち.
           rewrite BRCH-REC
              invalid key
                 display "WARN: cannot clear notice for "
                         BR-顧客番号
           end-rewrite.
        NOTICE-ONE-E.

        DELIVER-ONE-S.
      * 同じ支店コードの設定行(複数県)をまとめて処理済みにし、副キー
      * (支店)順にその支店の担当顧客を書き出す
           move 1 to j.
           perform until j > WS-CFG-COUNT
              if WS-CFG-BRANCH(j) = WS-CUR-BRANCH
                 move "D" to WS-CFG-DONE(j)
              end-if
              compute j = j + 1
           end-perform.
           move spaces to W-OUT-FILENAME.
           string "brcust_"     delimited by size
                  WS-CUR-BRANCH delimited by space
                  ".dat"        delimited by size
                  into W-OUT-FILENAME.
           call "ENV001" using WS-ENV-MODE W-OUT-FILENAME.
           open output out-file.
           if WS-OUT-FS not = "00"
              display "ERROR: cannot create " W-OUT-FILENAME
              perform FAIL-END-S thru FAIL-END-E
           end-if.
           move 0 to WS-DETAIL-COUNT.
           move 0 to WS-CKSUM-ACC.
           move spaces to WS-OUT-LINE.
           string "HDR,BRCUST,"   delimited by size
                  WS-RUN-STAMP    delimited by size
                  ","             delimited by size
                  WS-SEQ-NO       delimited by size
                  into WS-OUT-LINE.
           move WS-OUT-LINE to OUT-FD-REC.
           write OUT-FD-REC.
           move WS-CUR-BRANCH to BR-支店.
           start brch-file key is = BR-支店
              invalid key
                 move "Y" to WS-EOF
              not invalid key
                 move "N" to WS-EOF
           end-start.
           perform until WS-EOF = "Y"
              read brch-file next
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if BR-支店 not = WS-CUR-BRANCH
                       move "Y" to WS-EOF
                    else
                       perform DETAIL-ONE-S thru DETAIL-ONE-E
                    end-if
              end-read
           end-perform.
           divide WS-CKSUM-ACC by 1000000000
              giving WS-CKSUM-DIV
              remainder WS-CKSUM.
           move spaces to WS-OUT-LINE.
           string "TRL,"          delimited by size
                  WS-DETAIL-COUNT delimited by size
                  ","             delimited by size
                  WS-CKSUM        delimited by size
                  into WS-OUT-LINE.
           move WS-OUT-LINE to OUT-FD-REC.
           write OUT-FD-REC.
           close out-file.
           add WS-DETAIL-COUNT to WS-GRAND-COUNT.
           move spaces to WS-RPT-LINE.
           string "BRANCH=" WS-CUR-BRANCH
                  " FILE=" W-OUT-FILENAME delimited by space
                  into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "  COUNT=" WS-DETAIL-COUNT
                  " CHECKSUM=" WS-CKSUM into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           display "branch " WS-CUR-BRANCH ": " WS-DETAIL-COUNT
                   " customers".
        DELIVER-ONE-E.

        DETAIL-ONE-S.
           move BR-顧客番号 to C-顧客番号.
           read cust-file
              invalid key
                 go to DETAIL-ONE-E
           end-read.
           move C-顧客名（漢字） to WS-WK-NAME-N.
           move C-顧客名（カナ） to WS-WK-KANA-N.
           move C-都道府県名（漢字） to WS-WK-KEN-N.
           move C-市町村名（漢字） to WS-WK-SHI-N.
           move C-町域名（漢字） to WS-WK-CHO-N.
           move C-番地建物 to WS-WK-BAN-N.
           move spaces to WS-OUT-LINE.
           string "CUS,"            delimited by size
                  C-顧客番号        delimited by space
                  ","               delimited by size
                  BR-区分           delimited by size
                  ","               delimited by size
                  WS-WK-NAME-X      delimited by "  "
                  ","               delimited by size
                  WS-WK-KANA-X      delimited by "  "
                  ","               delimited by size
                  C-郵便番号７桁    delimited by space
                  ","               delimited by size
                  WS-WK-KEN-X       delimited by "  "
                  ","               delimited by size
                  WS-WK-SHI-X       delimited by "  "
                  ","               delimited by size
                  WS-WK-CHO-X       delimited by "  "
                  ","               delimited by size
                  WS-WK-BAN-X       delimited by "  "
                  ","               delimited by size
                  C-郵送停止フラグ  delimited by size
                  ","               delimited by size
                  C-国コード        delimited by size
                  ","               delimited by size
                  C-海外住所        delimited by "  "
                  into WS-OUT-LINE.
      * 明細を書き、トレーラの件数とチェックサムを積み上げる
           move WS-OUT-LINE to OUT-FD-REC.
           write OUT-FD-REC.
           compute WS-DETAIL-COUNT = WS-DETAIL-COUNT + 1.
           add WS-DETAIL-COUNT to WS-CKSUM-ACC.
           move 0 to WS-CKSUM-LEN.
           inspect WS-OUT-LINE tallying WS-CKSUM-LEN
              for characters before initial "  ".
           add WS-CKSUM-LEN to WS-CKSUM-ACC.
        DETAIL-ONE-E.

        NOTICE-LIST-S.
      * 移管通知を支店ごとにまとめる。作業ファイルを支店ごとに読み
      * 直し、その支店からの転出・への転入・担当顧客の削除を並べる
           move spaces to WS-RPT-LINE.
           string "BRANCH=" WS-CUR-BRANCH into WS-RPT-LINE.
           perform WRITE-XRPT-S thru WRITE-XRPT-E.
           move 0 to WS-SEC-COUNT.
           open input xfer-file.
           if WS-XFER-FS not = "00"
              go to NOTICE-LIST-E
           end-if.
           move "N" to WS-CFG-EOF.
           perform until WS-CFG-EOF = "Y"
              read xfer-file
                 at end
                    move "Y" to WS-CFG-EOF
                 not at end
                    perform NOTICE-LINE-S thru NOTICE-LINE-E
              end-read
           end-perform.
           close xfer-file.
           if WS-SEC-COUNT = 0
              move spaces to WS-RPT-LINE
              string "  (no transfers)" into WS-RPT-LINE
              perform WRITE-XRPT-S thru WRITE-XRPT-E
           end-if.
        NOTICE-LIST-E.

        NOTICE-LINE-S.
           move XFER-FD-REC to WS-XFER-LINE.
           move spaces to WS-RPT-LINE.
           evaluate true
              when WS-XFER-LINE(44:1) = "D"
                 and WS-XFER-LINE(10:4) = WS-CUR-BRANCH
                 string "  DEL "             delimited by size
                        WS-XFER-LINE(1:8)    delimited by size
                        " (customer deleted) PREF="
                                             delimited by size
                        WS-XFER-LINE(22:12)  delimited by "  "
                        into WS-RPT-LINE
              when WS-XFER-LINE(44:1) = "T"
                 and WS-XFER-LINE(10:4) = WS-CUR-BRANCH
                 string "  OUT "             delimited by size
                        WS-XFER-LINE(1:8)    delimited by size
                        " TO="               delimited by size
                        WS-XFER-LINE(15:4)   delimited by size
                        " KIND="             delimited by size
                        WS-XFER-LINE(20:1)   delimited by size
                        " DATE="             delimited by size
                        WS-XFER-LINE(35:8)   delimited by size
                        " PREF="             delimited by size
                        WS-XFER-LINE(22:12)  delimited by "  "
                        into WS-RPT-LINE
              when WS-XFER-LINE(44:1) = "T"
                 and WS-XFER-LINE(15:4) = WS-CUR-BRANCH
                 string "  IN  "             delimited by size
                        WS-XFER-LINE(1:8)    delimited by size
                        " FROM="             delimited by size
                        WS-XFER-LINE(10:4)   delimited by size
                        " KIND="             delimited by size
                        WS-XFER-LINE(20:1)   delimited by size
                        " DATE="             delimited by size
                        WS-XFER-LINE(35:8)   delimited by size
                        " PREF="             delimited by size
                        WS-XFER-LINE(22:12)  delimited by "  "
                        into WS-RPT-LINE
              when other
                 go to NOTICE-LINE-E
           end-evaluate.
           compute WS-SEC-COUNT = WS-SEC-COUNT + 1.
           perform WRITE-XRPT-S thru WRITE-XRPT-E.
        NOTICE-LINE-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        WRITE-XRPT-S.
           move WS-RPT-LINE to XRPT-FD-REC.
           write XRPT-FD-REC.
        WRITE-XRPT-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "cust_branch.idx" to WS-BRCH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-BRCH-FILENAME.
           move "branch_cfg.dat" to WS-CFG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CFG-FILENAME.
           move "branch_cust_ctl.dat" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "branch_transfer.wrk" to WS-XFER-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-XFER-FILENAME.
           move "branch_transfer.rpt" to WS-XRPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-XRPT-FILENAME.
           move "branch_cust.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
