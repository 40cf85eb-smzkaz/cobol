      ** 避けるため抽出バッチが作る yubin_seq.idx と突合し、街区
      ** レベルに無い番号は画面のJIGYO検証と同じく大口事業所個別
      ** 番号の抽出結果 yubin_jigyo_seq.dat へ落として確かめる)
      ** 郵便番号か町域に複数対応の印(opt_04/opt_01)がある行は、全国
      ** 分の抽出結果 yubin_seq.dat から作る作業索引 cust_load_zt.idx
      ** で郵便番号と町域の組合せの実在まで確かめる(町域が空なら
      ** TOWN-REQUIRED、組合せが無ければ TOWN-MISMATCH で候補の
      ** 郵便番号を SUGGEST= に添えて不採用にする)
      **=================================================================
        identification           division.
        program-id.              cust_load.
            organization line sequential
            file status is WS-CSV-IN-FS.
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
        select idx-file
            assign to WS-IDX-FILENAME
            organization indexed
            access mode dynamic
            record key is CL-郵便番号７桁
            file status is WS-IDX-FS.
        select jigyo-file
            assign to WS-JIGYO-FILENAME
            organization line sequential
            file status is WS-JIGYO-FS.
      * 事業所個別番号の照合用作業索引(抽出結果から毎回作り直す)
        select jg-work-file
            assign to WS-JG-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is JW-郵便番号７桁
            file status is WS-JW-FS.
        select ztsrc-file
            assign to WS-ZT-SRC-FILENAME
            organization line sequential
            file status is WS-ZTSRC-FS.
      * 郵便番号＋町域の照合用作業索引(抽出結果から毎回作り直す)
        select zt-work-file
            assign to WS-ZT-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is ZT-キー
            alternate record key is ZT-町域キー
                with duplicates
            file status is WS-ZT-FS.
        select reject-file
            assign to WS-REJECT-FILENAME
            organization line sequential
            file status is WS-REJ-FS.
        select csv-out-file
            assign to WS-CSV-OUT-FILENAME
            organization line sequential
            file status is WS-CSV-OUT-FS.
      **=================================================================
            label records are standard.
        01  JG-SEQ-REC          pic X(640).

        fd  jg-work-file
            label records are standard.
        01  JG-WORK-REC.
            03 JW-郵便番号７桁      pic X(07).

      * 全国分の抽出結果(POSTALCDレイアウト)のバイト単位ビュー。
      * 予備部は opt_01～opt_06 の各3バイトで、opt_01(一町域が複数
      * の郵便番号)と opt_04(一つの郵便番号で複数町域)を使う
        fd  ztsrc-file
            label records are standard.
        01  ZS-SEQ-REC.
            03 ZS-団体コード部      pic X(30).
            03 ZS-郵便番号７桁      pic X(21).
            03 ZS-カナ部            pic X(264).
            03 ZS-都道府県名（漢字） pic X(12).
            03 ZS-市町村名（漢字）   pic X(30).
            03 ZS-町域名（漢字）     pic X(111).
            03 ZS-予備部.
               05 ZS-opt  occurs 6  pic X(03).
            03 ZS-抽出年月日        pic X(08).

      * 郵便番号＋町域(括弧書きの手前・異体字を寄せた形)ごとに1件。
      * 副キーの町域キー(県＋市区町村＋町域)で町域から郵便番号を引く
        fd  zt-work-file
            label records are standard.
        01  ZT-WORK-REC.
            03 ZT-キー.
               05 ZT-郵便番号７桁   pic X(07).
               05 ZT-町域キー.
                  07 ZT-都道府県    pic X(12).
                  07 ZT-市町村      pic X(30).
                  07 ZT-町域        pic X(111).
            03 ZT-複数郵便番号      pic X(01).
            03 ZT-複数町域          pic X(01).

        fd  reject-file
            label records are standard.
        01  REJECT-FD-REC       pic X(520).
            03 WS-WK-CHO-X     pic X(111).
            03 WS-WK-BAN-X     pic X(90).
        01  WS-ZIP-FOUND       pic X(01).
      * カナ氏名の半角→全角正規化(KNA001)。画面登録と同じく全角で
      * 格納し、カナ副キーでの検索と表記を揃える
        01  WS-KN-IN           pic X(200).
        01  WS-KN-NORM         pic X(200).
      * 大口事業所個別番号の作業索引(街区レベルに無い番号の二次照合。
      * cust_zip_auditのJIGYO-LOAD/JIGYO-CHECKと同じ方式)
        01  WS-JIGYO-FS        pic X(02).
        01  WS-JIGYO-EOF       pic X(01).
        01  WS-JW-FS           pic X(02).
        01  WS-JG-HIT          pic 9(01).
        01  WS-OFFICE-COUNT    pic 9(07) value 0.
      * 郵便番号と町域の組合せ照合(opt_04=一つの郵便番号で複数町域、
      * opt_01=一町域が複数の郵便番号。どちらかの印があるときだけ
      * 組合せの実在まで確かめ、町域から引ける郵便番号を候補にする)
        01  WS-ZTSRC-FS        pic X(02).
        01  WS-ZTSRC-EOF       pic X(01).
        01  WS-ZT-FS           pic X(02).
        01  WS-ZT-EOF          pic X(01).
        01  WS-ZT-OPT01        pic X(01).
        01  WS-ZT-OPT04        pic X(01).
        01  WS-ZT-ZIP          pic X(07).
        01  WS-ZT-KEN          pic X(12).
        01  WS-ZT-SHI          pic X(30).
        01  WS-ZT-CHO-IN       pic X(111).
        01  WS-ZT-CHO          pic X(111).
        01  WS-ZT-TOWN-KEY     pic X(153).
        01  WS-ZT-FLAGGED      pic X(01).
        01  WS-ZT-COMBO        pic X(01).
        01  WS-ZT-SUGGEST      pic X(07).
        01  WS-ZT-CAND         pic 9(05).
        01  WS-ZT-VAR-IN       pic X(400).
        01  WS-ZT-VAR-OUT      pic X(400).
        01  WS-ZT-BASE         pic X(111).
        01  WS-REJ-REASON      pic X(16).
        01  WS-REJ-LINE        pic X(520).
        01  WS-CSV-LINE        pic X(500).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME     pic X(256).
        01  WS-IDX-FILENAME      pic X(256).
        01  WS-JIGYO-FILENAME    pic X(256).
        01  WS-JG-WORK-FILENAME  pic X(256).
        01  WS-ZT-SRC-FILENAME   pic X(256).
        01  WS-ZT-WORK-FILENAME  pic X(256).
        01  WS-REJECT-FILENAME   pic X(256).
        01  WS-CSV-OUT-FILENAME  pic X(256).
        01  WS-ENV-MODE          pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i

      ******************************************************************
        IMPORT-RUN-S.
           call "ENV001" using WS-ENV-MODE W-INPUT-FILENAME.
           open input csv-in-file.
           if WS-CSV-IN-FS not = "00"
              display "ERROR: cannot open " W-INPUT-FILENAME
              stop run
           end-if.
           perform JIGYO-LOAD-S thru JIGYO-LOAD-E.
           perform ZT-LOAD-S thru ZT-LOAD-E.
           open output reject-file.
           accept WS-TODAY-DATE from date yyyymmdd.
           perform IMPORT-LOOP-S thru IMPORT-LOOP-E
              until WS-IN-EOF = "Y".
           close reject-file.
           close zt-work-file.
           close jg-work-file.
           close idx-file.
           close cust-file.
           close csv-in-file.

        VALIDATE-ROW-S.
      * 画面(cust_maint)と同じ検証方針：顧客番号必須、郵便番号は
      * 数字7桁でマスタに実在すること。郵便番号か町域に複数対応の
      * 印があれば、町域名の記入と組合せの実在も求める
           move spaces to WS-REJ-REASON.
           move spaces to WS-ZT-SUGGEST.
           if WS-FLD-CUSTNO = spaces
              move "NO-CUSTNO" to WS-REJ-REASON
              go to VALIDATE-ROW-E
           end-if.
           perform ZIP-LOOKUP-S thru ZIP-LOOKUP-E.
           if WS-ZIP-FOUND = "N"
      * 街区レベルに無い番号は事業所個別番号の索引で二次照合する
      * (画面のJIGYO-VERIFYと同じ判断で法人顧客を弾かない)
              perform JIGYO-CHECK-S thru JIGYO-CHECK-E
              if WS-JG-HIT > 0
              else
                 move "ZIP-NOT-FOUND" to WS-REJ-REASON
              end-if
              go to VALIDATE-ROW-E
           end-if.
           move WS-FLD-ZIP to WS-ZT-ZIP.
           move WS-FLD-KEN to WS-ZT-KEN.
           move WS-FLD-SHI to WS-ZT-SHI.
           move WS-FLD-CHO to WS-ZT-CHO-IN.
           perform ZT-CHECK-S thru ZT-CHECK-E.
           if WS-ZT-FLAGGED = "Y" and WS-ZT-COMBO = "N"
              if WS-FLD-CHO = spaces
                 move "TOWN-REQUIRED" to WS-REJ-REASON
              else
                 move "TOWN-MISMATCH" to WS-REJ-REASON
              end-if
           end-if.
        VALIDATE-ROW-E.

        ZIP-LOOKUP-E.

        JIGYO-LOAD-S.
      * 事業所個別番号の抽出結果から番号だけを作業索引へ積む。
      * 索引なので抽出件数が何件に増えても上限は無い。
      * ファイルが無い環境(JIGYO抽出を使っていない)では索引は空で、
      * 従来どおり全件ZIP-GONE判定になる
           open output jg-work-file.
           close jg-work-file.
           open i-o jg-work-file.
           if WS-JW-FS not = "00"
              display "ERROR: cannot open cust_load_jg.idx status="
                      WS-JW-FS
              stop run
           end-if.
           open input jigyo-file.
           if WS-JIGYO-FS not = "00"
              go to JIGYO-LOAD-E
                    move "Y" to WS-JIGYO-EOF
                 not at end
                    if JG-SEQ-REC(520:7) is numeric
                       move JG-SEQ-REC(520:7) to JW-郵便番号７桁
                       write JG-WORK-REC
                          invalid key
                             continue
                       end-write
                    end-if
              end-read
           end-perform.
        JIGYO-LOAD-E.

        JIGYO-CHECK-S.
           move 1 to WS-JG-HIT.
           move WS-FLD-ZIP to JW-郵便番号７桁.
           read jg-work-file
              invalid key
                 move 0 to WS-JG-HIT
           end-read.
        JIGYO-CHECK-E.

        ZT-LOAD-S.
      * 全国分の抽出結果から郵便番号＋町域の組合せを作業索引へ積む。
      * 同じ組合せが複数行(括弧書き違い)あれば印は論理和で残す。
      * 抽出結果が無い環境では索引は空で、組合せの照合は行わない
           open output zt-work-file.
           close zt-work-file.
           open i-o zt-work-file.
           if WS-ZT-FS not = "00"
              display "ERROR: cannot open cust_load_zt.idx status="
                      WS-ZT-FS
              stop run
           end-if.
           open input ztsrc-file.
           if WS-ZTSRC-FS not = "00"
              go to ZT-LOAD-E
           end-if.
           move "N" to WS-ZTSRC-EOF.
           perform until WS-ZTSRC-EOF = "Y"
              read ztsrc-file
                 at end
                    move "Y" to WS-ZTSRC-EOF
                 not at end
                    if ZS-郵便番号７桁(1:7) is numeric
                       perform ZT-ADD-S thru ZT-ADD-E
                    end-if
              end-read
           end-perform.
           close ztsrc-file.
        ZT-LOAD-E.

        ZT-ADD-S.
           move ZS-町域名（漢字） to WS-ZT-CHO-IN.
           perform ZT-FOLD-S thru ZT-FOLD-E.
           move ZS-郵便番号７桁(1:7)    to ZT-郵便番号７桁.
           move ZS-都道府県名（漢字）   to ZT-都道府県.
           move ZS-市町村名（漢字）     to ZT-市町村.
           move WS-ZT-CHO               to ZT-町域.
           move ZS-opt(1)(1:1)          to WS-ZT-OPT01.
           move ZS-opt(4)(1:1)          to WS-ZT-OPT04.
           move WS-ZT-OPT01             to ZT-複数郵便番号.
           move WS-ZT-OPT04             to ZT-複数町域.
           write ZT-WORK-REC
              invalid key
                 read zt-work-file
                    invalid key
                       go to ZT-ADD-E
                 end-read
                 if WS-ZT-OPT01 = "1"
                    move "1" to ZT-複数郵便番号
                 end-if
                 if WS-ZT-OPT04 = "1"
                    move "1" to ZT-複数町域
                 end-if
                 rewrite ZT-WORK-REC
                    invalid key
                       continue
                 end-rewrite
           end-write.
        ZT-ADD-E.

        ZT-FOLD-S.
      * 町域名を括弧書き(丁目・番地の範囲等)の手前で切り、VAR001で
      * 異体字を代表字へ寄せる(WS-ZT-CHO-IN → WS-ZT-CHO)
           move spaces to WS-ZT-BASE.
           unstring WS-ZT-CHO-IN delimited by "（"
              into WS-ZT-BASE.
           move spaces to WS-ZT-VAR-IN.
           move WS-ZT-BASE to WS-ZT-VAR-IN.
           call "VAR001" using WS-ZT-VAR-IN WS-ZT-VAR-OUT.
           move WS-ZT-VAR-OUT to WS-ZT-CHO.
        ZT-FOLD-E.

        ZT-CHECK-S.
      * WS-ZT-ZIP/KEN/SHI/CHO-IN の組合せを照合する。
      *   WS-ZT-FLAGGED  Y=郵便番号か町域に複数対応の印がある
      *   WS-ZT-COMBO    Y=その郵便番号の行にその町域がある
      *   WS-ZT-SUGGEST  町域から引いた郵便番号の先頭(候補数CAND)
           move "N" to WS-ZT-FLAGGED.
           move "N" to WS-ZT-COMBO.
           move spaces to WS-ZT-SUGGEST.
           move 0 to WS-ZT-CAND.
           perform ZT-FOLD-S thru ZT-FOLD-E.
           move WS-ZT-ZIP to ZT-郵便番号７桁.
           move low-values to ZT-町域キー.
           move "N" to WS-ZT-EOF.
           start zt-work-file key is not less than ZT-キー
              invalid key
                 move "Y" to WS-ZT-EOF
           end-start.
           perform until WS-ZT-EOF = "Y"
              read zt-work-file next
                 at end
                    move "Y" to WS-ZT-EOF
                 not at end
                    if ZT-郵便番号７桁 not = WS-ZT-ZIP
                       move "Y" to WS-ZT-EOF
                    else
                       if ZT-複数町域 = "1"
                          move "Y" to WS-ZT-FLAGGED
                       end-if
                       if ZT-町域 = WS-ZT-CHO
                          and WS-ZT-CHO not = spaces
                          move "Y" to WS-ZT-COMBO
                       end-if
                    end-if
              end-read
           end-perform.
           if WS-ZT-CHO = spaces
              go to ZT-CHECK-E
           end-if.
           move WS-ZT-KEN to ZT-都道府県.
           move WS-ZT-SHI to ZT-市町村.
           move WS-ZT-CHO to ZT-町域.
           move ZT-町域キー to WS-ZT-TOWN-KEY.
           move "N" to WS-ZT-EOF.
           start zt-work-file key is = ZT-町域キー
              invalid key
                 move "Y" to WS-ZT-EOF
           end-start.
           perform until WS-ZT-EOF = "Y"
              read zt-work-file next
                 at end
                    move "Y" to WS-ZT-EOF
                 not at end
                    if ZT-町域キー not = WS-ZT-TOWN-KEY
                       move "Y" to WS-ZT-EOF
                    else
                       if ZT-複数郵便番号 = "1"
                          move "Y" to WS-ZT-FLAGGED
                       end-if
                       add 1 to WS-ZT-CAND
                       if WS-ZT-CAND = 1
                          move ZT-郵便番号７桁 to WS-ZT-SUGGEST
                       end-if
                    end-if
              end-read
           end-perform.
        ZT-CHECK-E.

        MOVE-TO-REC-S.
      * X項目をN項目へ生バイト・ビュー経由で組み立てる
           move spaces to WS-WORK-X.
           move WS-FLD-NAME   to WS-WK-NAME-X.
           move spaces to WS-KN-IN.
           move WS-FLD-KANA   to WS-KN-IN(1:60).
           call "KNA001" using WS-KN-IN WS-KN-NORM.
           move WS-KN-NORM(1:60) to WS-WK-KANA-X.
           move WS-FLD-KEN    to WS-WK-KEN-X.
           move WS-FLD-SHI    to WS-WK-SHI-X.
           move WS-FLD-CHO    to WS-WK-CHO-X.
      * 不採用行は元のCSV行に理由を付けて退避し、営業部門へ戻す
           compute WS-REJ-COUNT = WS-REJ-COUNT + 1.
           move spaces to WS-REJ-LINE.
           if WS-REJ-REASON = "TOWN-MISMATCH"
              and WS-ZT-SUGGEST not = spaces
      * 町域名から引いた郵便番号を直し方の候補として添える
              string "REASON=" WS-REJ-REASON delimited by space
                     " SUGGEST=" delimited by size
                     WS-ZT-SUGGEST delimited by size
                     " " delimited by size
                     CSV-IN-FD-REC delimited by size
                     into WS-REJ-LINE
           else
              string "REASON=" WS-REJ-REASON delimited by space
                     " " delimited by size
                     CSV-IN-FD-REC delimited by size
                     into WS-REJ-LINE
           end-if.
           move WS-REJ-LINE to REJECT-FD-REC.
           write REJECT-FD-REC.
        WRITE-REJECT-E.
           move WS-CSV-LINE to CSV-OUT-FD-REC.
           write CSV-OUT-FD-REC.
        EXPORT-LOOP-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
           move "yubin_jigyo_seq.dat" to WS-JIGYO-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-JIGYO-FILENAME.
           move "cust_load_jg.idx" to WS-JG-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-JG-WORK-FILENAME.
           move "yubin_seq.dat" to WS-ZT-SRC-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ZT-SRC-FILENAME.
           move "cust_load_zt.idx" to WS-ZT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ZT-WORK-FILENAME.
           move "cust_load_rej.dat" to WS-REJECT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REJECT-FILENAME.
           move "cust_export.csv" to WS-CSV-OUT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CSV-OUT-FILENAME.
        ENV-RESOLVE-E.
