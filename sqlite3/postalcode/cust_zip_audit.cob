      **       yubin_jigyo_seq.dat (大口事業所個別番号の抽出結果。
      **       任意。街区レベルに無い番号の第二照合用)
      **       yubin_recon.rpt (DELTA件数を参考情報として転記)
      **       yubin_seq.dat (全国分の抽出結果。郵便番号と町域の
      **       組合せ照合用の作業索引 cust_zip_audit_zt.idx を作る)
      ** 出力：cust_zip_audit.rpt (例外レポート。事業所個別番号で
      **       確認できた顧客は例外でなくOFFICE-ZIPとして区別する。
      **       郵便番号か町域に複数対応の印(opt_04/opt_01)があり、
      **       その組合せの行が無い顧客はZIP-TOWN-MISMATCHとして
      **       町域名から引いた正しい郵便番号の候補を添える。
      **       スプールへ登録する)
      ** 月次の郵便番号マスタ更新後、顧客の郵便番号が廃止されたり
      ** 町域名が変わったりしていないかを郵便が戻ってくる前に検出する
      **=================================================================
        input-output              section.
        file-control.
        select status-file
            assign to WS-STATUS-FILENAME
            organization line sequential
            file status is WS-STATUS-FS.
        select recon-file
            assign to WS-RECON-FILENAME
            organization line sequential
            file status is WS-RECON-FS.
        select cust-file
            assign to WS-CUST-FILENAME
            organization indexed
            access mode sequential
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
            record key is AU-郵便番号７桁
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
        select audit-rpt-file
            assign to WS-AUDIT-RPT-FILENAME
            organization line sequential
            file status is WS-AUDIT-FS.
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

        fd  audit-rpt-file
            label records are standard.
        01  AUDIT-FD-REC        pic X(200).
      * 作業項目(MAINT-KEN-X等と同じREDEFINES方式)
        01  WS-CUST-CHO-N       pic N(37).
        01  WS-CUST-CHO-X REDEFINES WS-CUST-CHO-N pic X(111).
      * 町域名は両側をVAR001で異体字の代表字へ寄せてから比べる
      * (顧客側の﨑・ヶ等の表記揺れだけで変更扱いにしない)
        01  WS-VAR-IN           pic X(400).
        01  WS-VAR-OUT          pic X(400).
        01  WS-CUST-CHO-FOLD    pic X(111).
        01  WS-MAST-CHO-FOLD    pic X(111).
        01  WS-CHECK-COUNT      pic 9(07) value 0.
        01  WS-GONE-COUNT       pic 9(07) value 0.
        01  WS-CHG-COUNT        pic 9(07) value 0.
        01  WS-CHG-ED           pic ZZZZZZ9.
        01  WS-CHECK-ED         pic ZZZZZZ9.
        01  WS-OFFICE-ED        pic ZZZZZZ9.
      * 大口事業所個別番号の作業索引。街区レベルの索引に無い顧客
      * 郵便番号をこの索引で二次照合し、該当すれば例外でなく事業所
      * 番号として区別する
        01  WS-JIGYO-FS         pic X(02).
        01  WS-JIGYO-EOF        pic X(01).
        01  WS-JW-FS           pic X(02).
        01  WS-JG-HIT          pic 9(01).
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
        01  WS-ZT-CAND-ED      pic ZZZZ9.
        01  WS-AMB-COUNT       pic 9(07) value 0.
        01  WS-AMB-ED          pic ZZZZZZ9.
      * 顧客側の都道府県・市区町村名の生バイト(作業索引の町域キー用)
        01  WS-CUST-KEN-N      pic N(4).
        01  WS-CUST-KEN-X REDEFINES WS-CUST-KEN-N pic X(12).
        01  WS-CUST-SHI-N      pic N(10).
        01  WS-CUST-SHI-X REDEFINES WS-CUST-SHI-N pic X(30).
      * スプール登録(SPL001)
        01  WS-SPL-FILE        pic X(30) value "cust_zip_audit.rpt".
        01  WS-SPL-JOBNO       pic 9(05).
        01  WS-SPL-RESULT      pic X(01).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "CUST_ZIP_AUDIT".
        01  WS-RJ-COUNT        pic 9(07) value 0.

      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-STATUS-FILENAME     pic X(256).
        01  WS-RECON-FILENAME      pic X(256).
        01  WS-CUST-FILENAME       pic X(256).
        01  WS-IDX-FILENAME        pic X(256).
        01  WS-JIGYO-FILENAME      pic X(256).
        01  WS-JG-WORK-FILENAME    pic X(256).
        01  WS-ZT-SRC-FILENAME     pic X(256).
        01  WS-ZT-WORK-FILENAME    pic X(256).
        01  WS-AUDIT-RPT-FILENAME  pic X(256).
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           end-if.
           perform READ-DELTA-INFO-S thru READ-DELTA-INFO-E.
           perform JIGYO-LOAD-S thru JIGYO-LOAD-E.
           perform ZT-LOAD-S thru ZT-LOAD-E.
           perform AUDIT-RUN-S thru AUDIT-RUN-E.
           close zt-work-file.
           close jg-work-file.
      * 例外レポートは管理者へ配るのでスプールへ登録する
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-CHECK-COUNT to WS-RJ-COUNT.
           end-if.
           perform ZIP-LOOKUP-S thru ZIP-LOOKUP-E.
           if WS-ZIP-FOUND = "N"
      * 街区レベルに無い番号は事業所個別番号の索引で二次照合する
              perform JIGYO-CHECK-S thru JIGYO-CHECK-E
              if WS-JG-HIT > 0
                 compute WS-OFFICE-COUNT = WS-OFFICE-COUNT + 1
                 compute WS-GONE-COUNT = WS-GONE-COUNT + 1
                 perform WRITE-GONE-S thru WRITE-GONE-E
              end-if
              go to AUDIT-LOOP-E
           end-if.
      * 郵便番号か町域に複数対応の印があれば、索引の1行(郵便番号
      * ごとに1件)とは比べず、郵便番号と町域の組合せで確かめる
           perform ZT-CUST-CHECK-S thru ZT-CUST-CHECK-E.
           if WS-ZT-FLAGGED = "Y"
              if WS-ZT-COMBO = "N"
                 compute WS-AMB-COUNT = WS-AMB-COUNT + 1
                 perform WRITE-MISMATCH-S thru WRITE-MISMATCH-E
              end-if
              go to AUDIT-LOOP-E
           end-if.
           perform CHO-FOLD-S thru CHO-FOLD-E.
           if WS-CUST-CHO-FOLD not = WS-MAST-CHO-FOLD
              compute WS-CHG-COUNT = WS-CHG-COUNT + 1
              perform WRITE-CHANGED-S thru WRITE-CHANGED-E
           end-if.
        AUDIT-LOOP-E.

        ZT-CUST-CHECK-S.
           move C-郵便番号７桁 to WS-ZT-ZIP.
           move C-都道府県名（漢字） to WS-CUST-KEN-N.
           move WS-CUST-KEN-X to WS-ZT-KEN.
           move C-市町村名（漢字） to WS-CUST-SHI-N.
           move WS-CUST-SHI-X to WS-ZT-SHI.
           move C-町域名（漢字） to WS-CUST-CHO-N.
           move WS-CUST-CHO-X to WS-ZT-CHO-IN.
           perform ZT-CHECK-S thru ZT-CHECK-E.
        ZT-CUST-CHECK-E.

        CHO-FOLD-S.
           move C-町域名（漢字） to WS-CUST-CHO-N.
           move WS-CUST-CHO-X to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-CUST-CHO-FOLD.
           move AU-町域名（漢字） to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-MAST-CHO-FOLD.
        CHO-FOLD-E.

        ZIP-LOOKUP-S.
      * 顧客の郵便番号(半角7桁)で索引ファイルを直読みする。キーは
      * 先頭7バイトが番号、残りが空白
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
              display "ERROR: cannot open cust_zip_audit_jg.idx status="
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
           move C-郵便番号７桁 to JW-郵便番号７桁.
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
              display "ERROR: cannot open cust_zip_audit_zt.idx status="
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

        WRITE-OFFICE-S.
           move spaces to WS-AUDIT-LINE.
           string "OFFICE-ZIP   cust=" C-顧客番号
           write AUDIT-FD-REC.
        WRITE-CHANGED-E.

        WRITE-MISMATCH-S.
      * 町域名から引いた郵便番号を正しい番号の候補として添える
      * (町域が空、または町域名で引けない顧客は候補なし)
           move WS-ZT-CAND to WS-ZT-CAND-ED.
           move spaces to WS-AUDIT-LINE.
           if WS-ZT-SUGGEST = spaces
              string "ZIP-TOWN-MISMATCH cust=" C-顧客番号
                     " zip=" C-郵便番号７桁
                     " suggest=none"
                     delimited by size
                     into WS-AUDIT-LINE
           else
              string "ZIP-TOWN-MISMATCH cust=" C-顧客番号
                     " zip=" C-郵便番号７桁
                     " suggest=" WS-ZT-SUGGEST
                     " (candidates=" WS-ZT-CAND-ED ")"
                     delimited by size
                     into WS-AUDIT-LINE
           end-if.
           move WS-AUDIT-LINE to AUDIT-FD-REC.
           write AUDIT-FD-REC.
        WRITE-MISMATCH-E.

        AUDIT-TOTAL-S.
           move WS-CHECK-COUNT to WS-CHECK-ED.
           move WS-GONE-COUNT  to WS-GONE-ED.
           move WS-CHG-COUNT   to WS-CHG-ED.
           move WS-OFFICE-COUNT to WS-OFFICE-ED.
           move WS-OVERSEAS-COUNT to WS-OVERSEAS-ED.
           move WS-AMB-COUNT to WS-AMB-ED.
           move spaces to WS-AUDIT-LINE.
           string "CHECKED=" WS-CHECK-ED
                  " ZIP-GONE=" WS-GONE-ED
                  " TOWN-CHANGED=" WS-CHG-ED
                  " OFFICE-ZIP=" WS-OFFICE-ED
                  " OVERSEAS=" WS-OVERSEAS-ED
                  " ZIP-TOWN-MISMATCH=" WS-AMB-ED
                  into WS-AUDIT-LINE.
           move WS-AUDIT-LINE to AUDIT-FD-REC.
           write AUDIT-FD-REC.
           display WS-AUDIT-LINE.
        AUDIT-TOTAL-E.

        ENV-RESOLVE-S.
           move "yubin_complete.dat" to WS-STATUS-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-STATUS-FILENAME.
           move "yubin_recon.rpt" to WS-RECON-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RECON-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
           move "yubin_jigyo_seq.dat" to WS-JIGYO-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-JIGYO-FILENAME.
           move "cust_zip_audit_jg.idx" to WS-JG-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-JG-WORK-FILENAME.
           move "yubin_seq.dat" to WS-ZT-SRC-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ZT-SRC-FILENAME.
           move "cust_zip_audit_zt.idx" to WS-ZT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ZT-WORK-FILENAME.
           move "cust_zip_audit.rpt" to WS-AUDIT-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-AUDIT-RPT-FILENAME.
        ENV-RESOLVE-E.
