      **         HEIGHT=n … ラベル1枚の行数(既定6)
      **         ROWS=n   … 1頁のラベル段数(既定8)
      **         CAMPAIGN=xxxxxxxx … 郵送キャンペーン・コード(既定
      **                    空白。郵送履歴へ記録される。指定時は
      **                    campaign.idx に登録済みで終了(C)して
      **                    いないこと。予算通数を超えると警告)
      **         SUPPRESS-DAYS=nnn … 直近nnn日以内に郵送済みの顧客を
      **                    今回の出力から抑止する(既定0=抑止なし)
      **         ROMAJI=Y … 実行全体をローマ字ラベル(国際形式)に
      **                    する。顧客単位はラベル区分"R"で指定
      **         HOUSEHOLD=P|F … 世帯単位の郵送。household.idx
      **                    (household_build)で同じ世帯の顧客には
      **                    1枚だけ出す。宛名はPが宛名人の氏名、
      **                    Fが「宛名人の姓＋様ご家族」。宛名人は
      **                    郵送停止でなく連絡同意のある世帯員の
      **                    うち最も若い顧客番号の者。郵送履歴は
      **                    宛名人に1通分、ほかの世帯員には同封の
      **                    記録(区分M)を書く。郵送停止・連絡同意・
      **                    抑止で外れる世帯員には書かない
      **                    (既定空白=顧客単位)
      **         TRAINING=Y … 研修実行。cust_anon_gen の匿名化した
      **                    写し(標識レコード"#ANONYM#"のある
      **                    マスタ)はこの指定が無いと印字しない
      **       mailing_hist.dat (郵送履歴。顧客番号・実行日・
      **         キャンペーン・コード)
      **       campaign.idx (キャンペーン・マスタ。CMP001で引当)
      **       custmove.idx (転居・一時転送の予約。MOV001で実行日
      **       時点の住所に差し替えて選択・印字する)
      **       household.idx (HOUSEHOLD=指定時の世帯の所属)
      **       seed_master.dat / seed_assign.dat (キャンペーンに割り
      **       当てたシード宛先。SED001で払い出す)
      **       cust_consent.idx / campaign_class.idx (顧客の連絡同意
      **       とキャンペーンの郵送区分。CNS001で突き合わせ、同意の
      **       無い顧客は出力しない)
      ** 出力：label_print.dat (N面付けの印字イメージ。郵便番号順。
      **       頁境界は改頁文字。CAMPAIGN=指定時はキャンペーンの
      **       シード宛先のラベルを顧客分の後ろに付ける)
      **       mailing_hist.dat (今回郵送した顧客を追記。シードは
      **       書かないのでプリソートの通数にも入らない。世帯宛ての
      **       同封の記録は区分Mで、通数には数えない)
      **       seed_log.dat (どのシードをどのキャンペーンへ出したか)
      **       label_select.rpt (選択サマリ。選択規則別の件数と、
      **       連絡同意で外した顧客の一覧・理由別件数、世帯宛ての
      **       同封の記録から外した世帯員の一覧)
      ** 〒番号・都道府県/市区町村/町域(郵便番号マスタ側)・番地建物・
      ** 顧客名を面付けし、ワープロへの貼り直し作業を無くす
      **=================================================================
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
      * 世帯員の郵送停止を引くための同じマスタの別の口(本体の口は
      * 郵便番号順に読み進めているので位置を崩さない)
        select hm-cust-file
            assign to WS-CUST-FILENAME
            organization indexed
            access mode random
            record key is HC-顧客番号
            alternate record key is HC-顧客名（カナ）
                with duplicates
            alternate record key is HC-郵便番号７桁
                with duplicates
            file status is WS-HM-FS.
        select idx-file
            assign to WS-IDX-FILENAME
            organization indexed
            access mode dynamic
            record key is LB-郵便番号７桁
            file status is WS-IDX-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select print-file
            assign to WS-PRINT-FILENAME
            organization line sequential
            file status is WS-PRINT-FS.
        select mail-hist-file
            assign to WS-MAIL-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
      * 抑止判定用の顧客別最終郵送日(郵送履歴から毎回作り直す)
        select mh-work-file
            assign to WS-MH-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is MW-顧客番号
            file status is WS-MW-FS.
        select barcode-exc-file
            assign to WS-BARCODE-EXC-FILENAME
            organization line sequential
            file status is WS-BCEXC-FS.
        select sel-ctl-file
            assign to WS-SEL-CTL-FILENAME
            organization line sequential
            file status is WS-SEL-FS.
        select sel-rpt-file
            assign to WS-SEL-RPT-FILENAME
            organization line sequential
            file status is WS-SELRPT-FS.
        select route-file
            assign to WS-ROUTE-FILENAME
            organization indexed
            access mode dynamic
            record key is RT-郵便番号上3桁
            file status is WS-ROUTE-FS.
        select dlva-file
            assign to WS-DLVA-FILENAME
            organization indexed
            access mode dynamic
            record key is D-副住所キー
            file status is WS-DLVA-FS.
        select hh-file
            assign to WS-HH-FILENAME
            organization indexed
            access mode dynamic
            record key is H-顧客番号
            alternate record key is H-世帯番号
                with duplicates
            file status is WS-HH-FS.
      * 世帯単位の実行で今回出した世帯(毎回作り直す)
        select hs-work-file
            assign to WS-HS-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is HS-世帯番号
            file status is WS-HS-FS.
      **=================================================================
        data                     division.
        file                      section.
            03 MH-実行日        pic X(08).
            03 filler           pic X(01).
            03 MH-キャンペーン  pic X(08).
            03 filler           pic X(01).
      * 通区分(空白=1通。M=世帯宛ての1通に同封された世帯員の記録で
      * 通数には数えない)
            03 MH-通区分        pic X(01).

        fd  mh-work-file
            label records are standard.
        01  MH-WORK-REC.
            03 MW-顧客番号      pic X(08).
            03 MW-通算日        pic 9(08).

        fd  barcode-exc-file
            label records are standard.
        01  DLVA-REC.
            COPY CUSTDLVA.

        fd  hh-file
            label records are standard.
        01  HH-REC.
            COPY HOUSEHLD.

        fd  hm-cust-file
            label records are standard.
        01  HM-CUST-REC.
            COPY CUSTADDR REPLACING LEADING ==C-== BY ==HC-==.

        fd  hs-work-file
            label records are standard.
        01  HS-WORK-REC.
            03 HS-世帯番号      pic X(08).

        working-storage           section.
        01  WS-CUST-FS          pic X(02).
        01  WS-IDX-FS           pic X(02).
        01  WS-ZIP-FOUND        pic X(01).
        01  WS-PRINT-LINE       pic X(300).
      * 郵送履歴による抑止。SUPPRESS-DAYS=nnn 指定時は履歴を顧客別
      * 最終郵送日の作業索引(label_print_mh.idx)へ積み、カットオフ日
      * 以降に郵送済みの顧客を今回の出力から外す。履歴が何件に
      * 増えても索引なので上限は無い
        01  WS-HIST-FS          pic X(02).
        01  WS-CAMPAIGN         pic X(08) value spaces.
        01  WS-SUPPRESS-DAYS    pic 9(03) value 0.
        01  WS-HIST-EOF         pic X(01).
        01  WS-MW-FS            pic X(02).
        01  WS-MH-IDX           pic 9(01).
        01  WS-SUPPRESS-COUNT   pic 9(07) value 0.
        01  WS-RETURN-HELD-COUNT pic 9(07) value 0.
      * 顧客の連絡同意(CNS001)。実行の初めにキャンペーンの郵送
      * 区分(販促M/法定L)と商品区分を引き、販促の実行では同意の
      * 無い顧客を外して選択サマリへ1行ずつ載せる
        01  WS-CNS-MODE         pic X(05).
        01  WS-CNS-KEY          pic X(08).
        01  WS-CNS-CLASS        pic X(01).
        01  WS-CNS-PRODUCT      pic X(04).
        01  WS-CNS-RESULT       pic X(01).
        01  WS-CNS-REASON       pic X(12).
        01  WS-CNS-COUNT        pic 9(07) value 0.
        01  WS-CNS-LEGAL-COUNT  pic 9(07) value 0.
        01  WS-CNS-MKT-COUNT    pic 9(07) value 0.
        01  WS-CNS-CAT-COUNT    pic 9(07) value 0.
      * キャンペーン・マスタの引当(CMP001)。未登録・終了のコードでは
      * 刷らず、予算通数を超えた実行は警告する
        01  WS-CAMP-REC.
            COPY CAMPAIGN.
        01  WS-CAMP-RESULT      pic X(01).
        01  WS-BUDGET-ED        pic ZZZZZZ9.
        01  WS-PIECE-ED         pic ZZZZZZ9.
      * 共通ログ(LOG001)
        01  WS-LOG-SEVERITY     pic X(05).
        01  WS-LOG-MESSAGE      pic X(80).
      * 選択制御カード(label_select.ctl)。1行1規則
      *   INCLUDE|EXCLUDE PREF=都道府県名 / ZIP=from-to /
      *   PREFIX=上3桁 / ROUTE=ルートコード / CUST=from-to
        01  WS-DLVA-DONE        pic X(01).
        01  WS-SUB-COUNT        pic 9(07) value 0.
        01  sel-i               pic 9(02).
      * 世帯単位の郵送(HOUSEHOLD=P|F)。同じ世帯で最初に刷れた顧客に
      * 世帯の宛名で1枚を出し、残りの世帯員は飛ばす。宛名人は郵送
      * 停止でなく連絡同意のある世帯員のうち最も若い顧客番号の者
        01  WS-HOUSEHOLD        pic X(01) value space.
        01  WS-HH-FS            pic X(02).
        01  WS-HM-FS            pic X(02).
        01  WS-HH-ADDR-NO       pic X(08).
        01  WS-HH-MEMBER-OK     pic X(01).
        01  WS-HH-EXCL-REASON   pic X(12).
        01  WS-HH-EXCL-COUNT    pic 9(07) value 0.
        01  WS-HS-FS            pic X(02).
        01  WS-HH-EOF           pic X(01).
        01  WS-HH-ACTIVE        pic X(01) value "N".
        01  WS-HH-NO            pic X(08).
        01  WS-HH-NAME-N        pic N(20).
        01  WS-HH-NAME-X REDEFINES WS-HH-NAME-N pic X(60).
        01  WS-HH-SURNAME       pic X(60).
        01  WS-HH-MERGED-COUNT  pic 9(07) value 0.
        01  WS-HH-HIST-COUNT    pic 9(07) value 0.
      * 郵便カスタマバーコード。郵便番号7桁＋番地建物から拾った
      * 数字・ハイフン(住所表示番号)を13桁へ詰め、チェックデジット
      * を付けたコード表現をラベルへ印字する。割引適用率の確認用に
        01  WS-BC-EXC-LINE      pic X(80).
        01  bc-i                pic 9(02).
        01  WS-TODAY-DATE       pic 9(08).
      * 実行日時点で有効な住所(転居・一時転送の予約。MOV001)
        01  WS-MOV-DATE         pic X(08).
        01  WS-MOV-RESULT       pic X(01).
        01  WS-TODAY-SERIAL     pic 9(08).
        01  WS-CUTOFF-SERIAL    pic 9(08).
        01  WS-HIST-DATE        pic 9(08).
            03 WS-CUM-MM  occurs 12  pic 9(03).
        01  WS-COL-POS          pic 9(03).
        01  WS-LABEL-COUNT      pic 9(07) value 0.
      * キャンペーンに割り当てたシード宛先(SED001)。ラベル枚数・
      * 予算・郵送履歴には数えず、配布は seed_log.dat に残す
        01  WS-SEED-MODE        pic X(05).
        01  WS-SEED-TYPE        pic X(01) value "C".
        01  WS-SEED-TARGET      pic X(08).
        01  WS-SEED-SEQ         pic 9(03).
        01  WS-SEED-RESULT      pic X(01).
        01  WS-SEED-REC.
            COPY SEEDREC.
        01  WS-SEED-COUNT       pic 9(07) value 0.
        01  WS-SKIP-COUNT       pic 9(07) value 0.
        01  WS-FF-LINE          pic X(01) value X"0C".
      * 顧客側N項目の生バイト・ビュー
      * 並びを国際形式(名前→番地→町域・市→県・郵便番号→JAPAN)に
      * 反転する。郵便番号は NNN-NNNN 表記
        01  WS-ROMAJI-RUN       pic X(01) value "N".
      * 匿名化した研修用の写し(cust_anon_gen)の標識レコード。
      * 本番の実行で架空の宛名を刷らないよう、標識のあるマスタは
      * TRAINING=Y の研修実行でしか印字しない
        01  WS-TRAINING-RUN     pic X(01) value "N".
        01  WS-ANON-MARK-NO     pic X(08) value "#ANONYM#".
        01  WS-ROM-NAME         pic X(180).
        01  WS-ROM-KEN          pic X(180).
        01  WS-ROM-SHI          pic X(180).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                   pic 9(02).
        01  j                   pic 9(02).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME         pic X(256).
        01  WS-IDX-FILENAME          pic X(256).
        01  WS-CTL-FILENAME          pic X(256).
        01  WS-PRINT-FILENAME        pic X(256).
        01  WS-MAIL-HIST-FILENAME    pic X(256).
        01  WS-MH-WORK-FILENAME      pic X(256).
        01  WS-BARCODE-EXC-FILENAME  pic X(256).
        01  WS-SEL-CTL-FILENAME      pic X(256).
        01  WS-SEL-RPT-FILENAME      pic X(256).
        01  WS-ROUTE-FILENAME        pic X(256).
        01  WS-DLVA-FILENAME         pic X(256).
        01  WS-HH-FILENAME           pic X(256).
        01  WS-HS-WORK-FILENAME      pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD              pic X(600).
           03 filler                   pic X(01) value low-value.
        01  WS-ENV-MODE              pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           perform READ-CONTROL-S thru READ-CONTROL-E.
           perform CAMPAIGN-CHECK-S thru CAMPAIGN-CHECK-E.
           move "CLASS" to WS-CNS-MODE.
           move WS-CAMPAIGN to WS-CNS-KEY.
           call "CNS001" using WS-CNS-MODE WS-CNS-KEY WS-CNS-CLASS
                               WS-CNS-PRODUCT WS-CNS-RESULT
                               WS-CNS-REASON.
           perform READ-SELECT-S thru READ-SELECT-E.
           perform SELECT-RPT-OPEN-S thru SELECT-RPT-OPEN-E.
           if WS-SEL-USED > 0
      * ルート規則の照合用にルート・マスタを開く(無ければ規則は
      * 全員不一致になるだけで続行できる)
                 move space to WS-USAGE
              end-if
           end-if.
           if WS-HOUSEHOLD not = space
              perform HH-OPEN-S thru HH-OPEN-E
           end-if.
           accept WS-TODAY-DATE from date yyyymmdd.
           move WS-TODAY-DATE to WS-MOV-DATE.
           move WS-TODAY-DATE to WS-SER-DATE.
           perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E.
           move WS-SER-RESULT to WS-TODAY-SERIAL.
                      WS-CUST-FS
              stop run
           end-if.
           perform ANON-CHECK-S thru ANON-CHECK-E.
      * 郵便番号の副キーで位置付け、郵便番号順に面付けする
      * (区分郵便の差出順。別途の並べ替えは不要)
           move low-values to C-郵便番号７桁.
           start cust-file key is >= C-郵便番号７桁
              invalid key
                 move "Y" to WS-CUST-EOF
           end-start.
           open input idx-file.
           if WS-IDX-FS not = "00"
              display "ERROR: cannot open yubin_seq.idx status="
           end-if.
           perform LABEL-LOOP-S thru LABEL-LOOP-E
              until WS-CUST-EOF = "Y".
           if WS-CAMPAIGN not = spaces
              perform SEED-LABELS-S thru SEED-LABELS-E
           end-if.
      * 端数の面を吐き出す
           if WS-CELL-USED > 0
              perform EMIT-ROW-S thru EMIT-ROW-E
           close print-file.
           close barcode-exc-file.
           close mail-hist-file.
           if WS-SUPPRESS-DAYS > 0
              close mh-work-file
           end-if.
           close idx-file.
           close cust-file.
           if WS-ROUTE-OPENED = "Y"
              display "SUB-ADDRESS LABELS=" WS-SUB-COUNT
                      " (USAGE=" WS-USAGE ")"
           end-if.
           if WS-HOUSEHOLD not = space
              close hh-file
              close hm-cust-file
              close hs-work-file
              move spaces to WS-FILE-CMD
              string "rm -f "        delimited by size
                     WS-HS-WORK-FILENAME delimited by space
                     into WS-FILE-CMD
              call "system" using WS-FILE-CMD
              display "HOUSEHOLD=" WS-HOUSEHOLD
                      " MERGED(same household)=" WS-HH-MERGED-COUNT
                      " HISTORY(members)=" WS-HH-HIST-COUNT
                      " EXCLUDED(members)=" WS-HH-EXCL-COUNT
           end-if.
           perform WRITE-SELECT-RPT-S thru WRITE-SELECT-RPT-E.
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
           display "LABELS=" WS-LABEL-COUNT
                   " SKIPPED(no zip)=" WS-SKIP-COUNT
                   " SUPPRESSED(mailed)=" WS-SUPPRESS-COUNT
                   " HELD(returned)=" WS-RETURN-HELD-COUNT
                   " EXCLUDED(consent)=" WS-CNS-COUNT
                   " SEEDS=" WS-SEED-COUNT.
      * バーコード適用率(割引の適用判定に使う)
           display "BARCODE=" WS-BC-COUNT
                   " NO-BARCODE=" WS-BC-EXC-COUNT.
           perform BUDGET-CHECK-S thru BUDGET-CHECK-E.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-LABEL-COUNT to WS-RJ-COUNT.
        MAIN-E.

      ******************************************************************
        CAMPAIGN-CHECK-S.
      * 指定されたキャンペーン・コードをマスタで確かめる。打ち間違い
      * (未登録)と終了済みは郵送履歴を汚す前にここで止める
           if WS-CAMPAIGN = spaces
              go to CAMPAIGN-CHECK-E
           end-if.
           call "CMP001" using WS-CAMPAIGN WS-CAMP-REC WS-CAMP-RESULT.
           if WS-CAMP-RESULT = "Y"
              go to CAMPAIGN-CHECK-E
           end-if.
           move "ERROR" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           if WS-CAMP-RESULT = "C"
              string "campaign " WS-CAMPAIGN " is closed"
                     " - label run refused"
                     delimited by size into WS-LOG-MESSAGE
           else
              string "campaign " WS-CAMPAIGN " is not in campaign.idx"
                     " - label run refused"
                     delimited by size into WS-LOG-MESSAGE
           end-if.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "ERROR: " WS-LOG-MESSAGE.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        CAMPAIGN-CHECK-E.

        ANON-CHECK-S.
      * 匿名化した写しの標識があれば、研修実行以外は刷らずに止める
           move WS-ANON-MARK-NO to C-顧客番号.
           read cust-file key is C-顧客番号
              invalid key
                 go to ANON-CHECK-E
           end-read.
           if WS-TRAINING-RUN = "Y"
              display "TRAINING RUN - anonymized customer master"
              go to ANON-CHECK-E
           end-if.
           move "ERROR" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "customer.idx is an anonymized training copy"
                  " - label run refused"
                  delimited by size into WS-LOG-MESSAGE.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "ERROR: " WS-LOG-MESSAGE.
           close cust-file.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        ANON-CHECK-E.

        BUDGET-CHECK-S.
      * 今回の通数がキャンペーンの予算通数(0=予算なし)を超えたら
      * 共通ログへ警告を残す(出力は止めない)
           if WS-CAMPAIGN = spaces
              or CP-予算通数 = 0
              or WS-LABEL-COUNT not > CP-予算通数
              go to BUDGET-CHECK-E
           end-if.
           move WS-LABEL-COUNT to WS-PIECE-ED.
           move CP-予算通数 to WS-BUDGET-ED.
           move "WARN " to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "campaign " WS-CAMPAIGN " over budget: pieces="
                  WS-PIECE-ED " budget=" WS-BUDGET-ED
                  delimited by size into WS-LOG-MESSAGE.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "WARNING: " WS-LOG-MESSAGE.
        BUDGET-CHECK-E.

        READ-CONTROL-S.
           open input ctl-file.
           if WS-CTL-FS not = "00"
           if CTL-FD-REC(1:7) = "ROMAJI="
              move CTL-FD-REC(8:1) to WS-ROMAJI-RUN
           end-if.
           if CTL-FD-REC(1:10) = "HOUSEHOLD="
              and (CTL-FD-REC(11:1) = "P"
                   or CTL-FD-REC(11:1) = "F")
              move CTL-FD-REC(11:1) to WS-HOUSEHOLD
           end-if.
           if CTL-FD-REC(1:9) = "TRAINING="
              move CTL-FD-REC(10:1) to WS-TRAINING-RUN
           end-if.
           if CTL-FD-REC(1:6) = "USAGE="
              and (CTL-FD-REC(7:1) = "B"
                   or CTL-FD-REC(7:1) = "S")
           end-evaluate.
        MATCH-RULE-E.

        SELECT-RPT-OPEN-S.
      * 選択サマリは連絡同意で外した顧客を走行中に書くため、実行の
      * 初めに開いて見出しを出しておく
           open output sel-rpt-file.
           move spaces to SEL-RPT-FD-REC.
           string "== label selection summary"
              into SEL-RPT-FD-REC.
           write SEL-RPT-FD-REC.
           move spaces to SEL-RPT-FD-REC.
           string "CONSENT CAMPAIGN=" WS-CAMPAIGN
                  " CLASS=" WS-CNS-CLASS
                  " PRODUCT=" WS-CNS-PRODUCT
                  into SEL-RPT-FD-REC.
           write SEL-RPT-FD-REC.
        SELECT-RPT-OPEN-E.

        CONSENT-CHECK-S.
      * 連絡同意の無い顧客を外し、選択サマリへ理由つきで載せる
           move "CHECK" to WS-CNS-MODE.
           move C-顧客番号 to WS-CNS-KEY.
           call "CNS001" using WS-CNS-MODE WS-CNS-KEY WS-CNS-CLASS
                               WS-CNS-PRODUCT WS-CNS-RESULT
                               WS-CNS-REASON.
           if WS-CNS-RESULT = "Y"
              go to CONSENT-CHECK-E
           end-if.
           compute WS-CNS-COUNT = WS-CNS-COUNT + 1.
           evaluate WS-CNS-REASON
              when "LEGAL-ONLY"
                 compute WS-CNS-LEGAL-COUNT = WS-CNS-LEGAL-COUNT + 1
              when "NO-MARKETING"
                 compute WS-CNS-MKT-COUNT = WS-CNS-MKT-COUNT + 1
              when other
                 compute WS-CNS-CAT-COUNT = WS-CNS-CAT-COUNT + 1
           end-evaluate.
           move spaces to SEL-RPT-FD-REC.
           string "CONSENT-EXCL cust=" C-顧客番号
                  " reason=" WS-CNS-REASON
                  into SEL-RPT-FD-REC.
           write SEL-RPT-FD-REC.
        CONSENT-CHECK-E.

        WRITE-SELECT-RPT-S.
      * 規則別の該当件数と採用・除外の総数、連絡同意で外した件数
      * (選択サマリ)
           if WS-SEL-USED = 0
              go to WRITE-SELECT-RPT-CONSENT
           end-if.
           move 1 to sel-i.
           perform until sel-i > WS-SEL-USED
              move spaces to SEL-RPT-FD-REC
                  " CUT=" WS-SEL-CUT-COUNT
                  into SEL-RPT-FD-REC.
           write SEL-RPT-FD-REC.
        WRITE-SELECT-RPT-CONSENT.
           move spaces to SEL-RPT-FD-REC.
           string "CONSENT-EXCLUDED=" WS-CNS-COUNT
                  " LEGAL-ONLY=" WS-CNS-LEGAL-COUNT
                  " NO-MARKETING=" WS-CNS-MKT-COUNT
                  " CATEGORY=" WS-CNS-CAT-COUNT
                  into SEL-RPT-FD-REC.
           write SEL-RPT-FD-REC.
           close sel-rpt-file.
        WRITE-SELECT-RPT-E.

        LABEL-LOOP-S.
           read cust-file next record
              at end
                 move "Y" to WS-CUST-EOF
                 go to LABEL-LOOP-E
           end-read.
      * 匿名化した写しの標識レコードは宛先ではない
           if C-顧客番号 = WS-ANON-MARK-NO
              go to LABEL-LOOP-E
           end-if.
           move "N" to WS-HH-ACTIVE.
      * 開始日の来た転居・期間中の一時転送は、夜間の反映前でも
      * 実行日の住所で選択・印字する
           call "MOV001" using CUST-REC WS-MOV-DATE WS-MOV-RESULT.
      * 選択制御カードの規則で対象を絞り込む(マーケティングの
      * 地域指定キャンペーン用)
           if WS-SEL-USED > 0
              compute WS-RETURN-HELD-COUNT = WS-RETURN-HELD-COUNT + 1
              go to LABEL-LOOP-E
           end-if.
      * 販促の実行では連絡同意の無い顧客を外す(法定・契約上の通知
      * は同意に関係なく出す)
           perform CONSENT-CHECK-S thru CONSENT-CHECK-E.
           if WS-CNS-RESULT not = "Y"
              go to LABEL-LOOP-E
           end-if.
      * 直近N日以内に郵送済みの顧客は今回の出力から抑止する
           if WS-SUPPRESS-DAYS > 0
              perform SUPPRESS-CHECK-S thru SUPPRESS-CHECK-E
              perform SUB-ADDR-RUN-S thru SUB-ADDR-RUN-E
              go to LABEL-LOOP-E
           end-if.
      * 世帯単位の実行では、既に1枚出した世帯の顧客を飛ばす
           if WS-HOUSEHOLD not = space
              perform HH-CHECK-S thru HH-CHECK-E
              if WS-HH-ACTIVE = "S"
                 compute WS-HH-MERGED-COUNT = WS-HH-MERGED-COUNT + 1
                 go to LABEL-LOOP-E
              end-if
           end-if.
      * 国外顧客は国内郵便番号を持たないため、郵便番号マスタ照合を
      * 通さず海外住所欄で国際形式のラベルにする
           if C-国コード not = spaces
           string WS-BANCHI-X           delimited by space
                  into WS-CELL-LINE(WS-CELL-USED 4).
           move C-顧客名（漢字） to WS-NAME-N.
           evaluate true
              when WS-HH-ACTIVE = "Y" and WS-HOUSEHOLD = "F"
                 string WS-HH-SURNAME   delimited by space
                        "様ご家族"      delimited by size
                        into WS-CELL-LINE(WS-CELL-USED 5)
              when WS-HH-ACTIVE = "Y"
                 string WS-HH-NAME-X    delimited by space
                        "  様"          delimited by size
                        into WS-CELL-LINE(WS-CELL-USED 5)
              when other
                 string WS-NAME-X       delimited by space
                        "  様"          delimited by size
                        into WS-CELL-LINE(WS-CELL-USED 5)
           end-evaluate.
      * 郵便カスタマバーコードのコード表現(6行目。用紙が5行設定の
      * ときは物理的に載らないため生成しない)
           if WS-HEIGHT >= 6
           move C-国コード to WS-CELL-LINE(WS-CELL-USED 5).
        BUILD-OVERSEAS-E.

        SEED-LABELS-S.
      * キャンペーンのシード宛先を1枚ずつ面付けし、配布を記録する
           move WS-CAMPAIGN to WS-SEED-TARGET.
           move 0 to WS-SEED-SEQ.
           move "Y" to WS-SEED-RESULT.
           perform until WS-SEED-RESULT not = "Y"
              move "NEXT " to WS-SEED-MODE
              call "SED001" using WS-SEED-MODE WS-SEED-TYPE
                                  WS-SEED-TARGET WS-SEED-SEQ
                                  WS-RJ-PROGNAME WS-SEED-REC
                                  WS-SEED-RESULT
              if WS-SEED-RESULT = "Y"
                 perform SEED-CELL-S thru SEED-CELL-E
                 compute WS-SEED-COUNT = WS-SEED-COUNT + 1
                 if WS-CELL-USED >= WS-ACROSS
                    perform EMIT-ROW-S thru EMIT-ROW-E
                 end-if
                 move "LOG  " to WS-SEED-MODE
                 call "SED001" using WS-SEED-MODE WS-SEED-TYPE
                                     WS-SEED-TARGET WS-SEED-SEQ
                                     WS-RJ-PROGNAME WS-SEED-REC
                                     WS-SEED-RESULT
              end-if
           end-perform.
        SEED-LABELS-E.

        SEED-CELL-S.
      * シード1枚。顧客の漢字ラベルと同じ並びで組み、見分けが
      * つかないようバーコードも載せる(バーコード適用率には数えず、
      * 生成不能でも例外一覧へは出さない)
           add 1 to WS-CELL-USED.
           move 1 to j.
           perform until j > 9
              move spaces to WS-CELL-LINE(WS-CELL-USED j)
              compute j = j + 1
           end-perform.
           string "〒" SD-郵便番号７桁
              into WS-CELL-LINE(WS-CELL-USED 1).
           string SD-都道府県名（漢字） delimited by space
                  SD-市町村名（漢字）   delimited by space
                  into WS-CELL-LINE(WS-CELL-USED 2).
           string SD-町域名（漢字）     delimited by space
                  into WS-CELL-LINE(WS-CELL-USED 3).
           string SD-番地建物           delimited by space
                  into WS-CELL-LINE(WS-CELL-USED 4).
           string SD-氏名（漢字）       delimited by space
                  "  様"                delimited by size
                  into WS-CELL-LINE(WS-CELL-USED 5).
           if WS-HEIGHT >= 6
      * バーコードの組み立ては顧客レコードの郵便番号・番地建物を
      * 読むので、読み終えた顧客レコード域へシードの値を置く
              move SD-郵便番号７桁 to C-郵便番号７桁
              move spaces to WS-BANCHI-X
              move SD-番地建物 to WS-BANCHI-X
              move WS-BANCHI-N to C-番地建物
              perform BUILD-BARCODE-S thru BUILD-BARCODE-E
              if WS-BC-OK = "Y"
                 string "BC:" WS-BC-DATA delimited by size
                    into WS-CELL-LINE(WS-CELL-USED 6)
              end-if
           end-if.
        SEED-CELL-E.

        EMIT-ROW-S.
      * バッファ上の横1段分を印字イメージへ吐き出す
           move 1 to j.
        EMIT-ROW-E.

        HIST-LOAD-S.
      * 郵送履歴から顧客別の最終郵送日(通算日)を作業索引へ積む。
      * カットオフ日より古い履歴行は抑止に関係しないので積まない。
      * 索引は前回実行分を引き継がないよう空で作り直す
           open output mh-work-file.
           close mh-work-file.
           open i-o mh-work-file.
           if WS-MW-FS not = "00"
              display "ERROR: cannot open label_print_mh.idx status="
                      WS-MW-FS
              stop run
           end-if.
           open input mail-hist-file.
           if WS-HIST-FS not = "00"
              go to HIST-LOAD-E
              end-read
           end-perform.
           close mail-hist-file.
        HIST-LOAD-E.

        HIST-TALLY-S.
           if WS-SER-RESULT < WS-CUTOFF-SERIAL
              go to HIST-TALLY-E
           end-if.
           move MH-顧客番号 to MW-顧客番号.
           read mh-work-file
              invalid key
                 move WS-SER-RESULT to MW-通算日
                 write MH-WORK-REC
                 go to HIST-TALLY-E
           end-read.
           if WS-SER-RESULT > MW-通算日
              move WS-SER-RESULT to MW-通算日
              rewrite MH-WORK-REC
           end-if.
        HIST-TALLY-E.

        SUPPRESS-CHECK-S.
      * 作業索引に顧客がいればカットオフ日以降の郵送済み
           move 1 to WS-MH-IDX.
           move C-顧客番号 to MW-顧客番号.
           read mh-work-file
              invalid key
                 move 0 to WS-MH-IDX
           end-read.
        SUPPRESS-CHECK-E.

        HIST-APPEND-S.
      * 郵送1件ごとに履歴へ追記する(次回以降の抑止判定の材料)。
      * 世帯宛ての1枚は世帯の全員に記録し、世帯を出済みにする
           if WS-HH-ACTIVE = "Y"
              perform HH-HIST-S thru HH-HIST-E
              go to HIST-APPEND-E
           end-if.
           move spaces to MAIL-HIST-FD-REC.
           move C-顧客番号    to MH-顧客番号.
           move WS-TODAY-DATE to MH-実行日.
           write MAIL-HIST-FD-REC.
        HIST-APPEND-E.

        HH-OPEN-S.
      * 世帯ファイルが無ければ顧客単位の実行に戻す
           open input hh-file.
           if WS-HH-FS not = "00"
              display "WARNING: HOUSEHOLD specified but "
                      "household.idx cannot be opened"
              move space to WS-HOUSEHOLD
              go to HH-OPEN-E
           end-if.
           open input hm-cust-file.
           if WS-HM-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-HM-FS
              stop run
           end-if.
           open output hs-work-file.
           close hs-work-file.
           open i-o hs-work-file.
           if WS-HS-FS not = "00"
              display "ERROR: cannot open label_print_hh.idx"
                      " status=" WS-HS-FS
              stop run
           end-if.
        HH-OPEN-E.

        HH-CHECK-S.
      * 2人以上の世帯に属する顧客なら世帯の宛名を用意する。
      * 世帯を出済みなら WS-HH-ACTIVE="S"(飛ばす)。宛名人は今の
      * 顧客(郵送停止・連絡同意の判定を通っている)と、それより
      * 若い顧客番号で同じ判定を通る世帯員のうち最も若い者。
      * 代表者が販促を断っていても代表者宛てにはしない
           move C-顧客番号 to H-顧客番号.
           read hh-file key is H-顧客番号
              invalid key
                 go to HH-CHECK-E
           end-read.
           if H-世帯人数 < 2
              go to HH-CHECK-E
           end-if.
           move H-世帯番号 to HS-世帯番号.
           read hs-work-file
              invalid key
                 continue
              not invalid key
                 move "S" to WS-HH-ACTIVE
                 go to HH-CHECK-E
           end-read.
           move "Y" to WS-HH-ACTIVE.
           move H-世帯番号 to WS-HH-NO.
           move C-顧客番号 to WS-HH-ADDR-NO.
           move C-顧客名（漢字） to WS-HH-NAME-N.
           perform HH-START-S thru HH-START-E.
           perform until WS-HH-EOF = "Y"
              perform HH-NEXT-S thru HH-NEXT-E
              if WS-HH-EOF not = "Y"
                 and H-顧客番号 < WS-HH-ADDR-NO
                 perform HH-MEMBER-S thru HH-MEMBER-E
                 if WS-HH-MEMBER-OK = "Y"
                    move H-顧客番号 to WS-HH-ADDR-NO
                    move HC-顧客名（漢字） to WS-HH-NAME-N
                 end-if
              end-if
           end-perform.
           move spaces to WS-HH-SURNAME.
           unstring WS-HH-NAME-X delimited by "　" or " "
              into WS-HH-SURNAME.
        HH-CHECK-E.

        HH-START-S.
      * 世帯番号の副キーで世帯員の先頭に位置付ける
           move WS-HH-NO to H-世帯番号.
           move "N" to WS-HH-EOF.
           start hh-file key is = H-世帯番号
              invalid key
                 move "Y" to WS-HH-EOF
           end-start.
        HH-START-E.

        HH-NEXT-S.
           read hh-file next record
              at end
                 move "Y" to WS-HH-EOF
                 go to HH-NEXT-E
           end-read.
           if H-世帯番号 not = WS-HH-NO
              move "Y" to WS-HH-EOF
           end-if.
        HH-NEXT-E.

        HH-MEMBER-S.
      * 世帯員(H-顧客番号)が郵送停止でなく連絡同意もあれば "Y"。
      * 外れる理由は WS-HH-EXCL-REASON に置く
           move "N" to WS-HH-MEMBER-OK.
           move H-顧客番号 to HC-顧客番号.
           read hm-cust-file
              invalid key
                 move "NO-CUSTOMER" to WS-HH-EXCL-REASON
                 go to HH-MEMBER-E
           end-read.
           if HC-郵送停止フラグ = "Y"
              move "MAIL-STOP" to WS-HH-EXCL-REASON
              go to HH-MEMBER-E
           end-if.
           move "CHECK" to WS-CNS-MODE.
           move H-顧客番号 to WS-CNS-KEY.
           call "CNS001" using WS-CNS-MODE WS-CNS-KEY WS-CNS-CLASS
                               WS-CNS-PRODUCT WS-CNS-RESULT
                               WS-CNS-REASON.
           if WS-CNS-RESULT not = "Y"
              move WS-CNS-REASON to WS-HH-EXCL-REASON
              go to HH-MEMBER-E
           end-if.
           move "Y" to WS-HH-MEMBER-OK.
        HH-MEMBER-E.

        HH-HIST-S.
      * 宛名人に1通分の行を書き、ほかの世帯員には同封の記録(区分
      * M)を書く。郵送停止・連絡同意・抑止で顧客単位なら外れる
      * 世帯員には書かず、選択サマリへ載せる
           move WS-HH-NO to HS-世帯番号.
           write HS-WORK-REC
              invalid key
                 continue
           end-write.
           move spaces to MAIL-HIST-FD-REC.
           move WS-HH-ADDR-NO to MH-顧客番号.
           move WS-TODAY-DATE to MH-実行日.
           move WS-CAMPAIGN   to MH-キャンペーン.
           write MAIL-HIST-FD-REC.
           compute WS-HH-HIST-COUNT = WS-HH-HIST-COUNT + 1.
           perform HH-START-S thru HH-START-E.
           perform until WS-HH-EOF = "Y"
              perform HH-NEXT-S thru HH-NEXT-E
              if WS-HH-EOF not = "Y"
                 and H-顧客番号 not = WS-HH-ADDR-NO
                 perform HH-MEMBER-HIST-S thru HH-MEMBER-HIST-E
              end-if
           end-perform.
        HH-HIST-E.

        HH-MEMBER-HIST-S.
           perform HH-MEMBER-S thru HH-MEMBER-E.
           if WS-HH-MEMBER-OK = "Y"
              and WS-SUPPRESS-DAYS > 0
              move H-顧客番号 to MW-顧客番号
              read mh-work-file
                 not invalid key
                    move "N" to WS-HH-MEMBER-OK
                    move "SUPPRESSED" to WS-HH-EXCL-REASON
              end-read
           end-if.
           if WS-HH-MEMBER-OK not = "Y"
              compute WS-HH-EXCL-COUNT = WS-HH-EXCL-COUNT + 1
              move spaces to SEL-RPT-FD-REC
              string "HOUSEHOLD-MEMBER-EXCL cust=" H-顧客番号
                     " household=" WS-HH-NO
                     " reason=" WS-HH-EXCL-REASON
                     into SEL-RPT-FD-REC
              write SEL-RPT-FD-REC
              go to HH-MEMBER-HIST-E
           end-if.
           move spaces to MAIL-HIST-FD-REC.
           move H-顧客番号    to MH-顧客番号.
           move WS-TODAY-DATE to MH-実行日.
           move WS-CAMPAIGN   to MH-キャンペーン.
           move "M"           to MH-通区分.
           write MAIL-HIST-FD-REC.
           compute WS-HH-HIST-COUNT = WS-HH-HIST-COUNT + 1.
        HH-MEMBER-HIST-E.

        DATE-TO-SERIAL-S.
      * WS-SER-DATE(YYYYMMDD)を通算日(WS-SER-RESULT)へ換算する。
      * 抑止日数の大小比較に足る精度(年365日+閏年加算+月累計)
              = (WS-SER-YYYY * 365) + (WS-SER-YYYY / 4)
              + WS-CUM-MM(WS-SER-MM) + WS-SER-DD.
        DATE-TO-SERIAL-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
           move "label_print.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "label_print.dat" to WS-PRINT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PRINT-FILENAME.
           move "mailing_hist.dat" to WS-MAIL-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MAIL-HIST-FILENAME.
           move "label_print_mh.idx" to WS-MH-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MH-WORK-FILENAME.
           move "barcode_exc.rpt" to WS-BARCODE-EXC-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-BARCODE-EXC-FILENAME.
           move "label_select.ctl" to WS-SEL-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SEL-CTL-FILENAME.
           move "label_select.rpt" to WS-SEL-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SEL-RPT-FILENAME.
           move "route.idx" to WS-ROUTE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROUTE-FILENAME.
           move "custaddr2.idx" to WS-DLVA-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DLVA-FILENAME.
           move "household.idx" to WS-HH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HH-FILENAME.
           move "label_print_hh.idx" to WS-HS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HS-WORK-FILENAME.
        ENV-RESOLVE-E.
