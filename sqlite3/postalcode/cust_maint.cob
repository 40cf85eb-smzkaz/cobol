      **=================================================================
      ** 顧客住所マスタ(customer.idx)の保守
      ** 入力：画面(追加・変更・削除・検索)、yubin.db(郵便番号の
      **       実在検証)
      **       yubin_addr_pick.dat (addr_lookupで選んだ住所。P処理で
      **       追加・変更画面の住所欄へ写す)
      ** 出力：customer.idx (顧客番号キーの索引編成ファイル。カナ
      **       氏名・郵便番号７桁を重複可の副キーに持つ)
      **       custmove.idx (転居・一時転送の予約。M処理で登録・
      **       取消し、夜間のmove_applyが開始日・終了日に反映する)
      **       cust_branch.idx (担当支店。B処理で手動指定・自動判定
      **       への戻しを行う。支店コードは branch_cfg.dat で検証)
      ** 郵便番号が複数町域にまたがる・町域が複数の郵便番号に分かれる
      ** (POSTAL_CODEの i_4 / i_1 の印)場合は、郵便番号と町域名の
      ** 組合せまで突合し、合わなければ候補の郵便番号を示して入力し
      ** 直させる
      ** 表計算ソフト管理だった顧客住所を索引ファイルのマスタに
      ** 起こし、登録時に郵便番号を郵便番号マスタと突合することで
      ** 誤った郵便番号の保存を入口で防ぐ
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
        select dlva-file
            assign to WS-DLVA-FILENAME
            organization indexed
            access mode dynamic
            record key is D-副住所キー
            file status is WS-DLVA-FS.
        select move-file
            assign to WS-MOVE-FILENAME
            organization indexed
            access mode dynamic
            record key is M-予約キー
            file status is WS-MOVE-FS.
        select brch-file
            assign to WS-BRCH-FILENAME
            organization indexed
            access mode dynamic
            record key is BR-顧客番号
            alternate record key is BR-支店
                with duplicates
            file status is WS-BRCH-FS.
        select bcfg-file
            assign to WS-BCFG-FILENAME
            organization line sequential
            file status is WS-BCFG-FS.
        select pick-file
            assign to WS-PICK-FILENAME
            organization line sequential
            file status is WS-PICK-FS.
      **=================================================================
        data                     division.
        file                      section.
        01  DLVA-REC.
            COPY CUSTDLVA.

      * 転居・一時転送の予約
        fd  move-file
            label records are standard.
        01  MOVE-REC.
            COPY CUSTMOVE.

      * 担当支店
        fd  brch-file
            label records are standard.
        01  BRCH-REC.
            COPY CUSTBRCH.

      * 支店設定(支店コード,都道府県名,出力ファイル名)
        fd  bcfg-file
            label records are standard.
        01  BCFG-FD-REC         pic X(120).

      * 住所からの郵便番号検索(addr_lookup)で選んだ候補。位置は
      * addr_lookup.cobのPICK-FD-RECの説明を参照
        fd  pick-file
            label records are standard.
        01  PICK-FD-REC         pic X(300).

      * 顧客変更ジャーナル。追加・変更・削除の1件ごとに前後像を
      * 固定位置で残す(「去年10月時点の住所」に答えるための証跡。
      * 照会はcust_asof)。像は顧客番号の後ろの全項目502バイト
      * 国コード2＋海外住所120)の生バイト。海外顧客の住所は
      * 海外住所欄にしか無いため、像を広げないと復元できない
      *   1-8 日付  10-15 時刻  17-24 オペレータ  26 処理(A/C/D)
      *   27 区分(空白=本体 S=配送先サブレコード M=転居・転送予約)
      *   28-35 顧客番号  37-538 変更前像  540-1041 変更後像
      * 配送先(区分S)の像はDLVA-REC全体(キー10＋住所251＋更新日8)
      * 予約(区分M)の像はM-予約キー＋CUSTMOVE-DATA(10＋268)
        working-storage           section.
      * 共通ログ(LOG001)
        01  WS-LOG-PROGNAME    pic X(20) value "CUST_MAINT".
            03 WS-OVERSEAS-2  pic X(40).
            03 WS-OVERSEAS-3  pic X(40).
        01  WS-CONFIRM-KEY    pic X(01).
      * 顧客検索(カナ氏名・郵便番号の副キー)。顧客番号の分からない
      * 問い合わせに、該当者を一覧して選ばせてから変更画面を開く
        01  WS-SRCH-KANA      pic N(20).
        01  WS-SRCH-ZIP       pic X(07).
        01  WS-SRCH-KEY       pic X(60).
        01  WS-SRCH-EOF       pic X(01).
        01  WS-SRCH-MORE      pic X(01).
        01  WS-HIT-USED       pic 9(02).
        01  WS-HIT-PICK       pic X(02).
        01  WS-HIT-IDX        pic 9(02).
        01  WS-HIT-TABLE.
            03 WS-HIT-ENTRY   occurs 10.
               05 WS-HIT-NO   pic X(08).
               05 WS-HIT-LINE pic X(120).
        01  WS-HIT-MSG        pic X(60).
        01  WS-HIT-NUM        pic Z9.
      * カナ入力の半角→全角正規化(KNA001)。郵便番号検索のカナ照会
      * (postalcode.cob)と同じ手順で、半角で打っても全角の登録と
      * 一致させる
        01  WS-KN-RAW-N       pic N(20).
        01  WS-KN-RAW-X REDEFINES WS-KN-RAW-N pic X(60).
      * 住所検索結果の取込(P)。サインオン中のオペレータが当日
      * addr_lookupで最後に選んだ候補を、追加・変更画面の住所欄へ
      * 初期値として写す(保存前に画面で確認・修正できる)
        01  WS-PICK-FS        pic X(02).
        01  WS-PICK-EOF       pic X(01).
        01  WS-PICK-FOUND     pic X(01).
        01  WS-PICK-APPLY     pic X(01) value "N".
        01  WS-PICK-LINE      pic X(300).
        01  WS-PICK-TODAY     pic 9(08).
        01  WS-PK-KEN-N       pic N(4).
        01  WS-PK-KEN-X REDEFINES WS-PK-KEN-N pic X(12).
        01  WS-PK-SHI-N       pic N(10).
        01  WS-PK-SHI-X REDEFINES WS-PK-SHI-N pic X(30).
        01  WS-PK-CHO-N       pic N(37).
        01  WS-PK-CHO-X REDEFINES WS-PK-CHO-N pic X(111).
        01  WS-PK-BAN-N       pic N(30).
        01  WS-PK-BAN-X REDEFINES WS-PK-BAN-N pic X(90).
        01  WS-KN-IN          pic X(200).
        01  WS-KN-NORM        pic X(200).
        01  WS-KN-LEN         pic 9(03).
        01  WS-HIT-NAME-N     pic N(20).
        01  WS-HIT-NAME-X REDEFINES WS-HIT-NAME-N pic X(60).
      * 配送先サブレコードの画面入力用
        01  WS-DLVA-FS        pic X(02).
        01  WS-DSEQ-ENTRY     pic X(02).
        01  WS-DCHO-KANJI     pic N(37).
        01  WS-DBANCHI        pic N(30).
        01  WS-TODAY-DATE     pic 9(08).
      * 転居・一時転送予約の画面入力用
        01  WS-MOVE-FS        pic X(02).
        01  WS-MMODE-KEY      pic X(01).
        01  WS-MSEQ-ENTRY     pic X(02).
        01  WS-MKIND-ENTRY    pic X(01).
        01  WS-MSTART-ENTRY   pic X(08).
        01  WS-MEND-ENTRY     pic X(08).
        01  WS-MZIP-ENTRY     pic X(07).
        01  WS-MKEN-KANJI     pic N(4).
        01  WS-MSHI-KANJI     pic N(10).
        01  WS-MCHO-KANJI     pic N(37).
        01  WS-MBANCHI        pic N(30).
        01  WS-MOVE-EOF       pic X(01).
        01  WS-MSEQ-LAST      pic 9(02).
        01  WS-MSTAT-TEXT     pic X(12).
        01  WS-MDATE-CHECK    pic X(08).
        01  WS-MDATE-PARTS REDEFINES WS-MDATE-CHECK.
            03 WS-MDATE-YYYY  pic 9(04).
            03 WS-MDATE-MM    pic 9(02).
            03 WS-MDATE-DD    pic 9(02).
        01  WS-MDATE-OK       pic X(01).
      * 担当支店の手動指定用
        01  WS-BRCH-FS        pic X(02).
        01  WS-BCFG-FS        pic X(02).
        01  WS-BCFG-EOF       pic X(01).
        01  WS-BR-FOUND       pic X(01).
        01  WS-BR-VALID       pic X(01).
        01  WS-BR-CURRENT     pic X(04).
        01  WS-BR-KIND        pic X(01).
        01  WS-BR-KIND-TEXT   pic X(12).
        01  WS-BR-ENTRY       pic X(04).
        01  WS-BR-CFG-CODE    pic X(04).
      * 郵便番号の実在検証(yubin.db突合)用
        01  sbuff             pic X(600).
        01  db                pic 9(04).
        01  rc                pic 9(02).
        01  err-msg           pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 1.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  WS-ZIP-HIT-COUNT  pic 9(07).
      * 検証結果 Y=可 N=不可 T=町域の入力・訂正が必要(画面へ戻す)
        01  WS-ZIP-OK         pic X(01).
      * 郵便番号と町域名の組合せ突合(i_4=一つの郵便番号で複数町域、
      * i_1=一町域が複数の郵便番号)。町域名は括弧書き(丁目・番地の
      * 範囲)の手前までで比べ、VAR001で異体字を寄せる(正規化列
      * テーブルの無い旧DBでは本体の列へ直接当てる)
        01  WS-AMB-KEN-N      pic N(4).
        01  WS-AMB-KEN-X REDEFINES WS-AMB-KEN-N pic X(12).
        01  WS-AMB-SHI-N      pic N(10).
        01  WS-AMB-SHI-X REDEFINES WS-AMB-SHI-N pic X(30).
        01  WS-AMB-CHO-N      pic N(37).
        01  WS-AMB-CHO-X REDEFINES WS-AMB-CHO-N pic X(111).
        01  WS-VAR-IN         pic X(400).
        01  WS-VAR-OUT        pic X(400).
        01  WS-AMB-KEN        pic X(100).
        01  WS-AMB-SHI        pic X(100).
        01  WS-AMB-CHO        pic X(111).
        01  WS-AMB-CHO-RAW    pic X(111).
        01  WS-AMB-KEN-LEN    pic 9(03).
        01  WS-AMB-SHI-LEN    pic 9(03).
        01  WS-AMB-CHO-LEN    pic 9(03).
        01  WS-AMB-RAW-LEN    pic 9(03).
        01  WS-AMB-QUOTE      pic 9(03).
        01  WS-AMB-FLAGGED    pic X(01).
        01  WS-AMB-COUNT      pic 9(07).
        01  WS-AMB-EOF        pic X(01).
        01  WS-AMB-PTR        pic 9(03).
        01  WS-AMB-LEGACY     pic X(600).
        01  WS-AMB-SUGGEST    pic X(07).
        01  WS-AMB-CAND       pic 9(05).
        01  WS-AMB-HIT-ZIP    pic N(100).
        01  WS-AMB-HIT-ZIP-X REDEFINES WS-AMB-HIT-ZIP pic X(300).
        01  WS-DB-RETRY-COUNT pic 9(02) value 0.
        01  WS-DB-MAX-RETRY   pic 9(02) value 3.
        01  SLEEP-CALL.
        01  WS-RLK-RESULT     pic X(01).
        01  WS-RLK-HOLDER     pic X(08).
      * 顧客変更ジャーナルの組み立て
      * 連鎖ハッシュつきのジャーナル追記(CHN001)
        01  WS-CHN-MODE         pic X(05) value "ADD  ".
        01  WS-CHN-JOURNAL      pic X(30) value "cust_jnl.dat".
        01  WS-CHN-LINE         pic X(1100).
        01  WS-CHN-HASH         pic X(16).
        01  WS-CHN-RESULT       pic X(01).
        01  WS-CJNL-DATE      pic 9(08).
        01  WS-CJNL-TIME      pic 9(08).
        01  WS-CJNL-ACTION    pic X(01).
        01  WS-CJNL-KIND      pic X(01).
        01  WS-BEF-IMAGE      pic X(502).
            03 WS-IW-LABEL    pic X(01).
            03 WS-IW-CNTRY    pic X(02).
            03 WS-IW-OVERSEAS pic X(120).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME  pic X(256).
        01  WS-DLVA-FILENAME  pic X(256).
        01  WS-MOVE-FILENAME  pic X(256).
        01  WS-DB-FILENAME    pic X(256).
        01  WS-PICK-FILENAME  pic X(256).
        01  WS-BRCH-FILENAME  pic X(256).
        01  WS-BCFG-FILENAME  pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.

        01 cust-mode-screen.
           03 value "顧客住所マスタ保守" line 1 col 10.
           03 value "P=住所検索の選択結果を取込"
                                          line 2 col 10.
           03 value "B=担当支店"          line 2 col 40.
           03 value "A=追加 C=変更 D=削除 S=配送先"
                                          line 3 col 10.
           03 value "M=予約 K=検索 Q=終了:"
                                          line 3 col 40.
           03 c_01   line 3 col 63 pic X(1) using WS-MODE-KEY.
           03 value "顧客番号:"            line 4 col 10.
           03 c_02   line 4 col 50 pic X(8) using WS-CUST-NO.

           03 value "この内容で登録 Y/N:" line 19 col 10.
           03 f_01   line 19 col 45 pic X(1) using WS-CONFIRM-KEY.

        01 cust-search-screen.
           03 value "顧客検索(カナ氏名・郵便番号)"
                                          line 1 col 10.
           03 value "カナ氏名(前方一致):"    line 3 col 10.
           03 k_01   line 3 col 35 pic N(20) using WS-SRCH-KANA.
           03 value "郵便番号(7桁):"         line 4 col 10.
           03 k_02   line 4 col 35 pic X(7)  using WS-SRCH-ZIP.

        01 cust-hit-screen.
           03 l_01   line 6  col 2  pic X(120) from WS-HIT-LINE(1).
           03 l_02   line 7  col 2  pic X(120) from WS-HIT-LINE(2).
           03 l_03   line 8  col 2  pic X(120) from WS-HIT-LINE(3).
           03 l_04   line 9  col 2  pic X(120) from WS-HIT-LINE(4).
           03 l_05   line 10 col 2  pic X(120) from WS-HIT-LINE(5).
           03 l_06   line 11 col 2  pic X(120) from WS-HIT-LINE(6).
           03 l_07   line 12 col 2  pic X(120) from WS-HIT-LINE(7).
           03 l_08   line 13 col 2  pic X(120) from WS-HIT-LINE(8).
           03 l_09   line 14 col 2  pic X(120) from WS-HIT-LINE(9).
           03 l_10   line 15 col 2  pic X(120) from WS-HIT-LINE(10).
           03 l_11   line 17 col 2  pic X(60)  from WS-HIT-MSG.
           03 value "選択番号(空白=戻る):"   line 18 col 10.
           03 l_12   line 18 col 35 pic X(2) using WS-HIT-PICK.

        01 dlva-key-screen.
           03 value "配送先サブレコード保守" line 1 col 10.
           03 value "処理 A=追加 C=変更 D=削除:" line 3 col 10.
           03 value "番地・建物:"             line 11 col 10.
           03 h_06   line 11 col 35 pic N(30) using WS-DBANCHI.

        01 move-key-screen.
           03 value "転居・一時転送の予約"   line 1 col 10.
           03 value "処理 A=登録 X=取消 L=一覧:" line 3 col 10.
           03 m_01   line 3 col 45 pic X(1) using WS-MMODE-KEY.
           03 value "予約連番(取消のみ):"     line 4 col 10.
           03 m_02   line 4 col 45 pic X(2) using WS-MSEQ-ENTRY.

        01 move-detail-screen.
           03 value "区分 P=転居 T=一時転送:" line 6 col 10.
           03 j_01   line 6  col 35 pic X(1)  using WS-MKIND-ENTRY.
           03 value "開始日(YYYYMMDD):"       line 7 col 10.
           03 j_02   line 7  col 35 pic X(8)  using WS-MSTART-ENTRY.
           03 value "終了日(転送のみ):"       line 8 col 10.
           03 j_03   line 8  col 35 pic X(8)  using WS-MEND-ENTRY.
           03 value "郵便番号(7桁):"          line 9 col 10.
           03 j_04   line 9  col 35 pic X(7)  using WS-MZIP-ENTRY.
           03 value "都道府県名:"             line 10 col 10.
           03 j_05   line 10 col 35 pic N(4)  using WS-MKEN-KANJI.
           03 value "市区町村名:"             line 11 col 10.
           03 j_06   line 11 col 35 pic N(10) using WS-MSHI-KANJI.
           03 value "町域名:"                 line 12 col 10.
           03 j_07   line 12 col 35 pic N(37) using WS-MCHO-KANJI.
           03 value "番地・建物:"             line 13 col 10.
           03 j_08   line 13 col 35 pic N(30) using WS-MBANCHI.

        01 branch-screen.
           03 value "担当支店の指定"         line 1 col 10.
           03 value "現在の担当支店:"         line 3 col 10.
           03 b_01   line 3  col 35 pic X(4)  from WS-BR-CURRENT.
           03 b_02   line 3  col 41 pic X(12) from WS-BR-KIND-TEXT.
           03 value "担当支店(空白=自動判定):" line 5 col 10.
           03 b_03   line 5  col 40 pic X(4)  using WS-BR-ENTRY.
           03 value "この内容で登録 Y/N:"     line 7 col 10.
           03 b_04   line 7  col 40 pic X(1)  using WS-CONFIRM-KEY.

        01 move-list-screen.
           03 value "連番 区分 開始日   終了日"  line 5 col 2.
           03 value "状態  郵便番号"          line 5 col 30.
           03 o_01   line 6  col 2  pic X(120) from WS-HIT-LINE(1).
           03 o_02   line 7  col 2  pic X(120) from WS-HIT-LINE(2).
           03 o_03   line 8  col 2  pic X(120) from WS-HIT-LINE(3).
           03 o_04   line 9  col 2  pic X(120) from WS-HIT-LINE(4).
           03 o_05   line 10 col 2  pic X(120) from WS-HIT-LINE(5).
           03 o_06   line 11 col 2  pic X(120) from WS-HIT-LINE(6).
           03 o_07   line 12 col 2  pic X(120) from WS-HIT-LINE(7).
           03 o_08   line 13 col 2  pic X(120) from WS-HIT-LINE(8).
           03 o_09   line 14 col 2  pic X(120) from WS-HIT-LINE(9).
           03 o_10   line 15 col 2  pic X(120) from WS-HIT-LINE(10).
           03 o_11   line 17 col 2  pic X(60)  from WS-HIT-MSG.
           03 value "Enterで戻る:"            line 18 col 10.
           03 o_12   line 18 col 35 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK not = "Y"
           display "サインオンできませんでした"
        perform DB-Open-S thru DB-Open-E.
        perform CUST-OPEN-S thru CUST-OPEN-E.
        perform DLVA-OPEN-S thru DLVA-OPEN-E.
        perform MOVE-OPEN-S thru MOVE-OPEN-E.
        perform BRCH-OPEN-S thru BRCH-OPEN-E.

        maint-loop.
          move spaces to WS-MODE-KEY.
                perform CUST-DELETE-S thru CUST-DELETE-E
             when WS-MODE-KEY = "s" or WS-MODE-KEY = "S"
                perform DLVA-MAINT-S thru DLVA-MAINT-E
             when WS-MODE-KEY = "m" or WS-MODE-KEY = "M"
                perform MOVE-MAINT-S thru MOVE-MAINT-E
             when WS-MODE-KEY = "k" or WS-MODE-KEY = "K"
                perform CUST-SEARCH-S thru CUST-SEARCH-E
             when WS-MODE-KEY = "p" or WS-MODE-KEY = "P"
                perform CUST-PICK-S thru CUST-PICK-E
             when WS-MODE-KEY = "b" or WS-MODE-KEY = "B"
                perform BRCH-MAINT-S thru BRCH-MAINT-E
             when WS-MODE-KEY = "q" or WS-MODE-KEY = "Q"
                continue
             when other
                display "A/C/D/S/M/K/P/B/Q を入力してください"
                perform SLEEP-S thru SLEEP-E
          end-evaluate.
          if WS-MODE-KEY not = "q" and WS-MODE-KEY not = "Q"
             go to maint-loop
          end-if.
          close brch-file.
          close move-file.
          close dlva-file.
          close cust-file.
          perform DB-Close-S thru DB-Close-E.
           move spaces to WS-LABEL-KIND.
           move spaces to WS-COUNTRY.
           move spaces to WS-OVERSEAS.
           if WS-PICK-APPLY = "Y"
              perform PICK-APPLY-S thru PICK-APPLY-E
           end-if.
           display cust-detail-screen.
           accept cust-detail-screen.
           perform ZIP-OR-COUNTRY-S thru ZIP-OR-COUNTRY-E.
           perform until WS-ZIP-OK not = "T"
              display cust-detail-screen
              accept cust-detail-screen
              perform ZIP-OR-COUNTRY-S thru ZIP-OR-COUNTRY-E
           end-perform.
           if WS-ZIP-OK = "N"
              go to CUST-ADD-E
           end-if.
      * (顧客番号の後ろの全項目。海外住所・各フラグも含む)
           perform CAPTURE-CUST-IMG-S thru CAPTURE-CUST-IMG-E.
           move WS-IMG-WORK to WS-BEF-IMAGE.
           if WS-PICK-APPLY = "Y"
              perform PICK-APPLY-S thru PICK-APPLY-E
           end-if.
           display cust-detail-screen.
           accept cust-detail-screen.
           perform ZIP-OR-COUNTRY-S thru ZIP-OR-COUNTRY-E.
           perform until WS-ZIP-OK not = "T"
              display cust-detail-screen
              accept cust-detail-screen
              perform ZIP-OR-COUNTRY-S thru ZIP-OR-COUNTRY-E
           end-perform.
           if WS-ZIP-OK = "N"
              perform REC-FREE-S thru REC-FREE-E
              go to CUST-CHANGE-E
        MOVE-TO-REC-S.
           move WS-CUST-NO    to C-顧客番号.
           move WS-NAME-KANJI to C-顧客名（漢字）.
      * カナ氏名は全角へ揃えて格納する(カナ副キーの検索と合わせる)
           move WS-NAME-KANA  to WS-KN-RAW-N.
           move spaces to WS-KN-IN.
           move WS-KN-RAW-X   to WS-KN-IN(1:60).
           call "KNA001" using WS-KN-IN WS-KN-NORM.
           move WS-KN-NORM(1:60) to WS-KN-RAW-X.
           move WS-KN-RAW-N   to C-顧客名（カナ）.
           move WS-ZIP-ENTRY  to C-郵便番号７桁.
           move WS-KEN-KANJI  to C-都道府県名（漢字）.
           move WS-SHI-KANJI  to C-市町村名（漢字）.
           move C-海外住所           to WS-OVERSEAS.
        MOVE-FROM-REC-E.

        CUST-SEARCH-S.
      * カナ氏名(前方一致)・郵便番号の副キーで顧客を引き、最大10件を
      * 一覧して選ばせる。両方入力時はカナ副キーで引いて郵便番号で
      * 絞る。選んだ顧客は変更(C)と同じ画面で開く
           move spaces to WS-SRCH-KANA.
           move spaces to WS-SRCH-ZIP.
           display blank-screen.
           display cust-search-screen.
           accept cust-search-screen.
           move WS-SRCH-KANA to WS-KN-RAW-N.
           move spaces to WS-KN-IN.
           move WS-KN-RAW-X to WS-KN-IN(1:60).
           call "KNA001" using WS-KN-IN WS-KN-NORM.
           move WS-KN-NORM(1:60) to WS-SRCH-KEY.
           move 0 to WS-KN-LEN.
           inspect WS-SRCH-KEY tallying WS-KN-LEN
              for characters before initial space.
           if WS-KN-LEN = 0 and WS-SRCH-ZIP = spaces
              display "カナ氏名か郵便番号を入力"
              perform SLEEP-S thru SLEEP-E
              go to CUST-SEARCH-E
           end-if.
           move spaces to WS-HIT-TABLE.
           move 0 to WS-HIT-USED.
           move "N" to WS-SRCH-EOF.
           move "N" to WS-SRCH-MORE.
           if WS-KN-LEN > 0
              move WS-SRCH-KEY to WS-KN-RAW-X
              move WS-KN-RAW-N to C-顧客名（カナ）
              start cust-file key is >= C-顧客名（カナ）
                 invalid key
                    move "Y" to WS-SRCH-EOF
              end-start
           else
              move WS-SRCH-ZIP to C-郵便番号７桁
              start cust-file key is >= C-郵便番号７桁
                 invalid key
                    move "Y" to WS-SRCH-EOF
              end-start
           end-if.
           perform SEARCH-READ-S thru SEARCH-READ-E
              until WS-SRCH-EOF = "Y".
           if WS-HIT-USED = 0
              display "該当する顧客がありません"
              perform SLEEP-S thru SLEEP-E
              go to CUST-SEARCH-E
           end-if.
           move spaces to WS-HIT-MSG.
           if WS-SRCH-MORE = "Y"
              move "他にも該当あり。条件を絞ること"
                to WS-HIT-MSG
           end-if.
           move spaces to WS-HIT-PICK.
           display cust-hit-screen.
           accept cust-hit-screen.
           if WS-HIT-PICK = spaces
              go to CUST-SEARCH-E
           end-if.
      * 1桁入力("3 ")も受ける
           if WS-HIT-PICK(2:1) = space
              move WS-HIT-PICK(1:1) to WS-HIT-PICK(2:1)
              move "0" to WS-HIT-PICK(1:1)
           end-if.
           if WS-HIT-PICK not numeric
              display "一覧の番号を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to CUST-SEARCH-E
           end-if.
           move WS-HIT-PICK to WS-HIT-IDX.
           if WS-HIT-IDX < 1 or WS-HIT-IDX > WS-HIT-USED
              display "一覧の番号を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to CUST-SEARCH-E
           end-if.
           move WS-HIT-NO(WS-HIT-IDX) to WS-CUST-NO.
           display blank-screen.
           perform CUST-CHANGE-S thru CUST-CHANGE-E.
        CUST-SEARCH-E.

        CUST-PICK-S.
      * 住所検索(addr_lookup)で選んだ住所を顧客へ写す。顧客番号が
      * 登録済みなら変更(C)、未登録なら追加(A)と同じ画面を、住所欄
      * に選んだ住所を入れた状態で開く
           perform PICK-LOAD-S thru PICK-LOAD-E.
           if WS-PICK-FOUND not = "Y"
              display "本日の選択結果がありません"
              perform SLEEP-S thru SLEEP-E
              go to CUST-PICK-E
           end-if.
           if WS-CUST-NO = spaces
              display "顧客番号を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to CUST-PICK-E
           end-if.
           move "Y" to WS-PICK-APPLY.
           move WS-CUST-NO to C-顧客番号.
           read cust-file
              invalid key
                 perform CUST-ADD-S thru CUST-ADD-E
              not invalid key
                 perform CUST-CHANGE-S thru CUST-CHANGE-E
           end-read.
           move "N" to WS-PICK-APPLY.
        CUST-PICK-E.

        PICK-LOAD-S.
      * 受け渡しファイルから、サインオン中のオペレータが当日選んだ
      * 最後の1行を取り出す
           move "N" to WS-PICK-FOUND.
           move spaces to WS-PICK-LINE.
           accept WS-PICK-TODAY from date yyyymmdd.
           open input pick-file.
           if WS-PICK-FS not = "00"
              go to PICK-LOAD-E
           end-if.
           move "N" to WS-PICK-EOF.
           perform until WS-PICK-EOF = "Y"
              read pick-file
                 at end
                    move "Y" to WS-PICK-EOF
                 not at end
                    if PICK-FD-REC(1:8) = WS-PICK-TODAY
                       and PICK-FD-REC(17:8) = WS-OPER-ID
                       move PICK-FD-REC to WS-PICK-LINE
                       move "Y" to WS-PICK-FOUND
                    end-if
              end-read
           end-perform.
           close pick-file.
        PICK-LOAD-E.

        PICK-APPLY-S.
      * 選んだ住所を画面の入力欄へ写す。国内住所なので国コードと
      * 海外住所は空ける
           move WS-PICK-LINE(26:7)   to WS-ZIP-ENTRY.
           move WS-PICK-LINE(36:12)  to WS-PK-KEN-X.
           move WS-PK-KEN-N          to WS-KEN-KANJI.
           move WS-PICK-LINE(49:30)  to WS-PK-SHI-X.
           move WS-PK-SHI-N          to WS-SHI-KANJI.
           move WS-PICK-LINE(80:111) to WS-PK-CHO-X.
           move WS-PK-CHO-N          to WS-CHO-KANJI.
           move WS-PICK-LINE(192:90) to WS-PK-BAN-X.
           move WS-PK-BAN-N          to WS-BANCHI.
           move spaces to WS-COUNTRY.
           move spaces to WS-OVERSEAS.
        PICK-APPLY-E.

        SEARCH-READ-S.
      * 副キー順に1件読み、キーの範囲を外れたら打ち切る
           read cust-file next record
              at end
                 move "Y" to WS-SRCH-EOF
                 go to SEARCH-READ-E
           end-read.
           if WS-KN-LEN > 0
              move C-顧客名（カナ） to WS-KN-RAW-N
              if WS-KN-RAW-X(1:WS-KN-LEN)
                 not = WS-SRCH-KEY(1:WS-KN-LEN)
                 move "Y" to WS-SRCH-EOF
                 go to SEARCH-READ-E
              end-if
              if WS-SRCH-ZIP not = spaces
                 and C-郵便番号７桁 not = WS-SRCH-ZIP
                 go to SEARCH-READ-E
              end-if
           else
              if C-郵便番号７桁 not = WS-SRCH-ZIP
                 move "Y" to WS-SRCH-EOF
                 go to SEARCH-READ-E
              end-if
           end-if.
           if WS-HIT-USED >= 10
              move "Y" to WS-SRCH-MORE
              move "Y" to WS-SRCH-EOF
              go to SEARCH-READ-E
           end-if.
           add 1 to WS-HIT-USED.
           move WS-HIT-USED to WS-HIT-NUM.
           move C-顧客番号 to WS-HIT-NO(WS-HIT-USED).
           move C-顧客名（漢字） to WS-HIT-NAME-N.
      * 郵便番号だけの検索ではカナを照合していないので、ここで
      * 当該レコードのカナを入れ直す
           move C-顧客名（カナ） to WS-KN-RAW-N.
           string WS-HIT-NUM ": " C-顧客番号
                  " " C-郵便番号７桁 " " delimited by size
                  WS-HIT-NAME-X delimited by "  "
                  " / " delimited by size
                  WS-KN-RAW-X delimited by "  "
                  into WS-HIT-LINE(WS-HIT-USED).
        SEARCH-READ-E.

        ZIP-OR-COUNTRY-S.
      * 国内顧客(国コード空白またはJP)は従来どおり郵便番号を検証
      * する。国外顧客は郵便番号マスタ突合の対象外とし、代わりに
      * 海外住所欄が空でないことだけを確かめる
           if WS-COUNTRY = spaces or WS-COUNTRY = "JP"
              move WS-KEN-KANJI to WS-AMB-KEN-N
              move WS-SHI-KANJI to WS-AMB-SHI-N
              move WS-CHO-KANJI to WS-AMB-CHO-N
              perform ZIP-VERIFY-S thru ZIP-VERIFY-E
              go to ZIP-OR-COUNTRY-E
           end-if.
      * たどって任意時点のレコードを復元する
           accept WS-CJNL-DATE from date yyyymmdd.
           accept WS-CJNL-TIME from time.
           move spaces to WS-CHN-LINE.
           move WS-CJNL-DATE   to WS-CHN-LINE(1:8).
           move WS-CJNL-TIME(1:6)   to WS-CHN-LINE(10:6).
           move WS-OPER-ID     to WS-CHN-LINE(17:8).
           move WS-CJNL-ACTION to WS-CHN-LINE(26:1).
           move WS-CJNL-KIND   to WS-CHN-LINE(27:1).
           move WS-CUST-NO     to WS-CHN-LINE(28:8).
           move WS-BEF-IMAGE   to WS-CHN-LINE(37:502).
           move WS-AFT-IMAGE   to WS-CHN-LINE(540:502).
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
        CUST-JNL-E.

        DLVA-OPEN-S.
              go to DLVA-VERIFY-E
           end-if.
           move WS-DZIP-ENTRY to WS-ZIP-ENTRY.
           move WS-DKEN-KANJI to WS-AMB-KEN-N.
           move WS-DSHI-KANJI to WS-AMB-SHI-N.
           move WS-DCHO-KANJI to WS-AMB-CHO-N.
           perform ZIP-VERIFY-S thru ZIP-VERIFY-E.
      * 配送先は画面へ戻さず、町域の訂正が要るものは不可とする
           if WS-ZIP-OK = "T"
              move "N" to WS-ZIP-OK
           end-if.
        DLVA-VERIFY-E.

        DLVA-TO-REC-S.
           move WS-TODAY-DATE  to D-更新年月日.
        DLVA-TO-REC-E.

        MOVE-OPEN-S.
      * 転居・一時転送予約のファイル。初回はファイル自体が無いので
      * 作成してから開き直す(CUST-OPEN-Sと同じ)
           open i-o move-file.
           if WS-MOVE-FS not = "00"
              open output move-file
              close move-file
              open i-o move-file
           end-if.
           if WS-MOVE-FS not = "00"
              display "ERROR: cannot open custmove.idx status="
                      WS-MOVE-FS
              stop run
           end-if.
        MOVE-OPEN-E.

        MOVE-MAINT-S.
      * 転居(開始日から恒久)・一時転送(開始日～終了日)の予約の
      * 登録・取消・一覧。マスタの住所はここでは書き換えず、夜間の
      * move_applyが開始日・終了日に本体へ反映する。国外顧客の
      * 住所は海外住所欄で持つため予約の対象外
           move WS-CUST-NO to C-顧客番号.
           read cust-file
              invalid key
                 display "該当する顧客がありません: "
                         WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
                 go to MOVE-MAINT-E
           end-read.
           if C-国コード not = spaces and C-国コード not = "JP"
              display "国外顧客は予約できません: "
                      WS-CUST-NO
              perform SLEEP-S thru SLEEP-E
              go to MOVE-MAINT-E
           end-if.
           move spaces to WS-MMODE-KEY.
           move spaces to WS-MSEQ-ENTRY.
           display move-key-screen.
           accept move-key-screen.
           evaluate true
              when WS-MMODE-KEY = "a" or WS-MMODE-KEY = "A"
                 perform MOVE-ADD-S thru MOVE-ADD-E
              when WS-MMODE-KEY = "x" or WS-MMODE-KEY = "X"
                 perform MOVE-CANCEL-S thru MOVE-CANCEL-E
              when WS-MMODE-KEY = "l" or WS-MMODE-KEY = "L"
                 perform MOVE-LIST-S thru MOVE-LIST-E
              when other
                 display "A/X/L を入力してください"
                 perform SLEEP-S thru SLEEP-E
           end-evaluate.
        MOVE-MAINT-E.

        MOVE-ADD-S.
      * 連番は顧客ごとの最終番号＋1で自動採番する
           perform REC-LOCK-S thru REC-LOCK-E.
           if WS-RLK-RESULT not = "Y"
              go to MOVE-ADD-E
           end-if.
           move spaces to WS-MKIND-ENTRY.
           move spaces to WS-MSTART-ENTRY.
           move spaces to WS-MEND-ENTRY.
           move spaces to WS-MZIP-ENTRY.
           move spaces to WS-MKEN-KANJI.
           move spaces to WS-MSHI-KANJI.
           move spaces to WS-MCHO-KANJI.
           move spaces to WS-MBANCHI.
           display move-detail-screen.
           accept move-detail-screen.
           perform MOVE-VERIFY-S thru MOVE-VERIFY-E.
           if WS-ZIP-OK = "N"
              perform REC-FREE-S thru REC-FREE-E
              go to MOVE-ADD-E
           end-if.
           if WS-MSEQ-LAST >= 99
              display "予約連番が上限(99)に達しました"
              perform SLEEP-S thru SLEEP-E
              perform REC-FREE-S thru REC-FREE-E
              go to MOVE-ADD-E
           end-if.
           move spaces to MOVE-REC.
           move WS-CUST-NO      to M-顧客番号.
           compute WS-MSEQ-LAST = WS-MSEQ-LAST + 1.
           move WS-MSEQ-LAST    to M-予約連番.
           move WS-MKIND-ENTRY  to M-区分.
           move WS-MSTART-ENTRY to M-開始日.
           move WS-MEND-ENTRY   to M-終了日.
           move space           to M-状態.
           move WS-MZIP-ENTRY   to M-郵便番号７桁.
           move WS-MKEN-KANJI   to M-都道府県名（漢字）.
           move WS-MSHI-KANJI   to M-市町村名（漢字）.
           move WS-MCHO-KANJI   to M-町域名（漢字）.
           move WS-MBANCHI      to M-番地建物.
           accept WS-TODAY-DATE from date yyyymmdd.
           move WS-TODAY-DATE   to M-登録日.
           move WS-OPER-ID      to M-登録者.
           write MOVE-REC
              invalid key
                 display "登録に失敗しました: " WS-MOVE-FS
                 perform SLEEP-S thru SLEEP-E
              not invalid key
                 move "A" to WS-CJNL-ACTION
                 move "M" to WS-CJNL-KIND
                 move spaces to WS-BEF-IMAGE
                 perform MOVE-IMG-S thru MOVE-IMG-E
                 perform CUST-JNL-S thru CUST-JNL-E
                 display "予約を登録しました: " M-予約連番
                 perform SLEEP-S thru SLEEP-E
           end-write.
           perform REC-FREE-S thru REC-FREE-E.
        MOVE-ADD-E.

        MOVE-CANCEL-S.
      * 予約中は取消(X)。転送中は打切り指示(R)にして、次の夜間処理
      * で元の住所へ戻させる(住所の書戻しは夜間処理に一本化する)
           if WS-MSEQ-ENTRY not numeric
              display "予約連番は数字2桁で入力"
              perform SLEEP-S thru SLEEP-E
              go to MOVE-CANCEL-E
           end-if.
           perform REC-LOCK-S thru REC-LOCK-E.
           if WS-RLK-RESULT not = "Y"
              go to MOVE-CANCEL-E
           end-if.
           move WS-CUST-NO    to M-顧客番号.
           move WS-MSEQ-ENTRY to M-予約連番.
           read move-file
              invalid key
                 display "該当する予約がありません"
                 perform SLEEP-S thru SLEEP-E
                 perform REC-FREE-S thru REC-FREE-E
                 go to MOVE-CANCEL-E
           end-read.
           if M-状態 not = space and M-状態 not = "A"
              display "取消できない状態です: " M-状態
              perform SLEEP-S thru SLEEP-E
              perform REC-FREE-S thru REC-FREE-E
              go to MOVE-CANCEL-E
           end-if.
           move spaces to WS-CONFIRM-KEY.
           display cust-confirm-screen.
           accept cust-confirm-screen.
           if WS-CONFIRM-KEY not = "y" and WS-CONFIRM-KEY not = "Y"
              perform REC-FREE-S thru REC-FREE-E
              go to MOVE-CANCEL-E
           end-if.
           perform MOVE-IMG-S thru MOVE-IMG-E.
           move WS-AFT-IMAGE to WS-BEF-IMAGE.
           if M-状態 = "A"
              move "R" to M-状態
           else
              move "X" to M-状態
           end-if.
           rewrite MOVE-REC
              invalid key
                 display "取消に失敗しました"
                 perform SLEEP-S thru SLEEP-E
              not invalid key
                 move "C" to WS-CJNL-ACTION
                 move "M" to WS-CJNL-KIND
                 perform MOVE-IMG-S thru MOVE-IMG-E
                 perform CUST-JNL-S thru CUST-JNL-E
                 display "予約を取り消しました: "
                         M-予約連番
                 perform SLEEP-S thru SLEEP-E
           end-rewrite.
           perform REC-FREE-S thru REC-FREE-E.
        MOVE-CANCEL-E.

        MOVE-LIST-S.
      * 顧客の予約を連番順に最大10件表示する(完了・取消も含む)
           move spaces to WS-HIT-TABLE.
           move spaces to WS-HIT-MSG.
           move 0 to WS-HIT-USED.
           move WS-CUST-NO to M-顧客番号.
           move "00" to M-予約連番.
           move "N" to WS-MOVE-EOF.
           start move-file key is >= M-予約キー
              invalid key
                 move "Y" to WS-MOVE-EOF
           end-start.
           perform until WS-MOVE-EOF = "Y"
              read move-file next record
                 at end
                    move "Y" to WS-MOVE-EOF
              end-read
              if WS-MOVE-EOF not = "Y"
                 if M-顧客番号 not = WS-CUST-NO
                    move "Y" to WS-MOVE-EOF
                 else
                    if WS-HIT-USED < 10
                       add 1 to WS-HIT-USED
                       perform MOVE-STAT-TEXT-S
                          thru MOVE-STAT-TEXT-E
                       string M-予約連番 "   " M-区分 "    "
                              M-開始日 " " M-終了日 " "
                              WS-MSTAT-TEXT M-郵便番号７桁
                              delimited by size
                              into WS-HIT-LINE(WS-HIT-USED)
                    else
                       move "11件目以降は省略しています"
                         to WS-HIT-MSG
                    end-if
                 end-if
              end-if
           end-perform.
           if WS-HIT-USED = 0
              move "予約はありません" to WS-HIT-MSG
           end-if.
           move spaces to WS-CONFIRM-KEY.
           display move-list-screen.
           accept move-list-screen.
        MOVE-LIST-E.

        MOVE-STAT-TEXT-S.
           evaluate M-状態
              when space
                 move "予約中" to WS-MSTAT-TEXT
              when "A"
                 move "転送中" to WS-MSTAT-TEXT
              when "R"
                 move "打切待" to WS-MSTAT-TEXT
              when "E"
                 move "完了" to WS-MSTAT-TEXT
              when "X"
                 move "取消" to WS-MSTAT-TEXT
              when other
                 move M-状態 to WS-MSTAT-TEXT
           end-evaluate.
        MOVE-STAT-TEXT-E.

        MOVE-VERIFY-S.
      * 区分・日付を検証し、住所は本体と同じ郵便番号マスタの突合を
      * 通す。あわせて既存の予約を走査して、次の連番と一時転送の
      * 期間の重なりを確かめる
           move "N" to WS-ZIP-OK.
           if WS-MKIND-ENTRY = "p" or WS-MKIND-ENTRY = "t"
              inspect WS-MKIND-ENTRY converting "pt" to "PT"
           end-if.
           if WS-MKIND-ENTRY not = "P" and WS-MKIND-ENTRY not = "T"
              display "区分は P/T のいずれかです"
              perform SLEEP-S thru SLEEP-E
              go to MOVE-VERIFY-E
           end-if.
           move WS-MSTART-ENTRY to WS-MDATE-CHECK.
           perform MOVE-DATE-CHECK-S thru MOVE-DATE-CHECK-E.
           if WS-MDATE-OK = "N"
              display "開始日が正しくありません: "
                      WS-MSTART-ENTRY
              perform SLEEP-S thru SLEEP-E
              go to MOVE-VERIFY-E
           end-if.
           accept WS-TODAY-DATE from date yyyymmdd.
           if WS-MSTART-ENTRY < WS-TODAY-DATE
              display "開始日は本日以降を入力"
              perform SLEEP-S thru SLEEP-E
              go to MOVE-VERIFY-E
           end-if.
           if WS-MKIND-ENTRY = "P"
              move spaces to WS-MEND-ENTRY
           else
              move WS-MEND-ENTRY to WS-MDATE-CHECK
              perform MOVE-DATE-CHECK-S thru MOVE-DATE-CHECK-E
              if WS-MDATE-OK = "N"
                 or WS-MEND-ENTRY < WS-MSTART-ENTRY
                 display "終了日が正しくありません: "
                         WS-MEND-ENTRY
                 perform SLEEP-S thru SLEEP-E
                 go to MOVE-VERIFY-E
              end-if
           end-if.
           perform MOVE-SCAN-S thru MOVE-SCAN-E.
           if WS-ZIP-OK = "D"
              move "N" to WS-ZIP-OK
              display "期間の重なる一時転送があります"
              perform SLEEP-S thru SLEEP-E
              go to MOVE-VERIFY-E
           end-if.
           move WS-MZIP-ENTRY to WS-ZIP-ENTRY.
           move WS-MKEN-KANJI to WS-AMB-KEN-N.
           move WS-MSHI-KANJI to WS-AMB-SHI-N.
           move WS-MCHO-KANJI to WS-AMB-CHO-N.
           perform ZIP-VERIFY-S thru ZIP-VERIFY-E.
      * 予約は画面へ戻さず、町域の訂正が要るものは不可とする
           if WS-ZIP-OK = "T"
              move "N" to WS-ZIP-OK
           end-if.
        MOVE-VERIFY-E.

        MOVE-DATE-CHECK-S.
           move "N" to WS-MDATE-OK.
           if WS-MDATE-CHECK not numeric
              go to MOVE-DATE-CHECK-E
           end-if.
           if WS-MDATE-MM < 1 or WS-MDATE-MM > 12
              or WS-MDATE-DD < 1 or WS-MDATE-DD > 31
              go to MOVE-DATE-CHECK-E
           end-if.
           move "Y" to WS-MDATE-OK.
        MOVE-DATE-CHECK-E.

        MOVE-SCAN-S.
      * 顧客の予約を走査して最終連番を求める。登録しようとしている
      * のが一時転送なら、予約中・転送中の一時転送と期間が重なって
      * いないかも見る(重なればWS-ZIP-OKに"D"を立てて返す)
           move 0 to WS-MSEQ-LAST.
           move WS-CUST-NO to M-顧客番号.
           move "00" to M-予約連番.
           move "N" to WS-MOVE-EOF.
           start move-file key is >= M-予約キー
              invalid key
                 move "Y" to WS-MOVE-EOF
           end-start.
           perform until WS-MOVE-EOF = "Y"
              read move-file next record
                 at end
                    move "Y" to WS-MOVE-EOF
              end-read
              if WS-MOVE-EOF not = "Y"
                 if M-顧客番号 not = WS-CUST-NO
                    move "Y" to WS-MOVE-EOF
                 else
                    if M-予約連番 numeric
                       move M-予約連番 to WS-MSEQ-LAST
                    end-if
                    if WS-MKIND-ENTRY = "T" and M-区分 = "T"
                       and (M-状態 = space or M-状態 = "A")
                       and M-開始日 <= WS-MEND-ENTRY
                       and M-終了日 >= WS-MSTART-ENTRY
                       move "D" to WS-ZIP-OK
                    end-if
                 end-if
              end-if
           end-perform.
        MOVE-SCAN-E.

        MOVE-IMG-S.
      * 予約のジャーナル像(キー＋予約内容。退避住所は夜間処理側の
      * 作業域なので載せない)
           move spaces to WS-AFT-IMAGE.
           move M-予約キー    to WS-AFT-IMAGE(1:10).
           move CUSTMOVE-DATA to WS-AFT-IMAGE(11:268).
        MOVE-IMG-E.

        BRCH-OPEN-S.
      * 担当支店のファイル。初回はファイル自体が無いので作成して
      * から開き直す(CUST-OPEN-Sと同じ)
           open i-o brch-file.
           if WS-BRCH-FS not = "00"
              open output brch-file
              close brch-file
              open i-o brch-file
           end-if.
           if WS-BRCH-FS not = "00"
              display "ERROR: cannot open cust_branch.idx status="
                      WS-BRCH-FS
              stop run
           end-if.
        BRCH-OPEN-E.

        BRCH-MAINT-S.
      * 担当支店の手動指定。指定した支店は夜間の自動判定で変わら
      * ない。空白で確定すると自動判定へ戻し、次の branch_cust が
      * 都道府県から担当を決め直す。担当が変わったときは通知待ちに
      * して、移管元・移管先の両支店へ移管通知で知らせる
           move WS-CUST-NO to C-顧客番号.
           read cust-file
              invalid key
                 display "該当する顧客がありません: "
                         WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
                 go to BRCH-MAINT-E
           end-read.
           move "Y" to WS-BR-FOUND.
           move WS-CUST-NO to BR-顧客番号.
           read brch-file
              invalid key
                 move "N" to WS-BR-FOUND
           end-read.
           move spaces to WS-BR-CURRENT.
           move spaces to WS-BR-KIND-TEXT.
           move spaces to WS-BR-ENTRY.
           if WS-BR-FOUND = "Y"
              move BR-支店 to WS-BR-CURRENT
              if BR-区分 = "M"
                 move "(手動指定)" to WS-BR-KIND-TEXT
                 move BR-支店 to WS-BR-ENTRY
              else
                 move "(自動判定)" to WS-BR-KIND-TEXT
              end-if
           else
              move "(未割当)" to WS-BR-KIND-TEXT
           end-if.
           move spaces to WS-CONFIRM-KEY.
           display blank-screen.
           display branch-screen.
           accept branch-screen.
           if WS-CONFIRM-KEY not = "y" and WS-CONFIRM-KEY not = "Y"
              go to BRCH-MAINT-E
           end-if.
           if WS-BR-ENTRY = spaces
              perform BRCH-AUTO-S thru BRCH-AUTO-E
              go to BRCH-MAINT-E
           end-if.
           perform BRCH-VERIFY-S thru BRCH-VERIFY-E.
           if WS-BR-VALID not = "Y"
              display "branch_cfg.dat にない支店です: "
                      WS-BR-ENTRY
              perform SLEEP-S thru SLEEP-E
              go to BRCH-MAINT-E
           end-if.
           accept WS-TODAY-DATE from date yyyymmdd.
           if WS-BR-FOUND = "N"
              move WS-CUST-NO to BR-顧客番号
              move WS-BR-ENTRY to BR-支店
              move "M" to BR-区分
              move C-都道府県名（漢字） to WS-PK-KEN-N
              move WS-PK-KEN-X to BR-都道府県
              move space to BR-通知待ち
              move spaces to BR-前支店
              move WS-TODAY-DATE to BR-変更日
              move WS-OPER-ID to BR-変更者
              write BRCH-REC
                 invalid key
                    display "登録に失敗しました: " WS-CUST-NO
                    perform SLEEP-S thru SLEEP-E
                    go to BRCH-MAINT-E
              end-write
              display "担当支店を指定しました: " WS-BR-ENTRY
              perform SLEEP-S thru SLEEP-E
              go to BRCH-MAINT-E
           end-if.
      * 通知前に再度変えた場合は、支店が知っている最初の移管元を
      * 残す。元の支店へ戻したときは通知自体を取り下げる
           if WS-BR-ENTRY not = BR-支店
              if BR-通知待ち not = "Y"
                 move BR-支店 to BR-前支店
                 move "Y" to BR-通知待ち
              end-if
              if BR-前支店 = WS-BR-ENTRY
                 move space to BR-通知待ち
                 move spaces to BR-前支店
              end-if
           end-if.
           move WS-BR-ENTRY to BR-支店.
           move "M" to BR-区分.
           move WS-TODAY-DATE to BR-変更日.
           move WS-OPER-ID to BR-変更者.
           rewrite BRCH-REC
              invalid key
                 display "変更に失敗しました: " WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
                 go to BRCH-MAINT-E
           end-rewrite.
           display "担当支店を指定しました: " WS-BR-ENTRY.
           perform SLEEP-S thru SLEEP-E.
        BRCH-MAINT-E.

        BRCH-AUTO-S.
      * 手動指定を外して自動判定へ戻す。担当支店はそのまま残し、
      * 都道府県と違えば夜間の判定で移管になる
           if WS-BR-FOUND = "N" or BR-区分 not = "M"
              go to BRCH-AUTO-E
           end-if.
           accept WS-TODAY-DATE from date yyyymmdd.
           move "A" to BR-区分.
           move WS-TODAY-DATE to BR-変更日.
           move WS-OPER-ID to BR-変更者.
           rewrite BRCH-REC
              invalid key
                 display "変更に失敗しました: " WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
                 go to BRCH-AUTO-E
           end-rewrite.
           display "自動判定に戻しました: " WS-CUST-NO.
           perform SLEEP-S thru SLEEP-E.
        BRCH-AUTO-E.

        BRCH-VERIFY-S.
      * 入力された支店コードが支店設定にあるかを確かめる
           move "N" to WS-BR-VALID.
           open input bcfg-file.
           if WS-BCFG-FS not = "00"
              go to BRCH-VERIFY-E
           end-if.
           move "N" to WS-BCFG-EOF.
           perform until WS-BCFG-EOF = "Y" or WS-BR-VALID = "Y"
              read bcfg-file
                 at end
                    move "Y" to WS-BCFG-EOF
                 not at end
                    move spaces to WS-BR-CFG-CODE
                    unstring BCFG-FD-REC delimited by ","
                       into WS-BR-CFG-CODE
                    if WS-BR-CFG-CODE = WS-BR-ENTRY
                       move "Y" to WS-BR-VALID
                    end-if
              end-read
           end-perform.
           close bcfg-file.
        BRCH-VERIFY-E.

        SIGNON-S.
      * オペレータID・パスワードをOPR001で突合する。ロールは
      * 問わない(誰が編集中かをロック保持者として記録するのが目的)。
           end-if.
           move 0 to WS-ZIP-HIT-COUNT.
           call "Fetch_Row" using WS-ZIP-HIT-COUNT.
           if WS-ZIP-HIT-COUNT > 0
              perform ZIP-TOWN-S thru ZIP-TOWN-E
              go to ZIP-VERIFY-E
           end-if.
           if WS-ZIP-HIT-COUNT = 0
      * 街区レベルに無ければ大口事業所個別番号(JIGYOSYO_CODE)へ
      * 落とす。法人顧客の事業所個別番号を入口で弾かないため
           end-if.
        ZIP-VERIFY-E.

        ZIP-TOWN-S.
      * 郵便番号か町域のどちらかに複数対応の印があるときだけ、その
      * 郵便番号の行に入力の町域名があるかを確かめる。町域名が空なら
      * 入力を求め、合わなければ町域名から引いた郵便番号を候補に示す
      * (どちらも画面へ戻して直させる。郵便番号を空白にすると中止)
           perform AMB-PREPARE-S thru AMB-PREPARE-E.
           if WS-AMB-QUOTE > 0
              move "T" to WS-ZIP-OK
              display "町域名に ' は使えません"
              perform SLEEP-S thru SLEEP-E
              go to ZIP-TOWN-E
           end-if.
           move "N" to WS-AMB-FLAGGED.
           initialize sbuff.
           string "SELECT COUNT(*) FROM POSTAL_CODE "
                  "where zip_7 = '" WS-ZIP-ENTRY "' and i_4 = '1'"
                  into sbuff.
           move spaces to WS-AMB-LEGACY.
           perform AMB-COUNT-S thru AMB-COUNT-E.
           if WS-AMB-COUNT > 0
              move "Y" to WS-AMB-FLAGGED
           end-if.
           if WS-AMB-FLAGGED = "N" and WS-AMB-CHO-LEN > 0
              initialize sbuff
              move 1 to WS-AMB-PTR
              string "SELECT COUNT(*) FROM POSTAL_CODE "
                     "where i_1 = '1' and zip_7 in "
                     "(SELECT zip_7 FROM POSTAL_CODE_NORM where 1=1"
                     into sbuff with pointer WS-AMB-PTR
              perform AMB-NORM-WHERE-S thru AMB-NORM-WHERE-E
              string ")" into sbuff with pointer WS-AMB-PTR
              move spaces to WS-AMB-LEGACY
              move 1 to WS-AMB-PTR
              string "SELECT COUNT(*) FROM POSTAL_CODE "
                     "where i_1 = '1'"
                     into WS-AMB-LEGACY with pointer WS-AMB-PTR
              perform AMB-LEGACY-WHERE-S thru AMB-LEGACY-WHERE-E
              perform AMB-COUNT-S thru AMB-COUNT-E
              if WS-AMB-COUNT > 0
                 move "Y" to WS-AMB-FLAGGED
              end-if
           end-if.
           if WS-AMB-FLAGGED = "N"
              go to ZIP-TOWN-E
           end-if.
           if WS-AMB-CHO-LEN = 0
              move "T" to WS-ZIP-OK
              display "この郵便番号は複数の町域に"
                      "またがります。"
                      "町域名を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ZIP-TOWN-E
           end-if.
      * 入力の郵便番号の行に、その町域があるか
           initialize sbuff.
           string "SELECT COUNT(*) FROM POSTAL_CODE_NORM "
                  "where zip_7 = '" WS-ZIP-ENTRY "' and (cho_n = '"
                  WS-AMB-CHO(1:WS-AMB-CHO-LEN)
                  "' or cho_n like '"
                  WS-AMB-CHO(1:WS-AMB-CHO-LEN)
                  "（%')"
                  into sbuff.
           move spaces to WS-AMB-LEGACY.
           string "SELECT COUNT(*) FROM POSTAL_CODE "
                  "where zip_7 = '" WS-ZIP-ENTRY "' and (cho = '"
                  WS-AMB-CHO-RAW(1:WS-AMB-RAW-LEN)
                  "' or cho like '"
                  WS-AMB-CHO-RAW(1:WS-AMB-RAW-LEN)
                  "（%')"
                  into WS-AMB-LEGACY.
           perform AMB-COUNT-S thru AMB-COUNT-E.
           if WS-AMB-COUNT > 0
              go to ZIP-TOWN-E
           end-if.
           perform AMB-SUGGEST-S thru AMB-SUGGEST-E.
           move "T" to WS-ZIP-OK.
           if WS-AMB-CAND = 0
              display "郵便番号と町域名が一致しません"
                      "(町域名から引ける郵便番号なし)"
           else
              display "郵便番号と町域名が一致しません。"
                      "候補: " WS-AMB-SUGGEST
                      " (候補数 " WS-AMB-CAND ")"
           end-if.
           perform SLEEP-S thru SLEEP-E.
        ZIP-TOWN-E.

        AMB-PREPARE-S.
      * 呼び出し側が WS-AMB-KEN-N 等へ写した都道府県・市区町村・
      * 町域を生バイトで扱い、町域は括弧書きの手前で切って異体字を
      * 寄せる
           move 0 to WS-AMB-QUOTE.
           inspect WS-AMB-KEN-X tallying WS-AMB-QUOTE for all "'".
           inspect WS-AMB-SHI-X tallying WS-AMB-QUOTE for all "'".
           inspect WS-AMB-CHO-X tallying WS-AMB-QUOTE for all "'".
           move spaces to WS-AMB-CHO-RAW.
           unstring WS-AMB-CHO-X delimited by "（"
              into WS-AMB-CHO-RAW.
           move 0 to WS-AMB-RAW-LEN.
           inspect WS-AMB-CHO-RAW tallying WS-AMB-RAW-LEN
              for characters before initial "  ".
           move spaces to WS-VAR-IN.
           move WS-AMB-KEN-X to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-AMB-KEN.
           move 0 to WS-AMB-KEN-LEN.
           inspect WS-AMB-KEN tallying WS-AMB-KEN-LEN
              for characters before initial "  ".
           move spaces to WS-VAR-IN.
           move WS-AMB-SHI-X to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-AMB-SHI.
           move 0 to WS-AMB-SHI-LEN.
           inspect WS-AMB-SHI tallying WS-AMB-SHI-LEN
              for characters before initial "  ".
           move spaces to WS-VAR-IN.
           move WS-AMB-CHO-RAW to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-AMB-CHO.
           move 0 to WS-AMB-CHO-LEN.
           inspect WS-AMB-CHO tallying WS-AMB-CHO-LEN
              for characters before initial "  ".
        AMB-PREPARE-E.

        AMB-NORM-WHERE-S.
      * 正規化列テーブルへの町域(と入力があれば県・市区町村)の条件
           if WS-AMB-KEN-LEN > 0
              string " and ken_n = '"
                     WS-AMB-KEN(1:WS-AMB-KEN-LEN) "'"
                     into sbuff with pointer WS-AMB-PTR
           end-if.
           if WS-AMB-SHI-LEN > 0
              string " and shi_n = '"
                     WS-AMB-SHI(1:WS-AMB-SHI-LEN) "'"
                     into sbuff with pointer WS-AMB-PTR
           end-if.
           string " and (cho_n = '"
                  WS-AMB-CHO(1:WS-AMB-CHO-LEN)
                  "' or cho_n like '"
                  WS-AMB-CHO(1:WS-AMB-CHO-LEN)
                  "（%')"
                  into sbuff with pointer WS-AMB-PTR.
        AMB-NORM-WHERE-E.

        AMB-LEGACY-WHERE-S.
      * 正規化列テーブルの無い旧DB向けに本体の列へ同じ条件を当てる
           if WS-AMB-KEN-LEN > 0
              string " and ken = '"
                     WS-AMB-KEN-X delimited by space
                     "'" delimited by size
                     into WS-AMB-LEGACY with pointer WS-AMB-PTR
           end-if.
           if WS-AMB-SHI-LEN > 0
              string " and shi = '"
                     WS-AMB-SHI-X delimited by space
                     "'" delimited by size
                     into WS-AMB-LEGACY with pointer WS-AMB-PTR
           end-if.
           string " and (cho = '"
                  WS-AMB-CHO-RAW(1:WS-AMB-RAW-LEN)
                  "' or cho like '"
                  WS-AMB-CHO-RAW(1:WS-AMB-RAW-LEN)
                  "（%')"
                  into WS-AMB-LEGACY with pointer WS-AMB-PTR.
        AMB-LEGACY-WHERE-E.

        AMB-COUNT-S.
      * COUNT(*)の照会を実行する。正規化列テーブルの無い旧DBでは
      * 代替文へ退行する(addr_matchのEXEC-FETCH-Sと同じ)
           move 0 to WS-AMB-COUNT.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              and WS-AMB-LEGACY not = spaces
              move WS-AMB-LEGACY to sbuff
              call "SQLite3_Exec" using db sbuff
           end-if.
           if return-code not = 0
              perform db-error
           end-if.
           call "Fetch_Row" using WS-AMB-COUNT.
        AMB-COUNT-E.

        AMB-SUGGEST-S.
      * 町域名(と県・市区町村)から引ける郵便番号を数え、先頭を候補
      * にする
           move spaces to WS-AMB-SUGGEST.
           move 0 to WS-AMB-CAND.
           initialize sbuff.
           move 1 to WS-AMB-PTR.
           string "SELECT DISTINCT zip_7 FROM POSTAL_CODE_NORM "
                  "where 1=1"
                  into sbuff with pointer WS-AMB-PTR.
           perform AMB-NORM-WHERE-S thru AMB-NORM-WHERE-E.
           string " ORDER BY zip_7" into sbuff with pointer WS-AMB-PTR.
           move spaces to WS-AMB-LEGACY.
           move 1 to WS-AMB-PTR.
           string "SELECT DISTINCT zip_7 FROM POSTAL_CODE "
                  "where 1=1"
                  into WS-AMB-LEGACY with pointer WS-AMB-PTR.
           perform AMB-LEGACY-WHERE-S thru AMB-LEGACY-WHERE-E.
           string " ORDER BY zip_7"
                  into WS-AMB-LEGACY with pointer WS-AMB-PTR.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              move WS-AMB-LEGACY to sbuff
              call "SQLite3_Exec" using db sbuff
           end-if.
           if return-code not = 0
              perform db-error
           end-if.
           move "N" to WS-AMB-EOF.
           perform until WS-AMB-EOF = "Y"
              move spaces to WS-AMB-HIT-ZIP-X
              call "Fetch_Row" using WS-AMB-HIT-ZIP
              if return-code not = 0
                 move "Y" to WS-AMB-EOF
              else
                 add 1 to WS-AMB-CAND
                 if WS-AMB-CAND = 1
                    move WS-AMB-HIT-ZIP-X(1:7) to WS-AMB-SUGGEST
                 end-if
              end-if
           end-perform.
        AMB-SUGGEST-E.

        JIGYO-VERIFY-S.
      * JIGYOSYO_CODE未ロードのDBでは異常終了させず0件として扱う
      * (postalcode.cobのJIGYO-SELECT-Sと同じ)
      * 少し待って WS-DB-MAX-RETRY 回まで自動で再試行する
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
      * DB障害を共通ログ(LOG001)へ重大度FATALで記帳する。FATALは
      * オペレータ通知(ALT001)も同時に上がる
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "custaddr2.idx" to WS-DLVA-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DLVA-FILENAME.
           move "custmove.idx" to WS-MOVE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MOVE-FILENAME.
           move "yubin.db" to WS-DB-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DB-FILENAME.
           move "yubin_addr_pick.dat" to WS-PICK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PICK-FILENAME.
           move "cust_branch.idx" to WS-BRCH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-BRCH-FILENAME.
           move "branch_cfg.dat" to WS-BCFG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-BCFG-FILENAME.
        ENV-RESOLVE-E.
