      ** 入力：lookup_req/ 配下の *.req ファイル
      **       (1行1照会。半角数字なら郵便番号前方一致、それ以外は
      **        都道府県/市区町村の漢字LIKE検索。REQUESTER=タグ行は
      **        応答へそのまま転記する。SHIPDATE=YYYYMMDD タグ行は
      **        以降の照会の発送日になる。既定は処理日。
      **        FORMAT=JSON / FORMAT=CSV タグ行は依頼ファイル全体の
      **        応答形式を切り替える。既定は従来のテキスト形式)
      ** 出力：lookup_rsp/ 配下の同名 .rsp ファイル
      **       テキスト形式(既定)：
      **       (BATCH-FETCH-Sと同じ zip,ken,shi,cho のCSV形式に、
      **        ZON001で求めた配送ゾーン,配達予定日 の2列を付ける。
      **        算出できない番号は両列とも空欄)
      **       JSON形式：1行1オブジェクト。rec が TAG(タグ行)・
      **        HIT(ヒット1件。source=POSTAL/JIGYOSYO)・STATUS(照会
      **        1行ごとの FOUND/NOT-FOUND とヒット件数)
      **       CSV形式：先頭に見出し行、以降はJSONと同じレコードを
      **        全列の固定並びで(全項目を""で囲む)
      **       構造化形式ではPOSTALCDの全項目と大口事業所個別番号
      **       (JIGYOSYO_CODE)のヒットも返す
      ** 端末を持たない他部門がファイル交換だけで検索を使えるように
      ** する。lookup_service.stop ファイルを置くと停止する。処理済み
      ** の依頼は lookup_req/done/ へ移す
      ** 依頼元は依頼元マスタ(lookup_requester.idx。requester_maint
      ** で保守)に登録された REQUESTER= だけを受け付け、未登録・
      ** 停止中・REQUESTER= 無しの依頼には理由を書いた応答(REJECTED=
      ** 行/REJECTレコード)を返す。依頼元ごとの1日の照会行数上限を
      ** 超えた行は lookup_hold/ へ持ち越し(HELD= 行/HELDレコードで
      ** 知らせる)、翌日に lookup_req/ へ戻して処理する。当日の処理
      ** 行数は lookup_quota.dat に保存する(巡回中は依頼元をキーに
      ** した作業索引 lookup_service_qt.idx で数え、日付が変わるたび
      ** に作り直す)。1巡回で見つけた依頼は
      ** 照会行数の少ない順に処理し、大きな依頼が他を待たせない
      **=================================================================
        identification           division.
        program-id.              lookup_service.
        input-output              section.
        file-control.
        select req-list-file
            assign to WS-REQ-LIST-FILENAME
            organization line sequential
            file status is WS-LIST-FS.
        select req-file
            organization line sequential
            file status is WS-RSP-FS.
        select stop-file
            assign to WS-STOP-FILENAME
            organization line sequential
            file status is WS-STOP-FS.
        select quota-file
            assign to WS-QUOTA-FILENAME
            organization line sequential
            file status is WS-QUOTA-FS.
      * 依頼元別の当日処理行数の作業索引(依頼元の数に上限を設け
      * ないため表でなく索引)
        select qt-work-file
            assign to WS-QT-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is QW-依頼元
            file status is WS-QW-FS.
        select hold-file
            assign to WS-HOLD-FILENAME
            organization line sequential
            file status is WS-HOLD-FS.
      **=================================================================
        data                     division.
        file                      section.

        fd  rsp-file
            label records are standard.
        01  RSP-FD-REC          pic X(3000).

        fd  stop-file
            label records are standard.
        01  STOP-FD-REC         pic X(10).

        fd  quota-file
            label records are standard.
        01  QUOTA-FD-REC.
            03 QT-FD-DATE        pic X(08).
            03 filler            pic X(01).
            03 QT-FD-REQUESTER   pic X(20).
            03 filler            pic X(01).
            03 QT-FD-USED        pic 9(07).

        fd  qt-work-file
            label records are standard.
        01  QT-WORK-REC.
            03 QW-依頼元         pic X(20).
            03 QW-処理行数       pic 9(07).

        fd  hold-file
            label records are standard.
        01  HOLD-FD-REC         pic X(200).

        working-storage           section.
      * 共通ログ(LOG001)
        01  WS-LOG-PROGNAME    pic X(20) value "LOOKUP_SERVICE".
        01  WS-REQ-FS          pic X(02).
        01  WS-RSP-FS          pic X(02).
        01  WS-STOP-FS         pic X(02).
        01  WS-QUOTA-FS        pic X(02).
        01  WS-HOLD-FS         pic X(02).
        01  WS-REQ-FILENAME    pic X(256).
        01  WS-RSP-FILENAME    pic X(256).
        01  WS-REQ-BASENAME    pic X(100).
        01  WS-LIST-EOF        pic X(01).
        01  WS-REQ-EOF         pic X(01).
        01  WS-STOP-FLAG       pic X(01) value "N".
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-LS-CMD-AREA.
           03 WS-LS-CMD          pic X(600).
           03 filler             pic X(01) value low-value.
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-SETUP-CMD-AREA.
           03 WS-SETUP-CMD       pic X(600).
           03 filler             pic X(01) value low-value.
      * 依頼・応答ディレクトリ(ENV001で解決。一覧の各行は
      * <依頼ディレクトリ>/<名前> なので、その長さで名前を切り出す)
        01  WS-REQ-DIR         pic X(256).
        01  WS-RSP-DIR         pic X(256).
        01  WS-REQ-DIR-LEN     pic 9(03).
        01  WS-MV-CMD          pic X(600).
      * 照会の分解
        01  WS-QUERY           pic X(100).
        01  WS-QUERY-LEN       pic 9(03).
      * 正規化列と照合する検索語(VAR001で異体字を代表字へ寄せる)
        01  WS-VAR-IN          pic X(400).
        01  WS-VAR-OUT         pic X(400).
        01  WS-QUERY-F         pic X(100).
        01  WS-QUERY-F-LEN     pic 9(03).
        01  WS-HIT-COUNT       pic 9(05).
        01  WS-RSP-LINE        pic X(400).
      * 応答形式(T=テキスト J=JSON C=CSV)。依頼ファイルごとに、
      * 応答を書き始める前に FORMAT= タグ行を先読みして決める
        01  WS-RSP-FORMAT      pic X(01) value "T".
        01  WS-FMT-EOF         pic X(01).
        01  WS-JIGYO-HITS      pic 9(05).
      * 構造化形式の1レコードの組立て。項目は全レコード種共通の
      * 固定並び(CSVの列順)で積み、JSONでは使わない項目を省く
        01  WS-OUT-BUF         pic X(3000).
        01  WS-OUT-PTR         pic 9(04).
        01  WS-FLD-FIRST       pic X(01).
        01  WS-FLD-NAME        pic X(12).
        01  WS-FLD-VAL         pic X(300).
        01  WS-FLD-LEN         pic 9(03).
        01  WS-FLD-USE         pic X(01).
        01  WS-FLD-NUM         pic X(01).
        01  WS-REC-KIND        pic X(06).
        01  WS-REC-SOURCE      pic X(08).
        01  WS-REC-TAG         pic X(200).
        01  WS-REC-STATUS      pic X(12).
        01  WS-REC-COUNT       pic 9(07).
        01  WS-REC-MESSAGE     pic X(200).
        01  WS-HITS-EDIT       pic ZZZZZZ9.
        01  WS-HITS-LEAD       pic 9(02).
        01  WS-DQ              pic X(01) value quote.
        01  WS-ESC-POS         pic 9(03).
        01  WS-ESC-BYTE        pic X(01).
        01  WS-HEX-DIGITS      pic X(16) value "0123456789abcdef".
        01  WS-HEX-HI          pic 9(02).
        01  WS-HEX-LO          pic 9(02).
      * 制御文字のバイト値(\u00XX へ書き換えるため)
        01  WS-CK-PAIR.
            03 filler          pic X(01) value low-value.
            03 WS-CK-CHAR      pic X(01).
        01  WS-CK-NUM REDEFINES WS-CK-PAIR pic 9(04) binary.
      * 1ヒット分の項目値(生バイト)。POSTAL_CODEは15列、
      * JIGYOSYO_CODEは13列をFetch_Rowの並びで受ける
        01  WS-HIT-VALUES.
            03 WS-HV-N      pic N(100) occurs 15.
        01  WS-HIT-VALUES-X REDEFINES WS-HIT-VALUES.
            03 WS-HV-X      pic X(200) occurs 15.
        01  WS-COL-IDX         pic 9(02).
      * CSVの列(=JSONのキー)の並び。先頭3列はレコード種・タグ・照会
        01  WS-COL-TABLE.
            03 filler pic X(12) value "rec".
            03 filler pic X(12) value "tag".
            03 filler pic X(12) value "query".
            03 filler pic X(12) value "source".
            03 filler pic X(12) value "dantai".
            03 filler pic X(12) value "zip_5".
            03 filler pic X(12) value "zip_7".
            03 filler pic X(12) value "ken_kana".
            03 filler pic X(12) value "shi_kana".
            03 filler pic X(12) value "cho_kana".
            03 filler pic X(12) value "ken".
            03 filler pic X(12) value "shi".
            03 filler pic X(12) value "cho".
            03 filler pic X(12) value "opt_01".
            03 filler pic X(12) value "opt_02".
            03 filler pic X(12) value "opt_03".
            03 filler pic X(12) value "opt_04".
            03 filler pic X(12) value "opt_05".
            03 filler pic X(12) value "opt_06".
            03 filler pic X(12) value "name_kana".
            03 filler pic X(12) value "name".
            03 filler pic X(12) value "banchi".
            03 filler pic X(12) value "torihiki".
            03 filler pic X(12) value "kobetu".
            03 filler pic X(12) value "fukusu".
            03 filler pic X(12) value "teisei".
            03 filler pic X(12) value "zone".
            03 filler pic X(12) value "est_date".
            03 filler pic X(12) value "status".
            03 filler pic X(12) value "hits".
            03 filler pic X(12) value "message".
        01  WS-COLS REDEFINES WS-COL-TABLE.
            03 WS-COL-NAME  pic X(12) occurs 31.
      * 各列の値の出どころ。POSTAL_CODE・JIGYOSYO_CODEのFetch_Row
      * の何列目か(0=その種のレコードには無い項目)。4列目以降の
      * 23列(source～teisei)について持つ
        01  WS-POSTAL-MAP      pic X(46) value
            "0001020304050607080910111213141500000000000000".
        01  WS-JIGYO-MAP       pic X(46) value
            "0001090800000004050600000000000002030710111213".
        01  WS-MAP-POS         pic 9(03).
        01  WS-MAP-COL         pic 9(02).
      * 配送ゾーンと配達予定日(ZON001)
        01  WS-SHIP-DATE       pic X(08).
        01  WS-TODAY-DATE      pic 9(08).
        01  WS-TODAY-X REDEFINES WS-TODAY-DATE pic X(08).
      * 依頼元マスタの引当(RQS001)。REJECT-CODE が空白でなければ
      * その理由で依頼を拒否する
        01  WS-RQ-REC.
            COPY LOOKUPRQ.
        01  WS-RQ-RESULT       pic X(01).
        01  WS-REQUESTER       pic X(20).
        01  WS-REJECT-CODE     pic X(12).
      * 1日の照会行数上限。QUOTA-LIMITED=Y のとき ALLOW-LINES 行
      * まで答え、残りは持ち越しファイルへ書く
        01  WS-QUOTA-LIMITED   pic X(01).
        01  WS-ALLOW-LINES     pic 9(07).
        01  WS-SERVED-LINES    pic 9(07).
        01  WS-HELD-LINES      pic 9(07).
        01  WS-QUERY-LINES     pic 9(07).
        01  WS-QUOTA-EDIT      pic ZZZZZZ9.
        01  WS-HELD-EDIT       pic ZZZZZZ9.
        01  WS-QUOTA-LEAD      pic 9(02).
        01  WS-HELD-LEAD       pic 9(02).
      * 依頼元別の当日処理行数(lookup_quota.dat に日付付きで保存し、
      * 再起動しても当日分を引き継ぐ。日付が変われば0から数える)
        01  WS-QT-DATE         pic 9(08) value 0.
        01  WS-QW-FS           pic X(02).
        01  WS-QW-OPEN         pic X(01) value "N".
        01  WS-QT-EOF          pic X(01).
      * 持ち越し(lookup_hold/<持ち越し日>_<依頼名>)。持ち越し日より
      * 後の日の最初の巡回で lookup_req/ へ戻す
        01  WS-HOLD-DIR        pic X(256).
        01  WS-HOLD-DIR-LEN    pic 9(03).
        01  WS-HOLD-BASENAME   pic X(100).
        01  WS-HOLD-OPEN       pic X(01).
        01  WS-SHIPDATE-GIVEN  pic X(01).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-HOLD-LS-CMD-AREA.
           03 WS-HOLD-LS-CMD     pic X(600).
           03 filler             pic X(01) value low-value.
      * 1巡回分の依頼の待ち行列(照会行数の少ない順に並べる。溢れた
      * 依頼は次の巡回で拾う)
        01  WS-QUEUE.
            03 WS-QU-ENTRY  occurs 200.
               05 WS-QU-FILENAME  pic X(256).
               05 WS-QU-LINES     pic 9(07).
        01  WS-QU-COUNT        pic 9(03).
        01  WS-QU-IDX          pic 9(03).
        01  WS-QU-POS          pic 9(03).
        01  WS-EST-ZIP-N       pic N(100).
        01  WS-EST-ZIP-X REDEFINES WS-EST-ZIP-N pic X(300).
        01  WS-EST-ZIP         pic X(07).
        01  WS-EST-ZONE        pic X(02).
        01  WS-EST-DAYS        pic 9(02).
        01  WS-EST-DATE        pic X(08).
        01  WS-EST-RESULT      pic X(01).
      * DB検索
        01  POSTAL_CODE_NAME.
            03 i_01         pic N(100).
        01  db                 pic 9(04).
        01  rc                 pic 9(02).
        01  err-msg            pic x(60).
      * スキーマ水準の照合(SCH001)。NEEDはこのプログラムが前提と
      * する最低水準
        01  WS-SCH-NEED        pic 9(04) value 2.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  flag               pic x(01).
        01  WS-DB-RETRY-COUNT  pic 9(02) value 0.
        01  WS-DB-MAX-RETRY    pic 9(02) value 3.
        01  WS-RJ-PROGNAME     pic X(20) value "LOOKUP_SERVICE".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-REQ-LIST-FILENAME  pic X(256).
        01  WS-STOP-FILENAME      pic X(256).
        01  WS-QUOTA-FILENAME     pic X(256).
        01  WS-QT-WORK-FILENAME   pic X(256).
        01  WS-HOLD-FILENAME      pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD           pic X(600).
           03 filler                pic X(01) value low-value.
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        procedure               division.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
                 compute i = i + 1
              end-perform
           end-if.
           call "ENV001" using WS-ENV-MODE W-INPUT-DBNAME.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           perform CHECK-STOP-S thru CHECK-STOP-E.
           if WS-STOP-FLAG = "Y"
              display "lookup service stopping"
              move spaces to WS-FILE-CMD
              string "rm -f "        delimited by size
                     WS-STOP-FILENAME delimited by space
                     into WS-FILE-CMD
              call "system" using WS-FILE-CMD
              if WS-QW-OPEN = "Y"
                 close qt-work-file
              end-if
              perform DB-Close-S thru DB-Close-E
              move "END  " to WS-RJ-MODE
              move "SUCCESS" to WS-RJ-STATUS
        CHECK-STOP-E.

        SCAN-REQUESTS-S.
      * 依頼の一覧を照会行数の少ない順の待ち行列に並べてから処理する
           accept WS-TODAY-DATE from date yyyymmdd.
           perform QUOTA-DAY-S thru QUOTA-DAY-E.
           call "system" using WS-LS-CMD.
           open input req-list-file.
           if WS-LIST-FS not = "00"
              go to SCAN-REQUESTS-E
           end-if.
           move 0 to WS-QU-COUNT.
           move "N" to WS-LIST-EOF.
           perform until WS-LIST-EOF = "Y"
              read req-list-file
                 not at end
                    if REQ-LIST-FD-REC not = spaces
                       move REQ-LIST-FD-REC to WS-REQ-FILENAME
                       perform QUEUE-ADD-S thru QUEUE-ADD-E
                    end-if
              end-read
           end-perform.
           close req-list-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-REQ-LIST-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           move 1 to WS-QU-IDX.
           perform until WS-QU-IDX > WS-QU-COUNT
              move WS-QU-FILENAME(WS-QU-IDX) to WS-REQ-FILENAME
              perform SERVE-ONE-S thru SERVE-ONE-E
              compute WS-QU-IDX = WS-QU-IDX + 1
           end-perform.
        SCAN-REQUESTS-E.

        QUEUE-ADD-S.
      * 依頼1件の照会行数を数え、行数の少ない順の位置へ挿入する
      * (同じ行数なら一覧の順)
           if WS-QU-COUNT >= 200
              go to QUEUE-ADD-E
           end-if.
           perform REQ-SCAN-S thru REQ-SCAN-E.
           move 1 to WS-QU-POS.
           perform until WS-QU-POS > WS-QU-COUNT
              or WS-QU-LINES(WS-QU-POS) > WS-QUERY-LINES
              compute WS-QU-POS = WS-QU-POS + 1
           end-perform.
           move WS-QU-COUNT to WS-QU-IDX.
           perform until WS-QU-IDX < WS-QU-POS
              move WS-QU-ENTRY(WS-QU-IDX) to WS-QU-ENTRY(WS-QU-IDX + 1)
              compute WS-QU-IDX = WS-QU-IDX - 1
           end-perform.
           move WS-REQ-FILENAME to WS-QU-FILENAME(WS-QU-POS).
           move WS-QUERY-LINES  to WS-QU-LINES(WS-QU-POS).
           compute WS-QU-COUNT = WS-QU-COUNT + 1.
        QUEUE-ADD-E.

        SERVE-ONE-S.
      * 1依頼ファイルを読み、同名の応答ファイルを書き、処理済みへ移す
           move spaces to WS-REQ-BASENAME.
           move WS-REQ-FILENAME(WS-REQ-DIR-LEN + 2:) to WS-REQ-BASENAME.
           move spaces to WS-RSP-FILENAME.
           string WS-RSP-DIR         delimited by space
                  "/"                delimited by size
                  WS-REQ-BASENAME    delimited by space
                  ".rsp"             delimited by size
                  into WS-RSP-FILENAME.
           perform REQ-SCAN-S thru REQ-SCAN-E.
           open input req-file.
           if WS-REQ-FS not = "00"
              go to SERVE-ONE-E
           end-if.
           open output rsp-file.
           if WS-RSP-FORMAT = "C"
              perform CSV-HEADER-S thru CSV-HEADER-E
           end-if.
      * 未登録・停止中の依頼元には理由だけを返して処理済みへ移す
           perform REQUESTER-CHECK-S thru REQUESTER-CHECK-E.
           if WS-REJECT-CODE not = spaces
              perform REJECT-WRITE-S thru REJECT-WRITE-E
              go to SERVE-ONE-DONE
           end-if.
           perform QUOTA-ALLOW-S thru QUOTA-ALLOW-E.
           display "serving request: " WS-REQ-BASENAME.
           accept WS-TODAY-DATE from date yyyymmdd.
           move WS-TODAY-DATE to WS-SHIP-DATE.
           move "N" to WS-SHIPDATE-GIVEN.
           move "N" to WS-HOLD-OPEN.
           move 0 to WS-SERVED-LINES.
           move 0 to WS-HELD-LINES.
           move "N" to WS-REQ-EOF.
           perform until WS-REQ-EOF = "Y"
              read req-file
                    perform ANSWER-LINE-S thru ANSWER-LINE-E
              end-read
           end-perform.
           if WS-HOLD-OPEN = "Y"
              close hold-file
              perform HELD-WRITE-S thru HELD-WRITE-E
           end-if.
           perform QUOTA-ADD-S thru QUOTA-ADD-E.
        SERVE-ONE-DONE.
           close rsp-file.
           close req-file.
           move spaces to WS-MV-CMD.
           string "mv "             delimited by size
                  WS-REQ-FILENAME   delimited by space
                  " "               delimited by size
                  WS-REQ-DIR        delimited by space
                  "/done/"          delimited by size
                  into WS-MV-CMD.
           call "system" using WS-MV-CMD.
        SERVE-ONE-E.
           if REQ-FD-REC = spaces
              go to ANSWER-LINE-E
           end-if.
      * 上限に達した後の行はタグ行も含めてすべて持ち越しへ写す
           if WS-HOLD-OPEN = "Y"
              perform HOLD-LINE-S thru HOLD-LINE-E
              go to ANSWER-LINE-E
           end-if.
      * 依頼元タグの行は応答へそのまま写す(構造化形式ではTAG
      * レコードとして返す)。応答形式の指定行も同様
           if REQ-FD-REC(1:10) = "REQUESTER="
              or REQ-FD-REC(1:7) = "FORMAT="
              perform TAG-WRITE-S thru TAG-WRITE-E
              go to ANSWER-LINE-E
           end-if.
      * 発送日の指定行も応答へ写し、以降の照会の算出に使う
           if REQ-FD-REC(1:9) = "SHIPDATE="
              move REQ-FD-REC(10:8) to WS-SHIP-DATE
              move "Y" to WS-SHIPDATE-GIVEN
              perform TAG-WRITE-S thru TAG-WRITE-E
              go to ANSWER-LINE-E
           end-if.
           move spaces to WS-QUERY.
           if WS-QUERY-LEN = 0
              go to ANSWER-LINE-E
           end-if.
           if WS-QUOTA-LIMITED = "Y"
              and WS-SERVED-LINES >= WS-ALLOW-LINES
              perform HOLD-OPEN-S thru HOLD-OPEN-E
              perform HOLD-LINE-S thru HOLD-LINE-E
              go to ANSWER-LINE-E
           end-if.
           compute WS-SERVED-LINES = WS-SERVED-LINES + 1.
           if WS-RSP-FORMAT = "T"
              move spaces to WS-RSP-LINE
              string "QUERY=" WS-QUERY(1:WS-QUERY-LEN)
                 into WS-RSP-LINE
              move WS-RSP-LINE to RSP-FD-REC
              write RSP-FD-REC
           end-if.
      * 半角数字なら郵便番号前方一致、それ以外は漢字住所のLIKE検索
      * (postalcode.cobのDB-Select-Sと同じ検索)。漢字検索はロード時
      * に作られる正規化列テーブル(POSTAL_CODE_NORM)側で照合し、
      * 未整備の旧DBでは従来の直接検索へ退行する。正規化列は異体字を
      * 代表字へ寄せてあるので、検索語もVAR001で寄せてから照合する
           initialize sbuff.
           move spaces to WS-LEGACY-SBUFF.
           if WS-QUERY(1:WS-QUERY-LEN) is numeric
                     WS-QUERY(1:WS-QUERY-LEN) "%' "
                     into sbuff
           else
              move WS-QUERY to WS-VAR-IN
              call "VAR001" using WS-VAR-IN WS-VAR-OUT
              move WS-VAR-OUT to WS-QUERY-F
              move 0 to WS-QUERY-F-LEN
              inspect WS-QUERY-F tallying WS-QUERY-F-LEN
                 for characters before initial space
              string "SELECT * FROM POSTAL_CODE where zip_7 in "
                     "(SELECT zip_7 FROM POSTAL_CODE_NORM "
                     "where ken_n like '%"
                     WS-QUERY-F(1:WS-QUERY-F-LEN)
                     "%' or shi_n like '%"
                     WS-QUERY-F(1:WS-QUERY-F-LEN)
                     "%' or cho_n like '%"
                     WS-QUERY-F(1:WS-QUERY-F-LEN) "%') "
                     into sbuff
              string "SELECT * FROM POSTAL_CODE where ken like '%"
                     WS-QUERY(1:WS-QUERY-LEN)
                 exit perform
              end-if
              compute WS-HIT-COUNT = WS-HIT-COUNT + 1
              move i_03 to WS-EST-ZIP-N
              move WS-EST-ZIP-X(1:7) to WS-EST-ZIP
              call "ZON001" using WS-EST-ZIP WS-SHIP-DATE WS-EST-ZONE
                                  WS-EST-DAYS WS-EST-DATE
                                  WS-EST-RESULT
              if WS-RSP-FORMAT not = "T"
                 move i_01 to WS-HV-N(1)
                 move i_02 to WS-HV-N(2)
                 move i_03 to WS-HV-N(3)
                 move i_04 to WS-HV-N(4)
                 move i_05 to WS-HV-N(5)
                 move i_06 to WS-HV-N(6)
                 move i_07 to WS-HV-N(7)
                 move i_08 to WS-HV-N(8)
                 move i_09 to WS-HV-N(9)
                 move i_10 to WS-HV-N(10)
                 move i_11 to WS-HV-N(11)
                 move i_12 to WS-HV-N(12)
                 move i_13 to WS-HV-N(13)
                 move i_14 to WS-HV-N(14)
                 move i_15 to WS-HV-N(15)
                 move "POSTAL"  to WS-REC-SOURCE
                 perform HIT-WRITE-S thru HIT-WRITE-E
              else
                 move spaces to WS-RSP-LINE
                 string i_03 delimited by space ","  delimited by size
                        i_07 delimited by space ","  delimited by size
                        i_08 delimited by space ","  delimited by size
                        i_09 delimited by space ","  delimited by size
                        WS-EST-ZONE delimited by space
                        ","  delimited by size
                        WS-EST-DATE delimited by space
                        into WS-RSP-LINE
                 move WS-RSP-LINE to RSP-FD-REC
                 write RSP-FD-REC
              end-if
           end-perform.
           if WS-RSP-FORMAT = "T"
              if WS-HIT-COUNT = 0
                 move "NOT-FOUND" to RSP-FD-REC
                 write RSP-FD-REC
              end-if
              go to ANSWER-LINE-E
           end-if.
      * 構造化形式では大口事業所個別番号も当て、照会1行ごとに
      * 結果の状態レコードを必ず返す
           perform JIGYO-SEARCH-S thru JIGYO-SEARCH-E.
           compute WS-HIT-COUNT = WS-HIT-COUNT + WS-JIGYO-HITS.
           perform STATUS-WRITE-S thru STATUS-WRITE-E.
        ANSWER-LINE-E.

        REQ-SCAN-S.
      * 依頼ファイルを先読みして FORMAT= タグ行・依頼元を探し、照会
      * 行数を数える。タグ行が照会より後ろにあってもファイル全体を
      * 同じ形式・同じ依頼元で扱うため
           move "T" to WS-RSP-FORMAT.
           move spaces to WS-REQUESTER.
           move 0 to WS-QUERY-LINES.
           open input req-file.
           if WS-REQ-FS not = "00"
              go to REQ-SCAN-E
           end-if.
           move "N" to WS-FMT-EOF.
           perform until WS-FMT-EOF = "Y"
              read req-file
                 at end
                    move "Y" to WS-FMT-EOF
                 not at end
                    if REQ-FD-REC(1:10) = "REQUESTER="
                       and WS-REQUESTER = spaces
                       move REQ-FD-REC(11:20) to WS-REQUESTER
                    end-if
                    if REQ-FD-REC(1:10) not = "REQUESTER="
                       and REQ-FD-REC(1:7) not = "FORMAT="
                       and REQ-FD-REC(1:9) not = "SHIPDATE="
                       and REQ-FD-REC(1:1) not = space
                       compute WS-QUERY-LINES = WS-QUERY-LINES + 1
                    end-if
                    if REQ-FD-REC(1:7) = "FORMAT="
                       evaluate REQ-FD-REC(8:5)
                          when "JSON "
                          when "json "
                             move "J" to WS-RSP-FORMAT
                          when "CSV  "
                          when "csv  "
                             move "C" to WS-RSP-FORMAT
                          when other
                             move "T" to WS-RSP-FORMAT
                       end-evaluate
                    end-if
              end-read
           end-perform.
           close req-file.
        REQ-SCAN-E.

        REQUESTER-CHECK-S.
      * 依頼元マスタを引く。REQUESTER= が無い・未登録・停止中なら
      * 拒否理由を返す
           move spaces to WS-REJECT-CODE.
           if WS-REQUESTER = spaces
              move "NO-REQUESTER" to WS-REJECT-CODE
              go to REQUESTER-CHECK-E
           end-if.
           call "RQS001" using WS-REQUESTER WS-RQ-REC WS-RQ-RESULT.
           evaluate WS-RQ-RESULT
              when "Y"
                 continue
              when "D"
                 move "DISABLED" to WS-REJECT-CODE
              when other
                 move "UNREGISTERED" to WS-REJECT-CODE
           end-evaluate.
        REQUESTER-CHECK-E.

        REJECT-WRITE-S.
      * 拒否の応答。依頼元を残して利用実績で追えるようにし、理由と
      * 対処を1行で添える
           move spaces to WS-REC-MESSAGE.
           evaluate WS-REJECT-CODE
              when "NO-REQUESTER"
                 string "request has no REQUESTER= line - name a "
                        "registered requester and resubmit"
                        delimited by size into WS-REC-MESSAGE
              when "DISABLED"
                 string "requester " delimited by size
                        WS-REQUESTER delimited by space
                        " is suspended for the lookup service - "
                        "contact the postal systems team"
                        delimited by size into WS-REC-MESSAGE
              when other
                 string "requester " delimited by size
                        WS-REQUESTER delimited by space
                        " is not registered for the lookup service"
                        " - ask the postal systems team to register"
                        " it, then resubmit"
                        delimited by size into WS-REC-MESSAGE
           end-evaluate.
           move "WARN " to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "rejected " delimited by size
                  WS-REQ-BASENAME delimited by space
                  " " delimited by size
                  WS-REJECT-CODE delimited by space
                  " requester=" WS-REQUESTER delimited by size
                  into WS-LOG-MESSAGE.
           call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "rejected request: " WS-REQ-BASENAME " "
                   WS-REJECT-CODE.
           move spaces to WS-REC-TAG.
           if WS-REQUESTER not = spaces
              string "REQUESTER=" WS-REQUESTER delimited by size
                 into WS-REC-TAG
           end-if.
           if WS-RSP-FORMAT not = "T"
              move "REJECT" to WS-REC-KIND
              move WS-REJECT-CODE to WS-REC-STATUS
              move 0 to WS-REC-COUNT
              perform NOTICE-WRITE-S thru NOTICE-WRITE-E
              go to REJECT-WRITE-E
           end-if.
           if WS-REC-TAG not = spaces
              move WS-REC-TAG to RSP-FD-REC
              write RSP-FD-REC
           end-if.
           move spaces to WS-RSP-LINE.
           string "REJECTED=" WS-REJECT-CODE into WS-RSP-LINE.
           move WS-RSP-LINE to RSP-FD-REC.
           write RSP-FD-REC.
           move spaces to WS-RSP-LINE.
           string "MESSAGE=" WS-REC-MESSAGE into WS-RSP-LINE.
           move WS-RSP-LINE to RSP-FD-REC.
           write RSP-FD-REC.
        REJECT-WRITE-E.

        QUOTA-DAY-S.
      * 日付が変わって最初の巡回(起動直後を含む)で当日の処理行数を
      * 読み直し、前日までに持ち越した依頼を戻す
           if WS-TODAY-DATE = WS-QT-DATE
              go to QUOTA-DAY-E
           end-if.
           move WS-TODAY-DATE to WS-QT-DATE.
           if WS-QW-OPEN = "Y"
              close qt-work-file
           end-if.
           open output qt-work-file.
           close qt-work-file.
           open i-o qt-work-file.
           if WS-QW-FS not = "00"
              move "FATAL" to WS-LOG-SEVERITY
              move spaces to WS-LOG-MESSAGE
              string "cannot open lookup_service_qt.idx status="
                     delimited by size
                     WS-QW-FS delimited by size
                     into WS-LOG-MESSAGE
              call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                                  WS-LOG-MESSAGE
              display WS-LOG-MESSAGE
              perform DB-Close-S thru DB-Close-E
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           move "Y" to WS-QW-OPEN.
           open input quota-file.
           if WS-QUOTA-FS = "00"
              move "N" to WS-QT-EOF
              perform until WS-QT-EOF = "Y"
                 read quota-file
                    at end
                       move "Y" to WS-QT-EOF
                    not at end
                       if QT-FD-DATE = WS-TODAY-X
                          move QT-FD-REQUESTER to QW-依頼元
                          move QT-FD-USED      to QW-処理行数
                          write QT-WORK-REC
                             invalid key
                                rewrite QT-WORK-REC
                          end-write
                       end-if
                 end-read
              end-perform
              close quota-file
           end-if.
           perform HOLD-RELEASE-S thru HOLD-RELEASE-E.
        QUOTA-DAY-E.

        HOLD-RELEASE-S.
      * 持ち越し日が今日より前のファイルを依頼ディレクトリへ戻す
           call "system" using WS-HOLD-LS-CMD.
           open input req-list-file.
           if WS-LIST-FS not = "00"
              go to HOLD-RELEASE-E
           end-if.
           move "N" to WS-LIST-EOF.
           perform until WS-LIST-EOF = "Y"
              read req-list-file
                 at end
                    move "Y" to WS-LIST-EOF
                 not at end
                    move spaces to WS-HOLD-BASENAME
                    move REQ-LIST-FD-REC(WS-HOLD-DIR-LEN + 2:)
                       to WS-HOLD-BASENAME
                    if WS-HOLD-BASENAME(1:8) is numeric
                       and WS-HOLD-BASENAME(1:8) < WS-TODAY-X
                       move spaces to WS-MV-CMD
                       string "mv "             delimited by size
                              REQ-LIST-FD-REC   delimited by space
                              " "               delimited by size
                              WS-REQ-DIR        delimited by space
                              "/"               delimited by size
                              into WS-MV-CMD
                       call "system" using WS-MV-CMD
                       display "released held request: "
                               WS-HOLD-BASENAME
                    end-if
              end-read
           end-perform.
           close req-list-file.
        HOLD-RELEASE-E.

        QUOTA-ALLOW-S.
      * この依頼で答えてよい照会行数を決める(上限0は無制限)
           perform QUOTA-FIND-S thru QUOTA-FIND-E.
           move "N" to WS-QUOTA-LIMITED.
           move 0 to WS-ALLOW-LINES.
           if RQ-日次上限 of WS-RQ-REC = 0
              go to QUOTA-ALLOW-E
           end-if.
           move "Y" to WS-QUOTA-LIMITED.
           if QW-処理行数 < RQ-日次上限 of WS-RQ-REC
              compute WS-ALLOW-LINES = RQ-日次上限 of WS-RQ-REC
                                     - QW-処理行数
           end-if.
        QUOTA-ALLOW-E.

        QUOTA-FIND-S.
      * 依頼元の当日処理行数を作業索引から引き、無ければ0で足す
           move WS-REQUESTER to QW-依頼元.
           read qt-work-file
              invalid key
                 move WS-REQUESTER to QW-依頼元
                 move 0 to QW-処理行数
                 write QT-WORK-REC
                    invalid key
                       continue
                 end-write
           end-read.
        QUOTA-FIND-E.

        QUOTA-ADD-S.
      * 答えた行数を当日分へ加え、作業索引の全件をファイルへ書き戻す
      * (再起動しても当日分を引き継ぐため)
           move WS-REQUESTER to QW-依頼元.
           read qt-work-file
              invalid key
                 move WS-REQUESTER to QW-依頼元
                 move WS-SERVED-LINES to QW-処理行数
                 write QT-WORK-REC
                    invalid key
                       continue
                 end-write
              not invalid key
                 add WS-SERVED-LINES to QW-処理行数
                 rewrite QT-WORK-REC
                    invalid key
                       continue
                 end-rewrite
           end-read.
           open output quota-file.
           move low-values to QW-依頼元.
           move "N" to WS-QT-EOF.
           start qt-work-file key is >= QW-依頼元
              invalid key
                 move "Y" to WS-QT-EOF
           end-start.
           perform until WS-QT-EOF = "Y"
              read qt-work-file next record
                 at end
                    move "Y" to WS-QT-EOF
                 not at end
                    move spaces to QUOTA-FD-REC
                    move WS-QT-DATE  to QT-FD-DATE
                    move QW-依頼元   to QT-FD-REQUESTER
                    move QW-処理行数 to QT-FD-USED
                    write QUOTA-FD-REC
              end-read
           end-perform.
           close quota-file.
        QUOTA-ADD-E.

        HOLD-OPEN-S.
      * 持ち越しファイルを開き、依頼元・応答形式・発送日の指定を
      * 先頭に写して翌日も同じ条件で答えられるようにする
           move spaces to WS-HOLD-BASENAME.
           string WS-TODAY-X         delimited by size
                  "_"                delimited by size
                  WS-REQ-BASENAME    delimited by space
                  into WS-HOLD-BASENAME.
           move spaces to WS-HOLD-FILENAME.
           string WS-HOLD-DIR        delimited by space
                  "/"                delimited by size
                  WS-HOLD-BASENAME   delimited by space
                  into WS-HOLD-FILENAME.
           open output hold-file.
           move "Y" to WS-HOLD-OPEN.
           move spaces to HOLD-FD-REC.
           string "REQUESTER=" WS-REQUESTER into HOLD-FD-REC.
           write HOLD-FD-REC.
           if WS-RSP-FORMAT = "J"
              move "FORMAT=JSON" to HOLD-FD-REC
              write HOLD-FD-REC
           end-if.
           if WS-RSP-FORMAT = "C"
              move "FORMAT=CSV" to HOLD-FD-REC
              write HOLD-FD-REC
           end-if.
           if WS-SHIPDATE-GIVEN = "Y"
              move spaces to HOLD-FD-REC
              string "SHIPDATE=" WS-SHIP-DATE into HOLD-FD-REC
              write HOLD-FD-REC
           end-if.
        HOLD-OPEN-E.

        HOLD-LINE-S.
      * 持ち越す行を写す。依頼元の行は先頭に書いたので省く
           if REQ-FD-REC(1:10) = "REQUESTER="
              go to HOLD-LINE-E
           end-if.
           move REQ-FD-REC to HOLD-FD-REC.
           write HOLD-FD-REC.
           if REQ-FD-REC(1:7) not = "FORMAT="
              and REQ-FD-REC(1:9) not = "SHIPDATE="
              and REQ-FD-REC(1:1) not = space
              compute WS-HELD-LINES = WS-HELD-LINES + 1
           end-if.
        HOLD-LINE-E.

        HELD-WRITE-S.
      * 持ち越しの知らせ。持ち越した行の応答は翌日
      * lookup_rsp/<持ち越し名>.rsp に出る
           move RQ-日次上限 of WS-RQ-REC to WS-QUOTA-EDIT.
           move 0 to WS-QUOTA-LEAD.
           inspect WS-QUOTA-EDIT tallying WS-QUOTA-LEAD
              for leading space.
           move WS-HELD-LINES to WS-HELD-EDIT.
           move 0 to WS-HELD-LEAD.
           inspect WS-HELD-EDIT tallying WS-HELD-LEAD
              for leading space.
           move spaces to WS-REC-MESSAGE.
           string "daily quota of "
                  WS-QUOTA-EDIT(WS-QUOTA-LEAD + 1:)
                  " query lines reached - "
                  WS-HELD-EDIT(WS-HELD-LEAD + 1:)
                  " lines held, answered tomorrow in "
                  delimited by size
                  WS-HOLD-BASENAME delimited by space
                  ".rsp" delimited by size
                  into WS-REC-MESSAGE.
           move "INFO " to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "held " WS-HELD-EDIT(WS-HELD-LEAD + 1:) " lines of "
                  delimited by size
                  WS-REQ-BASENAME delimited by space
                  " requester=" WS-REQUESTER delimited by size
                  into WS-LOG-MESSAGE.
           call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           if WS-RSP-FORMAT not = "T"
              move "HELD" to WS-REC-KIND
              move WS-HOLD-BASENAME to WS-REC-TAG
              move "HELD" to WS-REC-STATUS
              move WS-HELD-LINES to WS-REC-COUNT
              perform NOTICE-WRITE-S thru NOTICE-WRITE-E
              go to HELD-WRITE-E
           end-if.
           move spaces to WS-RSP-LINE.
           string "HELD=" WS-HOLD-BASENAME into WS-RSP-LINE.
           move WS-RSP-LINE to RSP-FD-REC.
           write RSP-FD-REC.
           move spaces to WS-RSP-LINE.
           string "MESSAGE=" WS-REC-MESSAGE into WS-RSP-LINE.
           move WS-RSP-LINE to RSP-FD-REC.
           write RSP-FD-REC.
        HELD-WRITE-E.

        NOTICE-WRITE-S.
      * 構造化形式の拒否(REJECT)・持ち越し(HELD)レコード。tag に
      * 依頼元または持ち越し名、status に理由、message に説明を置く
           perform REC-BEGIN-S thru REC-BEGIN-E.
           move "N" to WS-FLD-USE.
           move 4 to WS-COL-IDX.
           perform until WS-COL-IDX > 28
              perform FLD-ADD-S thru FLD-ADD-E
              compute WS-COL-IDX = WS-COL-IDX + 1
           end-perform.
           move "Y" to WS-FLD-USE.
           move WS-REC-STATUS to WS-FLD-VAL.
           perform FLD-ADD-S thru FLD-ADD-E.
           move 30 to WS-COL-IDX.
           if WS-REC-KIND = "HELD"
              move WS-REC-COUNT to WS-HITS-EDIT
              move 0 to WS-HITS-LEAD
              inspect WS-HITS-EDIT tallying WS-HITS-LEAD
                 for leading space
              move WS-HITS-EDIT(WS-HITS-LEAD + 1:) to WS-FLD-VAL
              move "Y" to WS-FLD-NUM
           else
              move "N" to WS-FLD-USE
           end-if.
           perform FLD-ADD-S thru FLD-ADD-E.
           move 31 to WS-COL-IDX.
           move "Y" to WS-FLD-USE.
           move WS-REC-MESSAGE to WS-FLD-VAL.
           perform FLD-ADD-S thru FLD-ADD-E.
           perform REC-END-S thru REC-END-E.
        NOTICE-WRITE-E.

        JIGYO-SEARCH-S.
      * JIGYOSYO_CODE(13列)を照会と同じ条件で当てる。郵便番号は
      * 前方一致、漢字は事業所名・住所の部分一致。テーブル未ロード
      * のDBでは0件として扱う(addr_match.cobと同じ)
           move 0 to WS-JIGYO-HITS.
           initialize sbuff.
           if WS-QUERY(1:WS-QUERY-LEN) is numeric
              string "SELECT * FROM JIGYOSYO_CODE where zip_7 like '"
                     WS-QUERY(1:WS-QUERY-LEN) "%' "
                     into sbuff
           else
              string "SELECT * FROM JIGYOSYO_CODE where name like '%"
                     WS-QUERY(1:WS-QUERY-LEN)
                     "%' or ken like '%"
                     WS-QUERY(1:WS-QUERY-LEN)
                     "%' or shi like '%"
                     WS-QUERY(1:WS-QUERY-LEN)
                     "%' or cho like '%"
                     WS-QUERY(1:WS-QUERY-LEN) "%' "
                     into sbuff
           end-if.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              go to JIGYO-SEARCH-E
           end-if.
           perform until flag not = flag
              move spaces to WS-HIT-VALUES-X
              call "Fetch_Row" using WS-HV-N(1) WS-HV-N(2)
                   WS-HV-N(3) WS-HV-N(4) WS-HV-N(5) WS-HV-N(6)
                   WS-HV-N(7) WS-HV-N(8) WS-HV-N(9) WS-HV-N(10)
                   WS-HV-N(11) WS-HV-N(12) WS-HV-N(13)
              if return-code not = 0
                 exit perform
              end-if
              compute WS-JIGYO-HITS = WS-JIGYO-HITS + 1
              move WS-HV-N(8) to WS-EST-ZIP-N
              move WS-EST-ZIP-X(1:7) to WS-EST-ZIP
              call "ZON001" using WS-EST-ZIP WS-SHIP-DATE WS-EST-ZONE
                                  WS-EST-DAYS WS-EST-DATE
                                  WS-EST-RESULT
              move "JIGYOSYO" to WS-REC-SOURCE
              perform HIT-WRITE-S thru HIT-WRITE-E
           end-perform.
        JIGYO-SEARCH-E.

        CSV-HEADER-S.
      * CSVの見出し行(列名を大文字にせずJSONのキーと同じ綴りで)
           move spaces to WS-OUT-BUF.
           move 1 to WS-OUT-PTR.
           move 1 to WS-COL-IDX.
           perform until WS-COL-IDX > 31
              if WS-COL-IDX > 1
                 string "," delimited by size
                    into WS-OUT-BUF with pointer WS-OUT-PTR
              end-if
              string WS-COL-NAME(WS-COL-IDX) delimited by space
                 into WS-OUT-BUF with pointer WS-OUT-PTR
              compute WS-COL-IDX = WS-COL-IDX + 1
           end-perform.
           move WS-OUT-BUF to RSP-FD-REC.
           write RSP-FD-REC.
        CSV-HEADER-E.

        TAG-WRITE-S.
      * タグ行。テキスト形式はそのまま写し、構造化形式ではTAG
      * レコードにする
           if WS-RSP-FORMAT = "T"
              move REQ-FD-REC(1:200) to RSP-FD-REC
              write RSP-FD-REC
              go to TAG-WRITE-E
           end-if.
           move "TAG"           to WS-REC-KIND.
           move REQ-FD-REC(1:200) to WS-REC-TAG.
           perform REC-BEGIN-S thru REC-BEGIN-E.
           move 4 to WS-COL-IDX.
           perform until WS-COL-IDX > 31
              move "N" to WS-FLD-USE
              perform FLD-ADD-S thru FLD-ADD-E
              compute WS-COL-IDX = WS-COL-IDX + 1
           end-perform.
           perform REC-END-S thru REC-END-E.
        TAG-WRITE-E.

        HIT-WRITE-S.
      * ヒット1件(WS-HIT-VALUESとWS-REC-SOURCE)をHITレコードに
      * する。項目の出どころは種別ごとの対応表で引く
           move "HIT" to WS-REC-KIND.
           perform REC-BEGIN-S thru REC-BEGIN-E.
           move 4 to WS-COL-IDX.
           perform until WS-COL-IDX > 26
              compute WS-MAP-POS = (WS-COL-IDX - 4) * 2 + 1
              if WS-REC-SOURCE = "POSTAL"
                 move WS-POSTAL-MAP(WS-MAP-POS:2) to WS-MAP-COL
              else
                 move WS-JIGYO-MAP(WS-MAP-POS:2) to WS-MAP-COL
              end-if
              evaluate true
                 when WS-COL-IDX = 4
                    move "Y" to WS-FLD-USE
                    move WS-REC-SOURCE to WS-FLD-VAL
                 when WS-MAP-COL = 0
                    move "N" to WS-FLD-USE
                 when other
                    move "Y" to WS-FLD-USE
                    move WS-HV-X(WS-MAP-COL) to WS-FLD-VAL
              end-evaluate
              perform FLD-ADD-S thru FLD-ADD-E
              compute WS-COL-IDX = WS-COL-IDX + 1
           end-perform.
           move "Y" to WS-FLD-USE.
           move WS-EST-ZONE to WS-FLD-VAL.
           perform FLD-ADD-S thru FLD-ADD-E.
           move 28 to WS-COL-IDX.
           move WS-EST-DATE to WS-FLD-VAL.
           perform FLD-ADD-S thru FLD-ADD-E.
           move "N" to WS-FLD-USE.
           move 29 to WS-COL-IDX.
           perform until WS-COL-IDX > 31
              perform FLD-ADD-S thru FLD-ADD-E
              compute WS-COL-IDX = WS-COL-IDX + 1
           end-perform.
           perform REC-END-S thru REC-END-E.
        HIT-WRITE-E.

        STATUS-WRITE-S.
      * 照会1行の結果。ヒットが無ければ NOT-FOUND
           move "STATUS" to WS-REC-KIND.
           if WS-HIT-COUNT = 0
              move "NOT-FOUND" to WS-REC-STATUS
           else
              move "FOUND" to WS-REC-STATUS
           end-if.
           perform REC-BEGIN-S thru REC-BEGIN-E.
           move "N" to WS-FLD-USE.
           move 4 to WS-COL-IDX.
           perform until WS-COL-IDX > 28
              perform FLD-ADD-S thru FLD-ADD-E
              compute WS-COL-IDX = WS-COL-IDX + 1
           end-perform.
           move "Y" to WS-FLD-USE.
           move WS-REC-STATUS to WS-FLD-VAL.
           perform FLD-ADD-S thru FLD-ADD-E.
           move 30 to WS-COL-IDX.
           move WS-HIT-COUNT to WS-HITS-EDIT.
           move 0 to WS-HITS-LEAD.
           inspect WS-HITS-EDIT tallying WS-HITS-LEAD
              for leading space.
           move WS-HITS-EDIT(WS-HITS-LEAD + 1:) to WS-FLD-VAL.
           move "Y" to WS-FLD-NUM.
           perform FLD-ADD-S thru FLD-ADD-E.
           move 31 to WS-COL-IDX.
           move "N" to WS-FLD-USE.
           perform FLD-ADD-S thru FLD-ADD-E.
           perform REC-END-S thru REC-END-E.
        STATUS-WRITE-E.

        REC-BEGIN-S.
      * レコードの書き出し開始と先頭3列(レコード種・タグ・照会)
           move spaces to WS-OUT-BUF.
           move 1 to WS-OUT-PTR.
           move "Y" to WS-FLD-FIRST.
           if WS-RSP-FORMAT = "J"
              string "{" delimited by size
                 into WS-OUT-BUF with pointer WS-OUT-PTR
           end-if.
           move 1 to WS-COL-IDX.
           move "Y" to WS-FLD-USE.
           move WS-REC-KIND to WS-FLD-VAL.
           perform FLD-ADD-S thru FLD-ADD-E.
           move 2 to WS-COL-IDX.
           if WS-REC-KIND = "HIT" or WS-REC-KIND = "STATUS"
              or WS-REC-TAG = spaces
              move "N" to WS-FLD-USE
           else
              move WS-REC-TAG to WS-FLD-VAL
           end-if.
           perform FLD-ADD-S thru FLD-ADD-E.
           move 3 to WS-COL-IDX.
           if WS-REC-KIND = "HIT" or WS-REC-KIND = "STATUS"
              move "Y" to WS-FLD-USE
              move WS-QUERY to WS-FLD-VAL
           else
              move "N" to WS-FLD-USE
           end-if.
           perform FLD-ADD-S thru FLD-ADD-E.
        REC-BEGIN-E.

        REC-END-S.
           if WS-RSP-FORMAT = "J"
              string "}" delimited by size
                 into WS-OUT-BUF with pointer WS-OUT-PTR
           end-if.
           move WS-OUT-BUF to RSP-FD-REC.
           write RSP-FD-REC.
        REC-END-E.

        FLD-ADD-S.
      * 1項目(WS-COL-IDX列目。値はWS-FLD-VAL)を積む。JSONでは
      * その種のレコードに無い項目(WS-FLD-USE=N)を省き、CSVでは
      * 空欄にする。値は後ろの空白を除き、JSONは " \ と制御文字、
      * CSVは " を規則どおりに逃がす。WS-FLD-NUM=Y の値はJSONで
      * 数値として引用符を付けない
           if WS-FLD-USE = "N" and WS-RSP-FORMAT = "J"
              move "N" to WS-FLD-NUM
              go to FLD-ADD-E
           end-if.
           if WS-FLD-FIRST = "Y"
              move "N" to WS-FLD-FIRST
           else
              string "," delimited by size
                 into WS-OUT-BUF with pointer WS-OUT-PTR
           end-if.
           if WS-RSP-FORMAT = "J"
              string WS-DQ                    delimited by size
                     WS-COL-NAME(WS-COL-IDX)  delimited by space
                     WS-DQ                    delimited by size
                     ":"                      delimited by size
                 into WS-OUT-BUF with pointer WS-OUT-PTR
           end-if.
           if WS-FLD-USE = "N"
              go to FLD-ADD-E
           end-if.
           move 300 to WS-FLD-LEN.
           perform until WS-FLD-LEN = 0
              or WS-FLD-VAL(WS-FLD-LEN:1) not = space
              compute WS-FLD-LEN = WS-FLD-LEN - 1
           end-perform.
           if WS-FLD-NUM = "Y" and WS-RSP-FORMAT = "J"
              move "N" to WS-FLD-NUM
              string WS-FLD-VAL(1:WS-FLD-LEN) delimited by size
                 into WS-OUT-BUF with pointer WS-OUT-PTR
              go to FLD-ADD-E
           end-if.
           move "N" to WS-FLD-NUM.
           string WS-DQ delimited by size
              into WS-OUT-BUF with pointer WS-OUT-PTR.
           move 1 to WS-ESC-POS.
           perform until WS-ESC-POS > WS-FLD-LEN
              or WS-OUT-PTR > 2990
              move WS-FLD-VAL(WS-ESC-POS:1) to WS-ESC-BYTE
              evaluate true
                 when WS-ESC-BYTE = WS-DQ and WS-RSP-FORMAT = "J"
                    string "\" WS-DQ delimited by size
                       into WS-OUT-BUF with pointer WS-OUT-PTR
                 when WS-ESC-BYTE = WS-DQ
                    string WS-DQ WS-DQ delimited by size
                       into WS-OUT-BUF with pointer WS-OUT-PTR
                 when WS-ESC-BYTE = "\" and WS-RSP-FORMAT = "J"
                    string "\\" delimited by size
                       into WS-OUT-BUF with pointer WS-OUT-PTR
                 when WS-ESC-BYTE < space and WS-RSP-FORMAT = "J"
                    move WS-ESC-BYTE to WS-CK-CHAR
                    divide WS-CK-NUM by 16 giving WS-HEX-HI
                       remainder WS-HEX-LO
                    string "\u00" delimited by size
                           WS-HEX-DIGITS(WS-HEX-HI + 1:1)
                              delimited by size
                           WS-HEX-DIGITS(WS-HEX-LO + 1:1)
                              delimited by size
                       into WS-OUT-BUF with pointer WS-OUT-PTR
      * CSVは1行1レコードなので改行等の制御文字は空白に置く
                 when WS-ESC-BYTE < space
                    string " " delimited by size
                       into WS-OUT-BUF with pointer WS-OUT-PTR
                 when other
                    move WS-ESC-BYTE to WS-OUT-BUF(WS-OUT-PTR:1)
                    compute WS-OUT-PTR = WS-OUT-PTR + 1
              end-evaluate
              compute WS-ESC-POS = WS-ESC-POS + 1
           end-perform.
           string WS-DQ delimited by size
              into WS-OUT-BUF with pointer WS-OUT-PTR.
        FLD-ADD-E.

        DB-Open-S.
      * DB connection。一時的な競合による接続失敗は少し待って
              perform db-error
           end-if.
           move 5 to sleep_time.
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
           move "yubin_req_list.tmp" to WS-REQ-LIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REQ-LIST-FILENAME.
           move "lookup_service.stop" to WS-STOP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-STOP-FILENAME.
           move "lookup_req" to WS-REQ-DIR.
           call "ENV001" using WS-ENV-MODE WS-REQ-DIR.
           move "lookup_rsp" to WS-RSP-DIR.
           call "ENV001" using WS-ENV-MODE WS-RSP-DIR.
           move "lookup_hold" to WS-HOLD-DIR.
           call "ENV001" using WS-ENV-MODE WS-HOLD-DIR.
           move "lookup_quota.dat" to WS-QUOTA-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-QUOTA-FILENAME.
           move "lookup_service_qt.idx" to WS-QT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-QT-WORK-FILENAME.
           move 0 to WS-HOLD-DIR-LEN.
           inspect WS-HOLD-DIR tallying WS-HOLD-DIR-LEN
              for characters before initial space.
           move spaces to WS-HOLD-LS-CMD.
           string "ls "             delimited by size
                  WS-HOLD-DIR       delimited by space
                  "/*.req > "       delimited by size
                  WS-REQ-LIST-FILENAME delimited by space
                  " 2>/dev/null"    delimited by size
                  into WS-HOLD-LS-CMD.
           move 0 to WS-REQ-DIR-LEN.
           inspect WS-REQ-DIR tallying WS-REQ-DIR-LEN
              for characters before initial space.
           move spaces to WS-LS-CMD.
           string "ls "             delimited by size
                  WS-REQ-DIR        delimited by space
                  "/*.req > "       delimited by size
                  WS-REQ-LIST-FILENAME delimited by space
                  " 2>/dev/null"    delimited by size
                  into WS-LS-CMD.
           move spaces to WS-SETUP-CMD.
           string "mkdir -p "       delimited by size
                  WS-REQ-DIR        delimited by space
                  "/done "          delimited by size
                  WS-RSP-DIR        delimited by space
                  " "               delimited by size
                  WS-HOLD-DIR       delimited by space
                  into WS-SETUP-CMD.
        ENV-RESOLVE-E.
