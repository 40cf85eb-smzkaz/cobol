      **=================================================================
      ** 顧客住所マスタの番地建物の表記統一バッチ
      ** 入力：customer.idx (顧客住所マスタ全件)
      ** 引数：MODE=REPORT (既定。マスタは書き換えない)
      **       MODE=APPLY  (変更対象をマスタへ書き戻す)
      ** 出力：addr_std.rpt (変更前後の一覧と件数)
      **       cust_jnl.dat (APPLY時。cust_maintと同じ顧客変更
      **       ジャーナルへ処理C・オペレータADDR_STDで前後像を追記)
      ** 番地建物は自由入力のため「1-2-3」「１丁目２番３号」
      ** 「一丁目2-3」のように半角・全角・漢数字が混在し、建物名の
      ** 後ろの部屋番号も書き方がまちまちで、cust_dedupe の重複判定
      ** が外れ、ラベルの見た目も揃わない。番地建物を丁目・番・号・
      ** 建物名・部屋番号に分解し、社内の統一表記
      **   (例) １－２－３　サンライズ館　１０１号室
      ** (数字は全角、丁目・番・号は全角ハイフンつなぎ、丁目だけの
      ** 住所は「１丁目」、建物名・部屋番号の前は全角空白、建物名の
      ** 英数記号は全角、半角カナは全角、部屋番号は「号室」付き)
      ** へ組み直す。先頭が数字で始まらない番地(大字・地番表記等)は
      ** 分解不能として一覧に出すだけで書き換えない。運用はまず
      ** REPORTで一覧を確認し、その後APPLYで書き戻す。他オペレータが
      ** cust_maintで編集中の顧客(LCK002で保持中)は飛ばして一覧に出す
      ** ロック後に読み直した番地建物が一覧読みのときから変わって
      ** いた顧客も書き換えずに MODIFIED として一覧に出す
      **=================================================================
        identification           division.
        program-id.              addr_std.
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

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(300).

        working-storage           section.
        01  WS-MODE             pic X(06) value "REPORT".
        01  WS-ARG-JUNK         pic X(10).
        01  WS-CUST-FS          pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-CUST-EOF         pic X(01) value "N".
        01  WS-TODAY-DATE       pic 9(08).
        01  WS-RPT-LINE         pic X(300).
        01  WS-RPT-STAT         pic X(08).
      * 番地建物の生バイト・ビュー(変更前と組み直した後)
        01  WS-BAN-N            pic N(30).
        01  WS-BAN-X REDEFINES WS-BAN-N pic X(90).
        01  WS-NEW-N            pic N(30).
        01  WS-NEW-X REDEFINES WS-NEW-N pic X(90).
      * 分解の作業域。末尾に余白を持たせ、接尾語の先読みが
      * 番地建物の桁を越えても範囲内に収まるようにしてある
        01  WS-SRC              pic X(100).
        01  WS-SRC-LEN          pic 9(03).
        01  WS-POS              pic 9(03).
        01  WS-NUM-START        pic 9(03).
        01  WS-AFTER-SP         pic X(01).
        01  WS-PARSE-END        pic X(01).
        01  WS-PARSE-OK         pic X(01).
      * 丁目・番・号(最大3つ。4つ目の数字は部屋番号とみなす)。
      * 区分 C=丁目 B=番/番地 G=号 -=ハイフン類 空白=区切り無し
        01  WS-NUM-CNT          pic 9(01).
        01  WS-NUM-TABLE.
            03 WS-NUM-ENTRY occurs 4.
               05 WS-NUM-VAL    pic 9(05).
               05 WS-NUM-KIND   pic X(01).
      * 数字1つの読み取り(半角・全角の算用数字、または漢数字)
        01  WS-NV               pic 9(05).
        01  WS-ND               pic 9(02).
        01  WS-NUM-MODE         pic X(01).
        01  WS-NUM-STOP         pic X(01).
        01  WS-NUM-OK           pic X(01).
        01  WS-KJ-TENS          pic 9(02).
        01  WS-KJ-PEND          pic 9(05).
        01  WS-DG-KIND          pic X(01).
        01  WS-DG-VAL           pic 9(02).
        01  WS-DG-LEN           pic 9(01).
        01  WS-DG-ONE-X         pic X(01).
        01  WS-DG-ONE REDEFINES WS-DG-ONE-X pic 9(01).
        01  WS-HY-LEN           pic 9(01).
        01  WS-SP-LEN           pic 9(01).
        01  WS-CH3              pic X(03).
      * 全角数字・漢数字の対照(添字-1が値)
        01  WS-FW-DIGIT-DATA.
            03 filler pic X(30) value "０１２３４５６７８９".
        01  WS-FW-DIGIT-TBL REDEFINES WS-FW-DIGIT-DATA.
            03 WS-FW-DIGIT occurs 10 pic X(03).
        01  WS-KJ-DIGIT-DATA.
            03 filler pic X(30) value "〇一二三四五六七八九".
        01  WS-KJ-DIGIT-TBL REDEFINES WS-KJ-DIGIT-DATA.
            03 WS-KJ-DIGIT occurs 10 pic X(03).
      * 建物名の英字・記号の全角化の対照
        01  WS-ASC-UPPER        pic X(26)
                value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        01  WS-ASC-LOWER        pic X(26)
                value "abcdefghijklmnopqrstuvwxyz".
        01  WS-FW-UPPER-DATA.
            03 filler pic X(39)
                value "ＡＢＣＤＥＦＧＨＩＪＫＬＭ".
            03 filler pic X(39)
                value "ＮＯＰＱＲＳＴＵＶＷＸＹＺ".
        01  WS-FW-UPPER-TBL REDEFINES WS-FW-UPPER-DATA.
            03 WS-FW-UPPER occurs 26 pic X(03).
        01  WS-FW-LOWER-DATA.
            03 filler pic X(39)
                value "ａｂｃｄｅｆｇｈｉｊｋｌｍ".
            03 filler pic X(39)
                value "ｎｏｐｑｒｓｔｕｖｗｘｙｚ".
        01  WS-FW-LOWER-TBL REDEFINES WS-FW-LOWER-DATA.
            03 WS-FW-LOWER occurs 26 pic X(03).
        01  WS-ASC-SYMBOL       pic X(11) value "-&()/.#',+@".
        01  WS-FW-SYMBOL-DATA.
            03 filler pic X(33)
                value "－＆（）／．＃＇，＋＠".
        01  WS-FW-SYMBOL-TBL REDEFINES WS-FW-SYMBOL-DATA.
            03 WS-FW-SYMBOL occurs 11 pic X(03).
      * 建物名・部屋番号(KNA001で半角カナを全角へ揃えてから扱う)
        01  WS-KN-IN            pic X(200).
        01  WS-BLDG             pic X(200).
        01  WS-BLDG-LEN         pic 9(03).
        01  WS-BLDG-FW          pic X(200).
        01  WS-BF-PTR           pic 9(03).
        01  WS-ROOM             pic X(10).
        01  WS-ROOM-LEN         pic 9(02).
        01  WS-RM-END           pic 9(03).
        01  WS-RM-START         pic 9(03).
        01  WS-RM-GOU           pic X(01).
        01  WS-RM-SEP           pic X(01).
        01  WS-RM-STOP          pic X(01).
        01  WS-RM-P             pic 9(03).
      * 組み直し結果
        01  WS-OUT              pic X(200).
        01  WS-OUT-PTR          pic 9(03).
        01  WS-OUT-LEN          pic 9(03).
        01  WS-FW-NUM           pic 9(05).
        01  WS-FW-ED            pic Z(4)9.
      * 件数
        01  WS-READ-COUNT       pic 9(07) value 0.
        01  WS-CHG-COUNT        pic 9(07) value 0.
        01  WS-SAME-COUNT       pic 9(07) value 0.
        01  WS-UNPARSED-COUNT   pic 9(07) value 0.
        01  WS-TOOLONG-COUNT    pic 9(07) value 0.
        01  WS-SKIP-COUNT       pic 9(07) value 0.
        01  WS-LOCKED-COUNT     pic 9(07) value 0.
        01  WS-APPLIED-COUNT    pic 9(07) value 0.
        01  WS-MODIFIED-COUNT   pic 9(07) value 0.
      * 一覧読みの時点で組み直した表記(ロック後の読み直しと照合する)
        01  WS-PROP-X           pic X(90).
      * 顧客番号単位の編集ロック(LCK002。cust_maintと同じ資源名)
        01  WS-OPER-ID          pic X(08) value "ADDR_STD".
        01  WS-RLK-MODE         pic X(05).
        01  WS-RLK-RESOURCE     pic X(30).
        01  WS-RLK-RESULT       pic X(01).
        01  WS-RLK-HOLDER       pic X(08).
      * 顧客変更ジャーナルの組み立て(cust_maintと同じ固定位置)
      * 連鎖ハッシュつきのジャーナル追記(CHN001)
        01  WS-CHN-MODE         pic X(05) value "ADD  ".
        01  WS-CHN-JOURNAL      pic X(30) value "cust_jnl.dat".
        01  WS-CHN-LINE         pic X(1100).
        01  WS-CHN-HASH         pic X(16).
        01  WS-CHN-RESULT       pic X(01).
        01  WS-CJNL-DATE        pic 9(08).
        01  WS-CJNL-TIME        pic 9(08).
        01  WS-CJNL-ACTION      pic X(01).
        01  WS-CJNL-KIND        pic X(01).
        01  WS-BEF-IMAGE        pic X(502).
        01  WS-AFT-IMAGE        pic X(502).
      * 像の組立用。cust_maintのWS-IMG-WORKと同じ並び
        01  WS-IMG-WORK.
            03 WS-IW-NAME       pic N(20).
            03 WS-IW-KANA       pic N(20).
            03 WS-IW-ZIP        pic X(07).
            03 WS-IW-KEN        pic N(4).
            03 WS-IW-SHI        pic N(10).
            03 WS-IW-CHO        pic N(37).
            03 WS-IW-BAN        pic N(30).
            03 WS-IW-UPD        pic X(08).
            03 WS-IW-STOP       pic X(01).
            03 WS-IW-LABEL      pic X(01).
            03 WS-IW-CNTRY      pic X(02).
            03 WS-IW-OVERSEAS   pic X(120).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "ADDR_STD".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 99.
        01  j                   pic 99.
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME  pic X(256).
        01  WS-RPT-FILENAME   pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:5) = "MODE="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-MODE
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           if WS-MODE not = "REPORT" and WS-MODE not = "APPLY"
              display "ERROR: MODE must be REPORT or APPLY: " WS-MODE
              stop run
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           perform STD-RUN-S thru STD-RUN-E.
           if WS-MODE = "APPLY"
              move WS-APPLIED-COUNT to WS-RJ-COUNT
           else
              move WS-CHG-COUNT to WS-RJ-COUNT
           end-if.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        STD-RUN-S.
           if WS-MODE = "APPLY"
              open i-o cust-file
           else
              open input cust-file
           end-if.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
           open output rpt-file.
           accept WS-TODAY-DATE from date yyyymmdd.
           move spaces to WS-RPT-LINE.
           string "ADDRESS STANDARDIZATION  MODE=" WS-MODE
                  "  DATE=" WS-TODAY-DATE
                  delimited by size into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           perform STD-LOOP-S thru STD-LOOP-E
              until WS-CUST-EOF = "Y".
           move spaces to WS-RPT-LINE.
           string "READ=" WS-READ-COUNT
                  " CHANGE=" WS-CHG-COUNT
                  " SAME=" WS-SAME-COUNT
                  " UNPARSED=" WS-UNPARSED-COUNT
                  " TOOLONG=" WS-TOOLONG-COUNT
                  " SKIPPED=" WS-SKIP-COUNT
                  " LOCKED=" WS-LOCKED-COUNT
                  " MODIFIED=" WS-MODIFIED-COUNT
                  " APPLIED=" WS-APPLIED-COUNT
                  delimited by size into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           display WS-RPT-LINE(1:150).
           close rpt-file.
           close cust-file.
        STD-RUN-E.

        STD-LOOP-S.
           read cust-file next record
              at end
                 move "Y" to WS-CUST-EOF
                 go to STD-LOOP-E
           end-read.
           compute WS-READ-COUNT = WS-READ-COUNT + 1.
      * 海外顧客(海外住所欄を使う)と番地建物が空の顧客は対象外
           if (C-国コード not = spaces
                 and C-国コード not = "JP")
              or C-番地建物 = spaces
              compute WS-SKIP-COUNT = WS-SKIP-COUNT + 1
              go to STD-LOOP-E
           end-if.
           move C-番地建物 to WS-BAN-N.
           perform PARSE-BAN-S thru PARSE-BAN-E.
           if WS-PARSE-OK = "N"
              compute WS-UNPARSED-COUNT = WS-UNPARSED-COUNT + 1
              move "UNPARSED" to WS-RPT-STAT
              perform WRITE-RPT-S thru WRITE-RPT-E
              go to STD-LOOP-E
           end-if.
           perform COMPOSE-S thru COMPOSE-E.
           if WS-OUT-LEN > 90
              compute WS-TOOLONG-COUNT = WS-TOOLONG-COUNT + 1
              move "TOOLONG" to WS-RPT-STAT
              perform WRITE-RPT-S thru WRITE-RPT-E
              go to STD-LOOP-E
           end-if.
           move spaces to WS-NEW-X.
           move WS-OUT(1:90) to WS-NEW-X.
           if WS-NEW-X = WS-BAN-X
              compute WS-SAME-COUNT = WS-SAME-COUNT + 1
              go to STD-LOOP-E
           end-if.
           compute WS-CHG-COUNT = WS-CHG-COUNT + 1.
           if WS-MODE = "APPLY"
              perform APPLY-ONE-S thru APPLY-ONE-E
           else
              move "CHANGE" to WS-RPT-STAT
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        STD-LOOP-E.

      ******************************************************************
        PARSE-BAN-S.
      * 先頭の数字列を丁目・番・号として読み、残りを建物名・部屋
      * 番号として扱う。先頭が数字で始まらなければ分解不能
           move "Y" to WS-PARSE-OK.
           move spaces to WS-SRC.
           move WS-BAN-X to WS-SRC.
           move 90 to WS-SRC-LEN.
           perform until WS-SRC-LEN = 0
              if WS-SRC(WS-SRC-LEN:1) = space
                 compute WS-SRC-LEN = WS-SRC-LEN - 1
              else
                 if WS-SRC-LEN > 2
                    and WS-SRC(WS-SRC-LEN - 2:3) = "　"
                    compute WS-SRC-LEN = WS-SRC-LEN - 3
                 else
                    exit perform
                 end-if
              end-if
           end-perform.
           move 0 to WS-NUM-CNT.
           move spaces to WS-ROOM.
           move 0 to WS-ROOM-LEN.
           move 1 to WS-POS.
           perform SPACE-AT-S thru SPACE-AT-E.
           perform until WS-SP-LEN = 0
              compute WS-POS = WS-POS + WS-SP-LEN
              perform SPACE-AT-S thru SPACE-AT-E
           end-perform.
           move "N" to WS-PARSE-END.
           perform NUM-PART-S thru NUM-PART-E
              until WS-PARSE-END = "Y"
                 or WS-NUM-CNT = 4
                 or WS-POS > WS-SRC-LEN.
           if WS-NUM-CNT = 0
              move "N" to WS-PARSE-OK
              go to PARSE-BAN-E
           end-if.
      * 4つ目の数字(1-2-3-101 の形)は部屋番号
           if WS-NUM-CNT = 4
              move WS-NUM-VAL(4) to WS-NV
              perform ROOM-FROM-NUM-S thru ROOM-FROM-NUM-E
              move 3 to WS-NUM-CNT
           end-if.
      * 残り(建物名・部屋番号)の前の区切りを読み飛ばす
           perform until WS-POS > WS-SRC-LEN
              perform SPACE-AT-S thru SPACE-AT-E
              if WS-SP-LEN = 0
                 if WS-SRC(WS-POS:1) = "-"
                    move 1 to WS-SP-LEN
                 end-if
                 if WS-SRC(WS-POS:3) = "－" or WS-SRC(WS-POS:3) = "−"
                    or WS-SRC(WS-POS:3) = "‐"
                    move 3 to WS-SP-LEN
                 end-if
              end-if
              if WS-SP-LEN = 0
                 exit perform
              end-if
              compute WS-POS = WS-POS + WS-SP-LEN
           end-perform.
      * KNA001は最初の半角空白までしか見ないので、建物名中の
      * 半角空白は先に全角空白へ置き換えてから渡す
           move spaces to WS-KN-IN.
           move 1 to WS-BF-PTR.
           perform until WS-POS > WS-SRC-LEN
              if WS-SRC(WS-POS:1) = space
                 string "　" delimited by size
                    into WS-KN-IN with pointer WS-BF-PTR
              else
                 string WS-SRC(WS-POS:1) delimited by size
                    into WS-KN-IN with pointer WS-BF-PTR
              end-if
              compute WS-POS = WS-POS + 1
           end-perform.
           call "KNA001" using WS-KN-IN WS-BLDG.
           perform BLDG-LEN-S thru BLDG-LEN-E.
           if WS-ROOM-LEN = 0
              perform ROOM-TAIL-S thru ROOM-TAIL-E
           end-if.
           perform BLDG-FW-S thru BLDG-FW-E.
        PARSE-BAN-E.

        NUM-PART-S.
      * 数字1つと、その後ろの接尾語(丁目/番地/番/号/号室)または
      * ハイフン類を読む。丁目・番の後ろに限り空白を挟んでよい
           move WS-POS to WS-NUM-START.
           move "N" to WS-AFTER-SP.
           if WS-NUM-CNT > 0
              if WS-NUM-KIND(WS-NUM-CNT) = "C"
                 or WS-NUM-KIND(WS-NUM-CNT) = "B"
                 perform SPACE-AT-S thru SPACE-AT-E
                 perform until WS-SP-LEN = 0
                    move "Y" to WS-AFTER-SP
                    compute WS-POS = WS-POS + WS-SP-LEN
                    perform SPACE-AT-S thru SPACE-AT-E
                 end-perform
              end-if
           end-if.
           perform READ-NUMBER-S thru READ-NUMBER-E.
           if WS-NUM-OK = "N"
              move WS-NUM-START to WS-POS
              move "Y" to WS-PARSE-END
              go to NUM-PART-E
           end-if.
           add 1 to WS-NUM-CNT.
           move WS-NV to WS-NUM-VAL(WS-NUM-CNT).
           evaluate true
              when WS-SRC(WS-POS:6) = "丁目"
                 move "C" to WS-NUM-KIND(WS-NUM-CNT)
                 compute WS-POS = WS-POS + 6
              when WS-SRC(WS-POS:6) = "番地"
                 move "B" to WS-NUM-KIND(WS-NUM-CNT)
                 compute WS-POS = WS-POS + 6
              when WS-SRC(WS-POS:3) = "番"
                 move "B" to WS-NUM-KIND(WS-NUM-CNT)
                 compute WS-POS = WS-POS + 3
              when WS-SRC(WS-POS:6) = "号室"
      * 「101号室」は番地ではなく部屋番号
                 perform ROOM-FROM-NUM-S thru ROOM-FROM-NUM-E
                 subtract 1 from WS-NUM-CNT
                 compute WS-POS = WS-POS + 6
                 move "Y" to WS-PARSE-END
              when WS-SRC(WS-POS:3) = "号"
                 move "G" to WS-NUM-KIND(WS-NUM-CNT)
                 compute WS-POS = WS-POS + 3
                 move "Y" to WS-PARSE-END
              when other
                 perform HYPHEN-AT-S thru HYPHEN-AT-E
                 if WS-HY-LEN > 0
                    move "-" to WS-NUM-KIND(WS-NUM-CNT)
                    compute WS-POS = WS-POS + WS-HY-LEN
                 else
                    move space to WS-NUM-KIND(WS-NUM-CNT)
                    move "Y" to WS-PARSE-END
      * 「3番地 2F」のように空白の後の数字が建物側の語なら戻す
                    perform SPACE-AT-S thru SPACE-AT-E
                    if WS-AFTER-SP = "Y" and WS-SP-LEN = 0
                       and WS-POS <= WS-SRC-LEN
                       subtract 1 from WS-NUM-CNT
                       move WS-NUM-START to WS-POS
                    end-if
                 end-if
           end-evaluate.
      * 「1丁目-2」のように接尾語の後に重ねたハイフンは読み捨てる
           if WS-PARSE-END = "N"
              and WS-NUM-KIND(WS-NUM-CNT) not = "-"
              perform HYPHEN-AT-S thru HYPHEN-AT-E
              compute WS-POS = WS-POS + WS-HY-LEN
           end-if.
        NUM-PART-E.

        ROOM-FROM-NUM-S.
      * 読んだ数値を部屋番号(先頭ゼロ無しの半角数字)として退避する
           move WS-NV to WS-FW-ED.
           move spaces to WS-ROOM.
           move 0 to WS-ROOM-LEN.
           move 1 to j.
           perform until j > 5
              if WS-FW-ED(j:1) not = space
                 add 1 to WS-ROOM-LEN
                 move WS-FW-ED(j:1) to WS-ROOM(WS-ROOM-LEN:1)
              end-if
              compute j = j + 1
           end-perform.
        ROOM-FROM-NUM-E.

        READ-NUMBER-S.
      * 算用数字(半角・全角)の並び、または漢数字(一～九・〇・十)
      * の並びを1つの値として読む。両者の混在はそこで切る
           move 0 to WS-NV.
           move 0 to WS-ND.
           move 0 to WS-KJ-TENS.
           move 0 to WS-KJ-PEND.
           move space to WS-NUM-MODE.
           move "N" to WS-NUM-STOP.
           move "Y" to WS-NUM-OK.
           perform until WS-NUM-STOP = "Y"
              perform DIGIT-AT-S thru DIGIT-AT-E
              evaluate true
                 when (WS-DG-KIND = "A" or WS-DG-KIND = "F")
                      and WS-NUM-MODE not = "K"
                    if WS-ND >= 5
                       move "N" to WS-NUM-OK
                       move "Y" to WS-NUM-STOP
                    else
                       move "D" to WS-NUM-MODE
                       compute WS-NV = WS-NV * 10 + WS-DG-VAL
                       add 1 to WS-ND
                       compute WS-POS = WS-POS + WS-DG-LEN
                    end-if
                 when WS-DG-KIND = "K" and WS-NUM-MODE not = "D"
                    if WS-KJ-PEND > 999
                       move "N" to WS-NUM-OK
                       move "Y" to WS-NUM-STOP
                    else
                       move "K" to WS-NUM-MODE
                       compute WS-KJ-PEND = WS-KJ-PEND * 10
                                          + WS-DG-VAL
                       add 1 to WS-ND
                       compute WS-POS = WS-POS + WS-DG-LEN
                    end-if
                 when WS-DG-KIND = "T" and WS-NUM-MODE not = "D"
                      and WS-KJ-TENS = 0 and WS-KJ-PEND < 10
                    move "K" to WS-NUM-MODE
                    if WS-KJ-PEND = 0
                       move 1 to WS-KJ-TENS
                    else
                       move WS-KJ-PEND to WS-KJ-TENS
                    end-if
                    move 0 to WS-KJ-PEND
                    add 1 to WS-ND
                    compute WS-POS = WS-POS + WS-DG-LEN
                 when other
                    move "Y" to WS-NUM-STOP
              end-evaluate
           end-perform.
           if WS-ND = 0
              move "N" to WS-NUM-OK
           end-if.
           if WS-NUM-MODE = "K" and WS-NUM-OK = "Y"
              compute WS-NV = WS-KJ-TENS * 10 + WS-KJ-PEND
           end-if.
        READ-NUMBER-E.

        DIGIT-AT-S.
      * 現在位置の1文字が数字なら種類と値を返す。
      * A=半角 F=全角 K=漢数字 T=十 空白=数字でない
           move space to WS-DG-KIND.
           move 0 to WS-DG-VAL.
           move 1 to WS-DG-LEN.
           if WS-POS > WS-SRC-LEN
              go to DIGIT-AT-E
           end-if.
           if WS-SRC(WS-POS:1) >= "0" and WS-SRC(WS-POS:1) <= "9"
              move WS-SRC(WS-POS:1) to WS-DG-ONE-X
              move WS-DG-ONE to WS-DG-VAL
              move "A" to WS-DG-KIND
              go to DIGIT-AT-E
           end-if.
           if WS-POS + 2 > WS-SRC-LEN
              go to DIGIT-AT-E
           end-if.
           move WS-SRC(WS-POS:3) to WS-CH3.
           move 3 to WS-DG-LEN.
           if WS-CH3 = "十"
              move "T" to WS-DG-KIND
              go to DIGIT-AT-E
           end-if.
           move 1 to i.
           perform until i > 10 or WS-DG-KIND not = space
              if WS-CH3 = WS-FW-DIGIT(i)
                 move "F" to WS-DG-KIND
                 compute WS-DG-VAL = i - 1
              end-if
              if WS-CH3 = WS-KJ-DIGIT(i)
                 move "K" to WS-DG-KIND
                 compute WS-DG-VAL = i - 1
              end-if
              compute i = i + 1
           end-perform.
        DIGIT-AT-E.

        HYPHEN-AT-S.
      * 番地の区切りとして使われるハイフン類と「の」
           move 0 to WS-HY-LEN.
           if WS-POS > WS-SRC-LEN
              go to HYPHEN-AT-E
           end-if.
           if WS-SRC(WS-POS:1) = "-"
              move 1 to WS-HY-LEN
              go to HYPHEN-AT-E
           end-if.
           move WS-SRC(WS-POS:3) to WS-CH3.
           if WS-CH3 = "－" or WS-CH3 = "−" or WS-CH3 = "‐"
              or WS-CH3 = "ー" or WS-CH3 = "―" or WS-CH3 = "の"
              move 3 to WS-HY-LEN
           end-if.
        HYPHEN-AT-E.

        SPACE-AT-S.
           move 0 to WS-SP-LEN.
           if WS-POS > WS-SRC-LEN
              go to SPACE-AT-E
           end-if.
           if WS-SRC(WS-POS:1) = space
              move 1 to WS-SP-LEN
              go to SPACE-AT-E
           end-if.
           if WS-SRC(WS-POS:3) = "　"
              move 3 to WS-SP-LEN
           end-if.
        SPACE-AT-E.

        BLDG-LEN-S.
      * 建物名の末尾の空白(半角・全角)を除いた長さ
           move 200 to WS-BLDG-LEN.
           perform until WS-BLDG-LEN = 0
              if WS-BLDG(WS-BLDG-LEN:1) = space
                 compute WS-BLDG-LEN = WS-BLDG-LEN - 1
              else
                 if WS-BLDG-LEN > 2
                    and WS-BLDG(WS-BLDG-LEN - 2:3) = "　"
                    compute WS-BLDG-LEN = WS-BLDG-LEN - 3
                 else
                    exit perform
                 end-if
              end-if
           end-perform.
        BLDG-LEN-E.

        ROOM-TAIL-S.
      * 建物名の末尾の部屋番号を切り出す。「号室」「号」付きの数字、
      * または空白・ハイフンで区切られた末尾の数字列を部屋番号とする
      * (「サンライズ101」のように区切りの無い数字は建物名の一部)
           if WS-BLDG-LEN = 0
              go to ROOM-TAIL-E
           end-if.
           move WS-BLDG-LEN to WS-RM-END.
           move space to WS-RM-GOU.
           if WS-RM-END > 5
              and WS-BLDG(WS-RM-END - 5:6) = "号室"
              move "S" to WS-RM-GOU
              compute WS-RM-END = WS-RM-END - 6
           else
              if WS-RM-END > 2
                 and WS-BLDG(WS-RM-END - 2:3) = "号"
                 move "G" to WS-RM-GOU
                 compute WS-RM-END = WS-RM-END - 3
              end-if
           end-if.
      * 末尾から数字(半角1バイト・全角3バイト)をさかのぼる
           move WS-RM-END to WS-RM-P.
           move "N" to WS-RM-STOP.
           perform until WS-RM-STOP = "Y" or WS-RM-P = 0
              if WS-BLDG(WS-RM-P:1) >= "0"
                 and WS-BLDG(WS-RM-P:1) <= "9"
                 compute WS-RM-P = WS-RM-P - 1
              else
                 move "Y" to WS-RM-STOP
                 if WS-RM-P > 2
                    move 1 to i
                    perform until i > 10
                       if WS-BLDG(WS-RM-P - 2:3) = WS-FW-DIGIT(i)
                          move "N" to WS-RM-STOP
                          move 10 to i
                       end-if
                       compute i = i + 1
                    end-perform
                    if WS-RM-STOP = "N"
                       compute WS-RM-P = WS-RM-P - 3
                    end-if
                 end-if
              end-if
           end-perform.
           compute WS-RM-START = WS-RM-P + 1.
           if WS-RM-START > WS-RM-END
              go to ROOM-TAIL-E
           end-if.
      * 数字の直前が区切り(または建物名が部屋番号だけ)でなければ
      * 部屋番号とみなさない
           move "N" to WS-RM-SEP.
           if WS-RM-P = 0
              move "Y" to WS-RM-SEP
           else
              if WS-BLDG(WS-RM-P:1) = space or WS-BLDG(WS-RM-P:1) = "-"
                 move "Y" to WS-RM-SEP
              end-if
              if WS-RM-P > 2
                 if WS-BLDG(WS-RM-P - 2:3) = "　"
                    or WS-BLDG(WS-RM-P - 2:3) = "－"
                    move "Y" to WS-RM-SEP
                 end-if
              end-if
           end-if.
           if WS-RM-SEP = "N"
              go to ROOM-TAIL-E
           end-if.
      * 部屋番号を半角数字で取り出す
           move spaces to WS-ROOM.
           move 0 to WS-ROOM-LEN.
           move WS-RM-START to WS-RM-P.
           perform until WS-RM-P > WS-RM-END or WS-ROOM-LEN = 10
              if WS-BLDG(WS-RM-P:1) >= "0"
                 and WS-BLDG(WS-RM-P:1) <= "9"
                 add 1 to WS-ROOM-LEN
                 move WS-BLDG(WS-RM-P:1) to WS-ROOM(WS-ROOM-LEN:1)
                 compute WS-RM-P = WS-RM-P + 1
              else
                 move 1 to i
                 perform until i > 10
                    if WS-BLDG(WS-RM-P:3) = WS-FW-DIGIT(i)
                       add 1 to WS-ROOM-LEN
                       compute WS-DG-ONE = i - 1
                       move WS-DG-ONE-X to WS-ROOM(WS-ROOM-LEN:1)
                       move 10 to i
                    end-if
                    compute i = i + 1
                 end-perform
                 compute WS-RM-P = WS-RM-P + 3
              end-if
           end-perform.
      * 建物名から部屋番号と直前の区切りを除く
           if WS-RM-START > 1
              move spaces to WS-BLDG(WS-RM-START:200 - WS-RM-START + 1)
           else
              move spaces to WS-BLDG
           end-if.
           perform BLDG-LEN-S thru BLDG-LEN-E.
           perform until WS-BLDG-LEN = 0
              if WS-BLDG(WS-BLDG-LEN:1) = "-"
                 move space to WS-BLDG(WS-BLDG-LEN:1)
              else
                 if WS-BLDG-LEN > 2
                    and WS-BLDG(WS-BLDG-LEN - 2:3) = "－"
                    move spaces to WS-BLDG(WS-BLDG-LEN - 2:3)
                 else
                    exit perform
                 end-if
              end-if
              perform BLDG-LEN-S thru BLDG-LEN-E
           end-perform.
        ROOM-TAIL-E.

        BLDG-FW-S.
      * 建物名の半角英数記号・空白を全角へ揃える(カナはKNA001済み)
           move spaces to WS-BLDG-FW.
           move 1 to WS-BF-PTR.
           move 1 to WS-RM-P.
           perform until WS-RM-P > WS-BLDG-LEN or WS-BF-PTR > 196
              move WS-BLDG(WS-RM-P:1) to WS-DG-ONE-X
              evaluate true
                 when WS-DG-ONE-X >= X"80"
      * 全角・多バイト文字はUTF-8の先頭バイトからバイト数を決めて素通し
                    evaluate true
                       when WS-DG-ONE-X >= X"C2" and <= X"DF"
                          move 2 to WS-DG-LEN
                       when WS-DG-ONE-X >= X"F0" and <= X"F4"
                          move 4 to WS-DG-LEN
                       when other
                          move 3 to WS-DG-LEN
                    end-evaluate
                    string WS-BLDG(WS-RM-P:WS-DG-LEN)
                       delimited by size
                       into WS-BLDG-FW with pointer WS-BF-PTR
                    compute WS-RM-P = WS-RM-P + WS-DG-LEN
                 when WS-DG-ONE-X = space
                    string "　" delimited by size
                       into WS-BLDG-FW with pointer WS-BF-PTR
                    compute WS-RM-P = WS-RM-P + 1
                 when WS-DG-ONE-X >= "0" and WS-DG-ONE-X <= "9"
                    string WS-FW-DIGIT(WS-DG-ONE + 1) delimited by size
                       into WS-BLDG-FW with pointer WS-BF-PTR
                    compute WS-RM-P = WS-RM-P + 1
                 when other
                    perform BLDG-FW-ONE-S thru BLDG-FW-ONE-E
                    compute WS-RM-P = WS-RM-P + 1
              end-evaluate
           end-perform.
      * 全角化で幅が変わるので末尾を測り直す
           move WS-BLDG-FW to WS-BLDG.
           perform BLDG-LEN-S thru BLDG-LEN-E.
        BLDG-FW-E.

        BLDG-FW-ONE-S.
      * 半角英字・記号1文字の全角化。対照表に無い文字はそのまま
           move 0 to j.
           move 1 to i.
           perform until i > 26 or j > 0
              if WS-DG-ONE-X = WS-ASC-UPPER(i:1)
                 move i to j
                 string WS-FW-UPPER(i) delimited by size
                    into WS-BLDG-FW with pointer WS-BF-PTR
              end-if
              if j = 0 and WS-DG-ONE-X = WS-ASC-LOWER(i:1)
                 move i to j
                 string WS-FW-LOWER(i) delimited by size
                    into WS-BLDG-FW with pointer WS-BF-PTR
              end-if
              if j = 0 and i <= 11
                 and WS-DG-ONE-X = WS-ASC-SYMBOL(i:1)
                 move i to j
                 string WS-FW-SYMBOL(i) delimited by size
                    into WS-BLDG-FW with pointer WS-BF-PTR
              end-if
              compute i = i + 1
           end-perform.
           if j = 0
              string WS-DG-ONE-X delimited by size
                 into WS-BLDG-FW with pointer WS-BF-PTR
           end-if.
        BLDG-FW-ONE-E.

      ******************************************************************
        COMPOSE-S.
      * 統一表記へ組み直す。丁目だけなら「Ｎ丁目」、それ以外は数字を
      * 全角ハイフンでつなぎ、建物名・部屋番号を全角空白で続ける
           move spaces to WS-OUT.
           move 1 to WS-OUT-PTR.
           if WS-NUM-CNT = 1 and WS-NUM-KIND(1) = "C"
              move WS-NUM-VAL(1) to WS-FW-NUM
              perform NUM-TO-FW-S thru NUM-TO-FW-E
              string "丁目" delimited by size
                 into WS-OUT with pointer WS-OUT-PTR
           else
              move 1 to j
              perform until j > WS-NUM-CNT
                 if j > 1
                    string "－" delimited by size
                       into WS-OUT with pointer WS-OUT-PTR
                 end-if
                 move WS-NUM-VAL(j) to WS-FW-NUM
                 perform NUM-TO-FW-S thru NUM-TO-FW-E
                 compute j = j + 1
              end-perform
           end-if.
           if WS-BLDG-LEN > 0
              string "　" WS-BLDG(1:WS-BLDG-LEN) delimited by size
                 into WS-OUT with pointer WS-OUT-PTR
           end-if.
           if WS-ROOM-LEN > 0
              string "　" delimited by size
                 into WS-OUT with pointer WS-OUT-PTR
              move 1 to j
              perform until j > WS-ROOM-LEN
                 move WS-ROOM(j:1) to WS-DG-ONE-X
                 string WS-FW-DIGIT(WS-DG-ONE + 1) delimited by size
                    into WS-OUT with pointer WS-OUT-PTR
                 compute j = j + 1
              end-perform
              string "号室" delimited by size
                 into WS-OUT with pointer WS-OUT-PTR
           end-if.
           compute WS-OUT-LEN = WS-OUT-PTR - 1.
        COMPOSE-E.

        NUM-TO-FW-S.
      * 数値を先頭ゼロ無しの全角数字で WS-OUT へ続ける
           move WS-FW-NUM to WS-FW-ED.
           move 1 to i.
           perform until i > 5
              if WS-FW-ED(i:1) not = space
                 move WS-FW-ED(i:1) to WS-DG-ONE-X
                 string WS-FW-DIGIT(WS-DG-ONE + 1) delimited by size
                    into WS-OUT with pointer WS-OUT-PTR
              end-if
              compute i = i + 1
           end-perform.
        NUM-TO-FW-E.

      ******************************************************************
        APPLY-ONE-S.
      * cust_maintで編集中(LCK002で保持中)の顧客は書き換えずに飛ばす
           move spaces to WS-RLK-RESOURCE.
           string "CUST:" C-顧客番号 delimited by size
              into WS-RLK-RESOURCE.
           move "LOCK " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
           if WS-RLK-RESULT not = "Y"
              compute WS-LOCKED-COUNT = WS-LOCKED-COUNT + 1
              move "LOCKED" to WS-RPT-STAT
              go to APPLY-ONE-E
           end-if.
      * 一覧読みからロックまでの間に cust_maint で保存されているかも
      * しれないので、ロックを取ってから読み直して組み直しをやり直す。
      * 結果が一覧読みのときと違えば書き換えずに飛ばして一覧に出す
           move WS-NEW-X to WS-PROP-X.
           read cust-file key is C-顧客番号
              invalid key
                 move spaces to WS-BAN-X
                 move spaces to WS-OUT
                 perform APPLY-SKIP-S thru APPLY-SKIP-E
                 go to APPLY-ONE-E
           end-read.
           move C-番地建物 to WS-BAN-N.
           perform PARSE-BAN-S thru PARSE-BAN-E.
           if WS-PARSE-OK = "N"
              move spaces to WS-OUT
              perform APPLY-SKIP-S thru APPLY-SKIP-E
              go to APPLY-ONE-E
           end-if.
           perform COMPOSE-S thru COMPOSE-E.
           move spaces to WS-NEW-X.
           move WS-OUT(1:90) to WS-NEW-X.
           if WS-OUT-LEN > 90
              or WS-NEW-X not = WS-PROP-X
              or WS-NEW-X = WS-BAN-X
              perform APPLY-SKIP-S thru APPLY-SKIP-E
              go to APPLY-ONE-E
           end-if.
           perform CAPTURE-CUST-IMG-S thru CAPTURE-CUST-IMG-E.
           move WS-IMG-WORK to WS-BEF-IMAGE.
           move WS-NEW-N to C-番地建物.
           move WS-TODAY-DATE to C-更新年月日.
           rewrite CUST-REC
              invalid key
                 move "FAILED" to WS-RPT-STAT
              not invalid key
                 move "APPLIED" to WS-RPT-STAT
                 compute WS-APPLIED-COUNT = WS-APPLIED-COUNT + 1
                 move "C" to WS-CJNL-ACTION
                 move space to WS-CJNL-KIND
                 perform CAPTURE-CUST-IMG-S
                    thru CAPTURE-CUST-IMG-E
                 move WS-IMG-WORK to WS-AFT-IMAGE
                 perform CUST-JNL-S thru CUST-JNL-E
           end-rewrite.
           move "FREE " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
        APPLY-ONE-E.

        APPLY-SKIP-S.
           compute WS-MODIFIED-COUNT = WS-MODIFIED-COUNT + 1.
           move "MODIFIED" to WS-RPT-STAT.
           move "FREE " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
        APPLY-SKIP-E.

        CAPTURE-CUST-IMG-S.
      * 現在のCUST-RECの顧客番号以外の全項目を作業グループへ写す
           move C-顧客名（漢字）     to WS-IW-NAME.
           move C-顧客名（カナ）     to WS-IW-KANA.
           move C-郵便番号７桁       to WS-IW-ZIP.
           move C-都道府県名（漢字） to WS-IW-KEN.
           move C-市町村名（漢字）   to WS-IW-SHI.
           move C-町域名（漢字）     to WS-IW-CHO.
           move C-番地建物           to WS-IW-BAN.
           move C-更新年月日         to WS-IW-UPD.
           move C-郵送停止フラグ     to WS-IW-STOP.
           move C-ラベル区分         to WS-IW-LABEL.
           move C-国コード           to WS-IW-CNTRY.
           move C-海外住所           to WS-IW-OVERSEAS.
        CAPTURE-CUST-IMG-E.

        CUST-JNL-S.
      * cust_maintのCUST-JNL-Sと同じ固定位置で前後像を追記する
           accept WS-CJNL-DATE from date yyyymmdd.
           accept WS-CJNL-TIME from time.
           move spaces to WS-CHN-LINE.
           move WS-CJNL-DATE   to WS-CHN-LINE(1:8).
           move WS-CJNL-TIME(1:6)   to WS-CHN-LINE(10:6).
           move WS-OPER-ID     to WS-CHN-LINE(17:8).
           move WS-CJNL-ACTION to WS-CHN-LINE(26:1).
           move WS-CJNL-KIND   to WS-CHN-LINE(27:1).
           move C-顧客番号     to WS-CHN-LINE(28:8).
           move WS-BEF-IMAGE   to WS-CHN-LINE(37:502).
           move WS-AFT-IMAGE   to WS-CHN-LINE(540:502).
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
        CUST-JNL-E.

        WRITE-RPT-S.
      * 1顧客1行。状態・顧客番号・変更前・変更後
           move spaces to WS-RPT-LINE.
           if WS-RPT-STAT = "UNPARSED"
              string WS-RPT-STAT " " C-顧客番号 " ["
                     WS-BAN-X delimited by "  "
                     "]" delimited by size
                     into WS-RPT-LINE
           else
              string WS-RPT-STAT " " C-顧客番号 " ["
                     WS-BAN-X delimited by "  "
                     "] => [" delimited by size
                     WS-OUT delimited by "  "
                     "]" delimited by size
                     into WS-RPT-LINE
           end-if.
           if WS-RPT-STAT = "LOCKED"
              move spaces to WS-RPT-LINE(281:20)
              string "HOLDER=" WS-RLK-HOLDER delimited by size
                     into WS-RPT-LINE(281:20)
           end-if.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "addr_std.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
