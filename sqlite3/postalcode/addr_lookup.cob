      **=================================================================
      ** 住所→郵便番号の対話検索(自由形式の住所1行から候補を出す)
      ** 入力：画面(電話口で聞いた住所をそのまま貼り付け・入力)、
      **       yubin.db
      ** 出力：画面(確度フラグつきの郵便番号候補。上位10件)
      **       yubin_query_jnl.dat (検索監査ジャーナル。postalcode.cob
      **       の対話検索と共通。期間リストはquery_jnl_report)
      **       yubin_addr_pick.dat (選んだ候補。cust_maintのP=取込で
      **       顧客住所の入力欄へ写す)
      ** 分解はaddr_parse.cob、突合と確度フラグはaddr_match.cobと
      ** 同じ規則。postalcodeの項目別検索へ手で3分割して打ち直す
      ** 手間を省く。サインオンしたオペレータで監査に残す
      **=================================================================
        identification           division.
        program-id.              addr_lookup.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select pick-file
            assign to WS-PICK-FILENAME
            organization line sequential
            file status is WS-PICK-FS.
      **=================================================================
        data                     division.
        file                      section.
      * 選択候補の受け渡し。1選択1行の固定位置
      *   1-8 日付  10-15 時刻  17-24 オペレータ  26-32 郵便番号
      *   34 確度フラグ  36-47 都道府県  49-78 市区町村
      *   80-190 町域  192-281 番地・建物(入力の町域より後ろ)
        fd  pick-file
            label records are standard.
        01  PICK-FD-REC         pic X(300).

        working-storage           section.
      * 共通ログ(LOG001)
        01  WS-LOG-PROGNAME    pic X(20) value "ADDR_LOOKUP".
        01  WS-LOG-SEVERITY    pic X(05).
        01  WS-LOG-MESSAGE     pic X(80).
        78  black                       value 0.
        01  W-INPUT-DBNAME     pic X(256) values "yubin.db".
        01  WS-ARG-JUNK        pic X(10).
        01  WS-PICK-FS         pic X(02).
      *****************************************
      ** 画面入力。住所は1行の自由形式で受ける
      *****************************************
        01  WS-FREE-N          pic N(60).
        01  WS-FREE-X REDEFINES WS-FREE-N pic X(180).
        01  WS-QUIT-KEY        pic X(01).
        01  WS-PICK-KEY        pic X(02).
        01  WS-PICK-IDX        pic 9(02).
        01  WS-PARSED-LINE     pic X(120).
        01  WS-CAND-MSG        pic X(60).
      *****************************************
      ** 住所の分解(addr_parse.cobと同じ規則)
      *****************************************
      * 入力を文字単位(UTF-8可変長)の表へ展開して規則を当てる
        01  WS-CH-TABLE.
            03 WS-CH-ENTRY  occurs 120.
               05 WS-CH-BYTES  pic X(04).
               05 WS-CH-LEN    pic 9(01).
        01  WS-CH-USED         pic 9(03).
        01  WS-SCAN-POS        pic 9(03).
        01  WS-BYTE            pic X(01).
        01  WS-STEP            pic 9(01).
        01  WS-KEN-END         pic 9(03).
        01  WS-SHI-END         pic 9(03).
        01  WS-CHO-END         pic 9(03).
        01  WS-OUT-POS         pic 9(03).
        01  WS-PARSE-OK        pic X(01).
      * 町域より後ろ(番地・建物)。入力の生バイトから切り出す
        01  WS-BAN-POS         pic 9(03).
        01  WS-BAN-LEAD        pic 9(03).
        01  WS-BAN-WORK        pic X(180).
        01  WS-IN-BANCHI       pic X(90).
      *****************************************
      ** 分解結果と照合用の値(addr_match.cobと同じ)
      *****************************************
        01  WS-IN-KEN          pic X(100).
        01  WS-IN-SHI          pic X(100).
        01  WS-IN-CHO          pic X(100).
        01  WS-KEN-LEN         pic 9(03).
        01  WS-SHI-LEN         pic 9(03).
        01  WS-CHO-LEN         pic 9(03).
      * 正規化列と照合する側の値。異体字(髙/高、﨑/崎等)をVAR001で
      * 代表字へ寄せる(事業所番号の照合は入力どおりの値)
        01  WS-VAR-IN          pic X(400).
        01  WS-VAR-OUT         pic X(400).
        01  WS-FD-KEN          pic X(100).
        01  WS-FD-SHI          pic X(100).
        01  WS-FD-CHO          pic X(100).
        01  WS-FD-KEN-LEN      pic 9(03).
        01  WS-FD-SHI-LEN      pic 9(03).
        01  WS-FD-CHO-LEN      pic 9(03).
      *****************************************
      ** DB検索
      *****************************************
        01  POSTAL_CODE_NAME.
            03 i_01         pic N(100).
            03 i_02         pic N(100).
            03 i_03         pic N(100).
            03 i_04         pic N(100).
            03 i_05         pic N(100).
            03 i_06         pic N(100).
            03 i_07         pic N(100).
            03 i_08         pic N(100).
            03 i_09         pic N(100).
            03 i_10         pic N(100).
            03 i_11         pic N(100).
            03 i_12         pic N(100).
            03 i_13         pic N(100).
            03 i_14         pic N(100).
            03 i_15         pic N(100).
      * 取り出した1行を生バイトで扱うための受け皿
        01  WS-F-ZIP-N         pic N(100).
        01  WS-F-ZIP-X REDEFINES WS-F-ZIP-N pic X(300).
        01  WS-F-KEN-N         pic N(100).
        01  WS-F-KEN-X REDEFINES WS-F-KEN-N pic X(300).
        01  WS-F-SHI-N         pic N(100).
        01  WS-F-SHI-X REDEFINES WS-F-SHI-N pic X(300).
        01  WS-F-CHO-N         pic N(100).
        01  WS-F-CHO-X REDEFINES WS-F-CHO-N pic X(300).
        01  WS-F-NAME-N        pic N(100).
        01  WS-F-NAME-X REDEFINES WS-F-NAME-N pic X(300).
        01  WS-CMP-CHO         pic X(300).
        01  WS-HIT-COUNT       pic 9(05).
        01  WS-MATCH-LEVEL     pic X(01).
      *****************************************
      ** 候補表(上位10件)。同じ確度の中では、町域が入力と一致する
      ** もの、入力の町域の先頭に一致するもの(丸の内一丁目に対する
      ** 丸の内。長い方が先)、その他(DBの返却順)の順に並べる
      *****************************************
        01  WS-CAND-USED       pic 9(02).
        01  WS-CAND-TABLE.
            03 WS-CD-ENTRY  occurs 10.
               05 WS-CD-ZIP    pic X(07).
               05 WS-CD-SCORE  pic 9(01).
               05 WS-CD-CLEN   pic 9(03).
               05 WS-CD-KEN    pic X(12).
               05 WS-CD-SHI    pic X(30).
               05 WS-CD-CHO    pic X(111).
               05 WS-CD-NAME   pic X(90).
        01  WS-CD-NEW.
            03 WS-CN-ZIP       pic X(07).
            03 WS-CN-SCORE     pic 9(01).
            03 WS-CN-CLEN      pic 9(03).
            03 WS-CN-KEN       pic X(12).
            03 WS-CN-SHI       pic X(30).
            03 WS-CN-CHO       pic X(111).
            03 WS-CN-NAME      pic X(90).
        01  WS-CD-POS          pic 9(02).
        01  WS-CD-PLACED       pic X(01).
        01  WS-CD-K            pic 9(02).
        01  WS-CD-K1           pic 9(02).
        01  WS-CAND-LINES.
            03 WS-CAND-LINE occurs 10 pic X(120).
        01  WS-CAND-NUM        pic Z9.
        01  sbuff              pic X(600).
      * 正規化列テーブルが未整備の旧DB向けの代替検索文
        01  WS-LEGACY-SBUFF    pic X(600).
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
      * オペレータ・サインオン(OPR001)。ロールは問わない(誰が何を
      * 検索し、どの候補を選んだかを監査に残すのが目的)
        01  WS-OPER-ID        pic X(08).
        01  WS-OPER-PW        pic X(08).
        01  WS-OPER-ROLE      pic X(01).
        01  WS-SIGNON-OK      pic X(01) value "N".
        01  WS-OPR-MODE       pic X(05).
        01  WS-NEW-PW         pic X(08).
      * 検索監査ジャーナル。postalcode.cobのQUERY-JNL-Sと同じ形で、
      * 入力キーの先頭欄を ADDR とし、分解した3要素を続ける。
      * 選んだ候補は行末に pick=郵便番号＋確度フラグ で残す
        01  WS-QJ-DATE        pic 9(08).
        01  WS-QJ-TIME        pic 9(08).
        01  WS-QJ-LINE        pic X(250).
        01  WS-QJ-EXPORTED    pic X(01) value "N".
        01  WS-QJ-HITS        pic 9(05).
        01  WS-QJ-CHO         pic X(90).
        01  WS-QJ-PICK        pic X(14).
        01  WS-PICK-LINE      pic X(300).
      * 連鎖ハッシュつきのジャーナル追記(CHN001)
        01  WS-CHN-MODE         pic X(05) value "ADD  ".
        01  WS-CHN-JOURNAL      pic X(30).
        01  WS-CHN-LINE         pic X(1100).
        01  WS-CHN-HASH         pic X(16).
        01  WS-CHN-RESULT       pic X(01).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "ADDR_LOOKUP".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 999.
        01  argc               pic 9(04).
        01  STD.
            03 default_arg_num pic 99 values 10.
        01  params.
            03 param  occurs 10  pic X(50).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-PICK-FILENAME     pic X(256).
        01  WS-ENV-MODE          pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 signon-screen.
           03 value "住所から郵便番号検索・サインオン"
                                          line 1 col 10.
           03 value "オペレータID:"       line 3 col 10.
           03 s_01   line 3 col 30 pic X(8) using WS-OPER-ID.
           03 value "パスワード:"         line 4 col 10.
           03 s_02   line 4 col 30 pic X(8) using WS-OPER-PW.

        01 newpw-screen.
           03 value "期限切れ。新パスワード:"
                                          line 6 col 10.
           03 n_01   line 6 col 55 pic X(8) using WS-NEW-PW.

        01 entry-screen.
           03 value "住所から郵便番号検索"     line 1 col 10.
           03 value "住所(自由形式。貼り付け可):"
                                          line 3 col 10.
           03 e_01   line 4 col 2  pic N(60) using WS-FREE-N.
           03 value "Q=終了:"                  line 6 col 10.
           03 e_02   line 6 col 20 pic X(1) using WS-QUIT-KEY.

        01 cand-screen.
           03 l_00   line 8  col 2  pic X(120) from WS-PARSED-LINE.
           03 value "候補 H=町域一致1件 M=町域一致複数"
                                          line 9 col 2.
           03 value "J=事業所 L=市区町村まで"
                                          line 9 col 50.
           03 l_01   line 10 col 2  pic X(120) from WS-CAND-LINE(1).
           03 l_02   line 11 col 2  pic X(120) from WS-CAND-LINE(2).
           03 l_03   line 12 col 2  pic X(120) from WS-CAND-LINE(3).
           03 l_04   line 13 col 2  pic X(120) from WS-CAND-LINE(4).
           03 l_05   line 14 col 2  pic X(120) from WS-CAND-LINE(5).
           03 l_06   line 15 col 2  pic X(120) from WS-CAND-LINE(6).
           03 l_07   line 16 col 2  pic X(120) from WS-CAND-LINE(7).
           03 l_08   line 17 col 2  pic X(120) from WS-CAND-LINE(8).
           03 l_09   line 18 col 2  pic X(120) from WS-CAND-LINE(9).
           03 l_10   line 19 col 2  pic X(120) from WS-CAND-LINE(10).
           03 value "該当件数:"           line 20 col 2.
           03 l_11   line 20 col 12 pic ZZZZ9 from WS-HIT-COUNT.
           03 l_12   line 20 col 20 pic X(60)  from WS-CAND-MSG.
           03 value "選択番号(空白=選ばずに戻る):"
                                          line 21 col 10.
           03 l_13   line 21 col 45 pic X(2) using WS-PICK-KEY.

        procedure               division.
          perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
      **コマンドパラメータ数
          accept argc from argument-number.
          if argc > 0 then
             if argc > 0 and argc < default_arg_num then
                move 1 to i
                perform until argc < i
                accept param(i) from argument-value
                compute i = i + 1
                end-perform
             else
                display "Error: argc=" argc " (<" default_arg_num")"
                stop run
             end-if
         end-if.

      * "DB=ファイル名" で接続先DBを差し替えられる(研修DB用)
          if argc > 0
             move 1 to i
             perform until i > argc
                if param(i)(1:3) = "DB="
                   unstring param(i) delimited by "="
                      into WS-ARG-JUNK W-INPUT-DBNAME
                end-if
                compute i = i + 1
             end-perform
          end-if.
          call "ENV001" using WS-ENV-MODE W-INPUT-DBNAME.

          perform SIGNON-S thru SIGNON-E.
          if WS-SIGNON-OK not = "Y"
             display "サインオンできませんでした"
             stop run
          end-if.
          move "START" to WS-RJ-MODE.
          move "RUNNING" to WS-RJ-STATUS.
          call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                               WS-RJ-STATUS WS-RJ-COUNT.
          perform DB-Open-S thru DB-Open-E.

        lookup-loop.
          move spaces to WS-FREE-N.
          move spaces to WS-QUIT-KEY.
          display blank-screen.
          display entry-screen.
          accept entry-screen.
          if WS-QUIT-KEY = "q" or WS-QUIT-KEY = "Q"
             go to lookup-end
          end-if.
          if WS-FREE-X = spaces
             go to lookup-loop
          end-if.
          display "検索中..." line 7 col 10.
          perform LOOKUP-S thru LOOKUP-E.
          go to lookup-loop.

        lookup-end.
          perform DB-Close-S thru DB-Close-E.
          move "END  " to WS-RJ-MODE.
          move "SUCCESS" to WS-RJ-STATUS.
          call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                               WS-RJ-STATUS WS-RJ-COUNT.
          stop run.

      ******************************************************************
        LOOKUP-S.
      * 1住所の分解・突合・候補表示・選択・監査記帳
           move "N" to WS-QJ-EXPORTED.
           move spaces to WS-CAND-TABLE.
           move 0 to WS-CAND-USED.
           move 0 to WS-HIT-COUNT.
           move "U" to WS-MATCH-LEVEL.
           move spaces to WS-CAND-MSG.
           perform SPLIT-CHARS-S thru SPLIT-CHARS-E.
           perform PARSE-ADDR-S thru PARSE-ADDR-E.
           if WS-PARSE-OK = "Y"
              perform FOLD-ADDR-S thru FOLD-ADDR-E
              perform ADDR-SEARCH-S thru ADDR-SEARCH-E
              if WS-MATCH-LEVEL = "U"
                 move "該当する郵便番号がありません"
                   to WS-CAND-MSG
              end-if
              if WS-HIT-COUNT > 10
                 move "上位10件を表示" to WS-CAND-MSG
              end-if
           else
              move "都道府県・市区町村を切り出せません"
                to WS-CAND-MSG
           end-if.
           add 1 to WS-RJ-COUNT.
           perform BUILD-LINES-S thru BUILD-LINES-E.
           move spaces to WS-PICK-KEY.
           display cand-screen.
           accept cand-screen.
           perform PICK-CHECK-S thru PICK-CHECK-E.
           if WS-PICK-IDX > 0
              perform PICK-SAVE-S thru PICK-SAVE-E
              move "Y" to WS-QJ-EXPORTED
              display "選択済み(顧客保守P=取込で写す)"
                 line 22 col 10
              perform SLEEP-S thru SLEEP-E
           end-if.
           perform QUERY-JNL-S thru QUERY-JNL-E.
        LOOKUP-E.

        PICK-CHECK-S.
      * 選択番号の検査。1桁入力("3 ")も受ける(cust_maintの検索一覧
      * と同じ)。選ばなかった・番号違いは0
           move 0 to WS-PICK-IDX.
           if WS-PICK-KEY = spaces
              go to PICK-CHECK-E
           end-if.
           if WS-PICK-KEY(2:1) = space
              move WS-PICK-KEY(1:1) to WS-PICK-KEY(2:1)
              move "0" to WS-PICK-KEY(1:1)
           end-if.
           if WS-PICK-KEY not numeric
              display "一覧の番号を入力してください"
                 line 22 col 10
              perform SLEEP-S thru SLEEP-E
              go to PICK-CHECK-E
           end-if.
           move WS-PICK-KEY to WS-PICK-IDX.
           if WS-PICK-IDX < 1 or WS-PICK-IDX > WS-CAND-USED
              move 0 to WS-PICK-IDX
              display "一覧の番号を入力してください"
                 line 22 col 10
              perform SLEEP-S thru SLEEP-E
           end-if.
        PICK-CHECK-E.

        SPLIT-CHARS-S.
      * 入力をUTF-8の1文字ずつ表へ展開する(addr_parse.cobと同じ)
           move 0 to WS-CH-USED.
           move 1 to WS-SCAN-POS.
           perform until WS-SCAN-POS > 180
              or WS-CH-USED >= 120
              move WS-FREE-X(WS-SCAN-POS:1) to WS-BYTE
              if WS-BYTE = space
                 move 181 to WS-SCAN-POS
              else
                 evaluate true
                    when WS-BYTE < X"80"
                       move 1 to WS-STEP
                    when WS-BYTE >= X"C2" and WS-BYTE <= X"DF"
                       move 2 to WS-STEP
                    when WS-BYTE >= X"F0" and WS-BYTE <= X"F4"
                       move 4 to WS-STEP
                    when other
                       move 3 to WS-STEP
                 end-evaluate
                 add 1 to WS-CH-USED
                 move spaces to WS-CH-BYTES(WS-CH-USED)
                 move WS-FREE-X(WS-SCAN-POS:WS-STEP)
                    to WS-CH-BYTES(WS-CH-USED)(1:WS-STEP)
                 move WS-STEP to WS-CH-LEN(WS-CH-USED)
                 compute WS-SCAN-POS = WS-SCAN-POS + WS-STEP
              end-if
           end-perform.
        SPLIT-CHARS-E.

        PARSE-ADDR-S.
      * 都道府県・市区町村・町域の切り出し(addr_parse.cobと同じ
      * 規則)。町域より後ろは番地・建物として取っておく
           move "N" to WS-PARSE-OK.
           move spaces to WS-IN-KEN.
           move spaces to WS-IN-SHI.
           move spaces to WS-IN-CHO.
           move spaces to WS-IN-BANCHI.
           move 0 to WS-KEN-END.
           move 0 to WS-SHI-END.
      * 都道府県：3文字目が都/道/府/県なら3文字、4文字目が県なら
      * 4文字(神奈川県・和歌山県・鹿児島県)
           if WS-CH-USED >= 3
              if WS-CH-BYTES(3)(1:3) = "都"
                 or WS-CH-BYTES(3)(1:3) = "道"
                 or WS-CH-BYTES(3)(1:3) = "府"
                 or WS-CH-BYTES(3)(1:3) = "県"
                 move 3 to WS-KEN-END
              end-if
           end-if.
           if WS-KEN-END = 0 and WS-CH-USED >= 4
              if WS-CH-BYTES(4)(1:3) = "県"
                 move 4 to WS-KEN-END
              end-if
           end-if.
           if WS-KEN-END = 0
              go to PARSE-ADDR-E
           end-if.
      * 市区町村：都道府県の次の2文字目以降で最初の市/区/町/村まで
           compute i = WS-KEN-END + 2.
           perform until i > WS-CH-USED or WS-SHI-END > 0
              if WS-CH-BYTES(i)(1:3) = "市"
                 or WS-CH-BYTES(i)(1:3) = "区"
                 or WS-CH-BYTES(i)(1:3) = "町"
                 or WS-CH-BYTES(i)(1:3) = "村"
                 move i to WS-SHI-END
              end-if
              compute i = i + 1
           end-perform.
           if WS-SHI-END = 0
              go to PARSE-ADDR-E
           end-if.
      * 町域：市区町村の次から番地(半角数字・全角数字・ハイフン類)
      * の手前まで
           move WS-CH-USED to WS-CHO-END.
           compute i = WS-SHI-END + 1.
           perform until i > WS-CH-USED
              or WS-CHO-END < WS-CH-USED
              if (WS-CH-LEN(i) = 1
                  and WS-CH-BYTES(i)(1:1) >= "0"
                  and WS-CH-BYTES(i)(1:1) <= "9")
                 or (WS-CH-LEN(i) = 1
                     and WS-CH-BYTES(i)(1:1) = "-")
                 or (WS-CH-BYTES(i)(1:3) >= "０"
                     and WS-CH-BYTES(i)(1:3) <= "９")
                 or WS-CH-BYTES(i)(1:3) = "－"
                 compute WS-CHO-END = i - 1
              end-if
              compute i = i + 1
           end-perform.
      * 3要素を組み立てる
           move 1 to WS-OUT-POS.
           move 1 to i.
           perform until i > WS-KEN-END
              move WS-CH-BYTES(i)(1:WS-CH-LEN(i))
                 to WS-IN-KEN(WS-OUT-POS:WS-CH-LEN(i))
              compute WS-OUT-POS = WS-OUT-POS + WS-CH-LEN(i)
              compute i = i + 1
           end-perform.
           move 1 to WS-OUT-POS.
           compute i = WS-KEN-END + 1.
           perform until i > WS-SHI-END
              move WS-CH-BYTES(i)(1:WS-CH-LEN(i))
                 to WS-IN-SHI(WS-OUT-POS:WS-CH-LEN(i))
              compute WS-OUT-POS = WS-OUT-POS + WS-CH-LEN(i)
              compute i = i + 1
           end-perform.
           move 1 to WS-OUT-POS.
           compute i = WS-SHI-END + 1.
           perform until i > WS-CHO-END or WS-OUT-POS > 96
              move WS-CH-BYTES(i)(1:WS-CH-LEN(i))
                 to WS-IN-CHO(WS-OUT-POS:WS-CH-LEN(i))
              compute WS-OUT-POS = WS-OUT-POS + WS-CH-LEN(i)
              compute i = i + 1
           end-perform.
      * 番地・建物：町域の次のバイト位置から入力の残り全部(空白の
      * 後ろの建物名も含む)。先頭の空白は詰める
           move 1 to WS-BAN-POS.
           move 1 to i.
           perform until i > WS-CHO-END
              compute WS-BAN-POS = WS-BAN-POS + WS-CH-LEN(i)
              compute i = i + 1
           end-perform.
           if WS-BAN-POS <= 180
              move WS-FREE-X(WS-BAN-POS:) to WS-BAN-WORK
              move 0 to WS-BAN-LEAD
              inspect WS-BAN-WORK tallying WS-BAN-LEAD
                 for leading spaces
              if WS-BAN-LEAD < 180
                 move WS-BAN-WORK(WS-BAN-LEAD + 1:) to WS-IN-BANCHI
              end-if
           end-if.
           move "Y" to WS-PARSE-OK.
        PARSE-ADDR-E.

        FOLD-ADDR-S.
      * 長さの採取と異体字の畳み込み(addr_match.cobのPARSE-ADDR-S
      * の後半と同じ)
           move 0 to WS-KEN-LEN.
           inspect WS-IN-KEN tallying WS-KEN-LEN
              for characters before initial space.
           move 0 to WS-SHI-LEN.
           inspect WS-IN-SHI tallying WS-SHI-LEN
              for characters before initial space.
           move 0 to WS-CHO-LEN.
           inspect WS-IN-CHO tallying WS-CHO-LEN
              for characters before initial space.
           move WS-IN-KEN to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-FD-KEN.
           move 0 to WS-FD-KEN-LEN.
           inspect WS-FD-KEN tallying WS-FD-KEN-LEN
              for characters before initial space.
           move WS-IN-SHI to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-FD-SHI.
           move 0 to WS-FD-SHI-LEN.
           inspect WS-FD-SHI tallying WS-FD-SHI-LEN
              for characters before initial space.
           move WS-IN-CHO to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT to WS-FD-CHO.
           move 0 to WS-FD-CHO-LEN.
           inspect WS-FD-CHO tallying WS-FD-CHO-LEN
              for characters before initial space.
        FOLD-ADDR-E.

        ADDR-SEARCH-S.
      * 段階と確度フラグはaddr_match.cobと同じ：
      *   H=町域まで一致して1件  M=町域まで一致して複数件
      *   J=事業所個別番号での一致  L=市区町村までの一致
      *   U=突合不能
      * 各段階はヒットが無いときだけ次へ進むので、候補表には常に
      * 1つの段階のヒットだけが入る
           move "U" to WS-MATCH-LEVEL.
           if WS-KEN-LEN = 0 and WS-SHI-LEN = 0
              go to ADDR-SEARCH-E
           end-if.
           if WS-CHO-LEN > 0
              perform SEARCH-WITH-CHO-S thru SEARCH-WITH-CHO-E
              if WS-HIT-COUNT = 1
                 move "H" to WS-MATCH-LEVEL
              end-if
              if WS-HIT-COUNT > 1
                 move "M" to WS-MATCH-LEVEL
              end-if
           end-if.
           if WS-MATCH-LEVEL = "U" and WS-CHO-LEN > 0
              and WS-KEN-LEN > 0 and WS-SHI-LEN > 0
              perform SEARCH-JIGYO-S thru SEARCH-JIGYO-E
              if WS-HIT-COUNT > 0
                 move "J" to WS-MATCH-LEVEL
              end-if
           end-if.
           if WS-MATCH-LEVEL = "U"
              perform SEARCH-NO-CHO-S thru SEARCH-NO-CHO-E
              if WS-HIT-COUNT > 0
                 move "L" to WS-MATCH-LEVEL
              end-if
           end-if.
        ADDR-SEARCH-E.

        SEARCH-JIGYO-S.
      * JIGYOSYO_CODEは13カラム(dantai,name_kana,name,ken,shi,cho,
      * banchi,zip_7,...)。テーブル未ロードのDBでは0件として扱う
           move 0 to WS-HIT-COUNT.
           initialize sbuff.
           string "SELECT * FROM JIGYOSYO_CODE where ken like '%"
                  WS-IN-KEN(1:WS-KEN-LEN)
                  "%' and shi like '%"
                  WS-IN-SHI(1:WS-SHI-LEN)
                  "%' and cho like '%"
                  WS-IN-CHO(1:WS-CHO-LEN)
                  "%' "
                  into sbuff.
           call "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              go to SEARCH-JIGYO-E
           end-if.
           perform until flag not = flag
              call "Fetch_Row" using i_01 i_02 i_03 i_04 i_05 i_06
                   i_07 i_08 i_09 i_10 i_11 i_12 i_13
              if return-code not = 0
                 exit perform
              end-if
              compute WS-HIT-COUNT = WS-HIT-COUNT + 1
              move i_08 to WS-F-ZIP-N
              move i_04 to WS-F-KEN-N
              move i_05 to WS-F-SHI-N
              move i_06 to WS-F-CHO-N
              move i_03 to WS-F-NAME-N
              move 1 to WS-CN-SCORE
              move 0 to WS-CN-CLEN
              perform CAND-INSERT-S thru CAND-INSERT-E
           end-perform.
        SEARCH-JIGYO-E.

        SEARCH-WITH-CHO-S.
      * 照合はロード時に正規化済みのPOSTAL_CODE_NORM側で行う。
      * 未整備の旧DB向けの直接検索文も組み、EXEC-FETCH-Sで退行する
           initialize sbuff.
           move spaces to WS-LEGACY-SBUFF.
           string "SELECT * FROM POSTAL_CODE where zip_7 in "
                  "(SELECT zip_7 FROM POSTAL_CODE_NORM "
                  "where ken_n like '%"
                  WS-FD-KEN(1:WS-FD-KEN-LEN)
                  "%' and shi_n like '%"
                  WS-FD-SHI(1:WS-FD-SHI-LEN)
                  "%' and cho_n like '%"
                  WS-FD-CHO(1:WS-FD-CHO-LEN)
                  "%') "
                  into sbuff.
           string "SELECT * FROM POSTAL_CODE where ken like '%"
                  WS-IN-KEN(1:WS-KEN-LEN)
                  "%' and shi like '%"
                  WS-IN-SHI(1:WS-SHI-LEN)
                  "%' and cho like '%"
                  WS-IN-CHO(1:WS-CHO-LEN)
                  "%' "
                  into WS-LEGACY-SBUFF.
           perform EXEC-FETCH-S thru EXEC-FETCH-E.
        SEARCH-WITH-CHO-E.

        SEARCH-NO-CHO-S.
           initialize sbuff.
           move spaces to WS-LEGACY-SBUFF.
           if WS-SHI-LEN > 0
              string "SELECT * FROM POSTAL_CODE where zip_7 in "
                     "(SELECT zip_7 FROM POSTAL_CODE_NORM "
                     "where ken_n like '%"
                     WS-FD-KEN(1:WS-FD-KEN-LEN)
                     "%' and shi_n like '%"
                     WS-FD-SHI(1:WS-FD-SHI-LEN)
                     "%') "
                     into sbuff
              string "SELECT * FROM POSTAL_CODE where ken like '%"
                     WS-IN-KEN(1:WS-KEN-LEN)
                     "%' and shi like '%"
                     WS-IN-SHI(1:WS-SHI-LEN)
                     "%' "
                     into WS-LEGACY-SBUFF
           else
              string "SELECT * FROM POSTAL_CODE where zip_7 in "
                     "(SELECT zip_7 FROM POSTAL_CODE_NORM "
                     "where ken_n like '%"
                     WS-FD-KEN(1:WS-FD-KEN-LEN)
                     "%') "
                     into sbuff
              string "SELECT * FROM POSTAL_CODE where ken like '%"
                     WS-IN-KEN(1:WS-KEN-LEN)
                     "%' "
                     into WS-LEGACY-SBUFF
           end-if.
           perform EXEC-FETCH-S thru EXEC-FETCH-E.
        SEARCH-NO-CHO-E.

        EXEC-FETCH-S.
      * 検索を実行し、全ヒットを数えながら候補表へ順位づけして
      * 入れる。正規化列テーブルが無い旧DBでは直接検索文へ退行する
           move 0 to WS-HIT-COUNT.
           call  "SQLite3_Exec" using db sbuff.
           if return-code not = 0
              and WS-LEGACY-SBUFF not = spaces
              move WS-LEGACY-SBUFF to sbuff
              call "SQLite3_Exec" using db sbuff
           end-if.
           if return-code not = 0
              perform db-error
           end-if.
           perform until flag not = flag
              call "Fetch_Row" using i_01 i_02 i_03 i_04 i_05 i_06
                   i_07 i_08 i_09 i_10 i_11 i_12 i_13 i_14 i_15
              if return-code not = 0
                 exit perform
              end-if
              compute WS-HIT-COUNT = WS-HIT-COUNT + 1
              move i_03 to WS-F-ZIP-N
              move i_07 to WS-F-KEN-N
              move i_08 to WS-F-SHI-N
              move i_09 to WS-F-CHO-N
              move spaces to WS-F-NAME-N
              perform CAND-SCORE-S thru CAND-SCORE-E
              perform CAND-INSERT-S thru CAND-INSERT-E
           end-perform.
        EXEC-FETCH-E.

        CAND-SCORE-S.
      * 候補の町域を入力の町域と比べる(どちらも異体字を寄せた値)。
      *   3=一致  2=入力の先頭部分に一致  1=その他
           move 1 to WS-CN-SCORE.
           move spaces to WS-VAR-IN.
           move WS-F-CHO-X to WS-VAR-IN(1:300).
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT(1:300) to WS-CMP-CHO.
           move 0 to WS-CN-CLEN.
           inspect WS-CMP-CHO tallying WS-CN-CLEN
              for characters before initial space.
           if WS-FD-CHO-LEN = 0 or WS-CN-CLEN = 0
              go to CAND-SCORE-E
           end-if.
           if WS-CN-CLEN = WS-FD-CHO-LEN
              if WS-CMP-CHO(1:WS-CN-CLEN)
                 = WS-FD-CHO(1:WS-FD-CHO-LEN)
                 move 3 to WS-CN-SCORE
              end-if
           end-if.
           if WS-CN-CLEN < WS-FD-CHO-LEN
              if WS-CMP-CHO(1:WS-CN-CLEN)
                 = WS-FD-CHO(1:WS-CN-CLEN)
                 move 2 to WS-CN-SCORE
              end-if
           end-if.
        CAND-SCORE-E.

        CAND-INSERT-S.
      * 取り出した1行(WS-F-*)を順位の位置へ差し込む。同順位はDBの
      * 返却順を保つ。11位以下は捨てる
           move WS-F-ZIP-X(1:7)    to WS-CN-ZIP.
           move WS-F-KEN-X(1:12)   to WS-CN-KEN.
           move WS-F-SHI-X(1:30)   to WS-CN-SHI.
           move WS-F-CHO-X(1:111)  to WS-CN-CHO.
           move WS-F-NAME-X(1:90)  to WS-CN-NAME.
           move 1 to WS-CD-POS.
           move "N" to WS-CD-PLACED.
           perform until WS-CD-POS > WS-CAND-USED
              or WS-CD-PLACED = "Y"
              if WS-CN-SCORE > WS-CD-SCORE(WS-CD-POS)
                 move "Y" to WS-CD-PLACED
              else
                 if WS-CN-SCORE = 2
                    and WS-CD-SCORE(WS-CD-POS) = 2
                    and WS-CN-CLEN > WS-CD-CLEN(WS-CD-POS)
                    move "Y" to WS-CD-PLACED
                 else
                    add 1 to WS-CD-POS
                 end-if
              end-if
           end-perform.
           if WS-CD-POS > 10
              go to CAND-INSERT-E
           end-if.
           if WS-CAND-USED < 10
              add 1 to WS-CAND-USED
           end-if.
           move WS-CAND-USED to WS-CD-K.
           perform until WS-CD-K <= WS-CD-POS
              compute WS-CD-K1 = WS-CD-K - 1
              move WS-CD-ENTRY(WS-CD-K1) to WS-CD-ENTRY(WS-CD-K)
              move WS-CD-K1 to WS-CD-K
           end-perform.
           move WS-CD-NEW to WS-CD-ENTRY(WS-CD-POS).
        CAND-INSERT-E.

        BUILD-LINES-S.
      * 画面の分解結果行と候補行を組み立てる
           move spaces to WS-PARSED-LINE.
           string "分解: "        delimited by size
                  WS-IN-KEN       delimited by space
                  " / "           delimited by size
                  WS-IN-SHI       delimited by space
                  " / "           delimited by size
                  WS-IN-CHO       delimited by space
                  " / "           delimited by size
                  WS-IN-BANCHI    delimited by "  "
                  into WS-PARSED-LINE.
           move spaces to WS-CAND-LINES.
           move 1 to i.
           perform until i > WS-CAND-USED
              move i to WS-CAND-NUM
              string WS-CAND-NUM      delimited by size
                     " "              delimited by size
                     WS-CD-ZIP(i)     delimited by size
                     " "              delimited by size
                     WS-MATCH-LEVEL   delimited by size
                     " "              delimited by size
                     WS-CD-KEN(i)     delimited by space
                     " "              delimited by size
                     WS-CD-SHI(i)     delimited by space
                     " "              delimited by size
                     WS-CD-CHO(i)     delimited by space
                     " "              delimited by size
                     WS-CD-NAME(i)    delimited by "  "
                     into WS-CAND-LINE(i)
              compute i = i + 1
           end-perform.
        BUILD-LINES-E.

        PICK-SAVE-S.
      * 選んだ候補を受け渡しファイルへ1行追記する。住所は郵便番号
      * マスタ側の表記、番地・建物は入力の残り
           accept WS-QJ-DATE from date yyyymmdd.
           accept WS-QJ-TIME from time.
           move spaces to WS-PICK-LINE.
           move WS-QJ-DATE               to WS-PICK-LINE(1:8).
           move WS-QJ-TIME(1:6)          to WS-PICK-LINE(10:6).
           move WS-OPER-ID               to WS-PICK-LINE(17:8).
           move WS-CD-ZIP(WS-PICK-IDX)   to WS-PICK-LINE(26:7).
           move WS-MATCH-LEVEL           to WS-PICK-LINE(34:1).
           move WS-CD-KEN(WS-PICK-IDX)   to WS-PICK-LINE(36:12).
           move WS-CD-SHI(WS-PICK-IDX)   to WS-PICK-LINE(49:30).
           move WS-CD-CHO(WS-PICK-IDX)   to WS-PICK-LINE(80:111).
           move WS-IN-BANCHI             to WS-PICK-LINE(192:90).
           open extend pick-file.
           if WS-PICK-FS not = "00"
              open output pick-file
           end-if.
           if WS-PICK-FS not = "00"
              display "ERROR: cannot open " WS-PICK-FILENAME
                      " status=" WS-PICK-FS
              go to PICK-SAVE-E
           end-if.
           move WS-PICK-LINE to PICK-FD-REC.
           write PICK-FD-REC.
           close pick-file.
        PICK-SAVE-E.

        QUERY-JNL-S.
      * 検索1回ごとに日時・オペレータ・分解した住所・ヒット件数・
      * 選択の有無を検索監査ジャーナルへ追記する
           accept WS-QJ-DATE from date yyyymmdd.
           accept WS-QJ-TIME from time.
           move WS-HIT-COUNT to WS-QJ-HITS.
           move WS-IN-CHO to WS-QJ-CHO.
           move spaces to WS-QJ-PICK.
           if WS-QJ-EXPORTED = "Y"
              move " pick="               to WS-QJ-PICK(1:6)
              move WS-CD-ZIP(WS-PICK-IDX) to WS-QJ-PICK(7:7)
              move WS-MATCH-LEVEL         to WS-QJ-PICK(14:1)
           end-if.
           move spaces to WS-QJ-LINE.
           string WS-QJ-DATE      delimited by size
                  " "             delimited by size
                  WS-QJ-TIME(1:6) delimited by size
      * オペレータは固定8桁で置く(query_jnl_reportが位置で切り出す)
                  " oper="        delimited by size
                  WS-OPER-ID      delimited by size
                  " key=|ADDR|"   delimited by size
                  WS-IN-KEN       delimited by space
                  "|"             delimited by size
                  WS-IN-SHI       delimited by space
                  "|"             delimited by size
                  WS-QJ-CHO       delimited by space
                  "| hits="       delimited by size
                  WS-QJ-HITS      delimited by size
                  " exported="    delimited by size
                  WS-QJ-EXPORTED  delimited by size
                  " offline=N"    delimited by size
                  WS-QJ-PICK      delimited by size
                  into WS-QJ-LINE.
           move "yubin_query_jnl.dat" to WS-CHN-JOURNAL.
           move WS-QJ-LINE to WS-CHN-LINE.
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
        QUERY-JNL-E.

        SIGNON-S.
      * オペレータID・パスワードをOPR001で突合する(cust_maint.cob
      * と同じ)。ロック中(L)は入れず、期限切れ(E)はその場で新
      * パスワードの設定を強制する
           move spaces to WS-OPER-ID.
           move spaces to WS-OPER-PW.
           display blank-screen.
           display signon-screen.
           accept signon-screen.
           move "CHECK" to WS-OPR-MODE.
           call "OPR001" using WS-OPR-MODE WS-OPER-ID WS-OPER-PW
                               WS-OPER-ROLE WS-SIGNON-OK.
           if WS-SIGNON-OK = "L"
              display "アカウントがロックされています"
              perform SLEEP-S thru SLEEP-E
              move "N" to WS-SIGNON-OK
              go to SIGNON-E
           end-if.
           if WS-SIGNON-OK = "E"
              perform FORCE-NEWPW-S thru FORCE-NEWPW-E
           end-if.
        SIGNON-E.

        FORCE-NEWPW-S.
           move spaces to WS-NEW-PW.
           display newpw-screen.
           accept newpw-screen.
           if WS-NEW-PW = spaces or WS-NEW-PW = WS-OPER-PW
              display "新パスワードを入力してください"
              perform SLEEP-S thru SLEEP-E
              move "N" to WS-SIGNON-OK
              go to FORCE-NEWPW-E
           end-if.
           move "SETPW" to WS-OPR-MODE.
           call "OPR001" using WS-OPR-MODE WS-OPER-ID WS-NEW-PW
                               WS-OPER-ROLE WS-SIGNON-OK.
        FORCE-NEWPW-E.

        DB-Open-S.
      * DB connection。一時的な競合による接続失敗は少し待って
      * WS-DB-MAX-RETRY 回まで自動で再試行する
      D    display ">> DB connection ".
           move 0 to WS-DB-RETRY-COUNT.
           call  "SQLite3_Open"  using db W-INPUT-DBNAME.
           perform until return-code = 0
                      or WS-DB-RETRY-COUNT >= WS-DB-MAX-RETRY
              add 1 to WS-DB-RETRY-COUNT
              compute sleep_time = WS-DB-RETRY-COUNT * 2
              perform SLEEP-S THRU SLEEP-E
              call  "SQLite3_Open"  using db W-INPUT-DBNAME
           end-perform.
           move 2 to sleep_time.
           if return-code not = 0  then
              perform db-error
           end-if.
      * 前提の表が無い旧DBや、新しいリリースで移行済みのDBでないか
      * を照合し、扱えない水準なら画面に入る前に打ち切る
           call "SCH001" using db WS-SCH-NEED WS-SCH-LEVEL
                               WS-SCH-CURRENT WS-SCH-RESULT.
           if WS-SCH-RESULT not = "Y"
              perform schema-error
           end-if.
      D    display "<< DB connection " .
        DB-Open-E.

        DB-Close-S.
      * DB disconnection
           call  "SQLite3_Close" using db.
           if return-code not = 0 then
              perform  db-error
           end-if.
        DB-Close-E.

      * error
        db-error.
      D    display ">> db-error".
           call "Error_Msg" using err-msg.
           move return-code to rc.
           perform LOG-ERROR-S thru LOG-ERROR-E.
           display "rc=" rc ":" err-msg.
           stop run.

        schema-error.
      * DBのスキーマ水準がこのプログラムの前提と合わない(理由は
      * SCH001が表示済み)
           call "SQLite3_Close" using db.
           move 16 to rc.
           move spaces to err-msg.
           string "schema level " WS-SCH-LEVEL " not supported"
              into err-msg.
           perform LOG-ERROR-S thru LOG-ERROR-E.
           stop run.

        LOG-ERROR-S.
      * DB障害を共通ログ(LOG001)へ重大度FATALで記帳する
           move "FATAL" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "rc=" rc " " err-msg delimited by size
              into WS-LOG-MESSAGE.
           call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
        LOG-ERROR-E.

      * sleep func
        SLEEP-S.
      D    DISPLAY SLEEP-CALL.
           if sleep_time > 0 then
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_addr_pick.dat" to WS-PICK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PICK-FILENAME.
        ENV-RESOLVE-E.
