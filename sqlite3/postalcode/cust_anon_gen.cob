      **=================================================================
      ** 研修・テスト用の匿名化顧客マスタの生成
      ** 引数：DIR=出力先ディレクトリ (既定 training。無ければ作る)
      ** 入力：customer.idx (本番の顧客住所マスタ)
      **       custaddr2.idx (配送先サブ住所)
      **       mailing_hist.dat (郵送履歴)
      **       mail_return.dat (返送記録)
      ** 出力：DIR/customer.idx / DIR/custaddr2.idx /
      **       DIR/mailing_hist.dat / DIR/mail_return.dat
      **       (出力先の同名ファイルは作り直す)
      ** training_db_gen の研修DBと組み合わせ、cust_maint・
      ** label_print・mail_merge・route_manifest の練習を本物の
      ** 氏名・住所を使わずに行えるようにする。
      **   ・顧客名(漢字・カナ)と番地建物は架空の値に置き換える。
      **     国外顧客の海外住所も架空の表記にする
      **   ・顧客番号は "T"＋7桁の連番へ付け替え、サブ住所・郵送
      **     履歴・返送記録も同じ対応で付け替える(写しの中で突合が
      **     そのまま成立する)。マスタに無い番号は伏字にする
      **   ・郵便番号・都道府県・市町村・町域は本物のまま残すので
      **     郵便番号検証はそのまま通る
      ** 写しには顧客番号 "#ANONYM#" の標識レコードを入れる
      ** (郵送停止・国コード"ZZ"で通常の処理からは外れる)。
      ** label_print は標識のあるマスタからは、label_print.ctl で
      ** TRAINING=Y を指定した研修実行以外では印字しない。
      ** 標識のあるマスタ(匿名化済みの写し)を元には生成しない
      **=================================================================
        identification           division.
        program-id.              cust_anon_gen.
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
        select dlva-file
            assign to WS-DLVA-FILENAME
            organization indexed
            access mode dynamic
            record key is D-副住所キー
            file status is WS-DLVA-FS.
        select anon-cust-file
            assign to WS-OUT-CUST-NAME
            organization indexed
            access mode dynamic
            record key is AC-顧客番号
            alternate record key is AC-顧客名（カナ）
                with duplicates
            alternate record key is AC-郵便番号７桁
                with duplicates
            file status is WS-ACUST-FS.
        select anon-dlva-file
            assign to WS-OUT-DLVA-NAME
            organization indexed
            access mode dynamic
            record key is AD-副住所キー
            file status is WS-ADLVA-FS.
      * 旧番号→新番号の対応表(毎回作り直す)
        select map-work-file
            assign to WS-MAP-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is AM-旧番号
            file status is WS-MAP-FS.
      * 記録ファイルの付け替え(ファイル名は呼び出し前に差し替える)
        select remap-in-file
            assign to WS-RM-IN-NAME
            organization line sequential
            file status is WS-RMI-FS.
        select remap-out-file
            assign to WS-RM-OUT-NAME
            organization line sequential
            file status is WS-RMO-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  dlva-file
            label records are standard.
        01  DLVA-REC.
            COPY CUSTDLVA.

        fd  anon-cust-file
            label records are standard.
        01  ANON-CUST-REC.
            COPY CUSTADDR REPLACING LEADING ==C-== BY ==AC-==.

        fd  anon-dlva-file
            label records are standard.
        01  ANON-DLVA-REC.
            COPY CUSTDLVA REPLACING LEADING ==D-== BY ==AD-==.

        fd  map-work-file
            label records are standard.
        01  MAP-WORK-REC.
            03 AM-旧番号        pic X(08).
            03 AM-新番号        pic X(08).

        fd  remap-in-file
            label records are standard.
        01  RM-IN-REC           pic X(200).

        fd  remap-out-file
            label records are standard.
        01  RM-OUT-REC          pic X(200).

        working-storage           section.
        01  WS-CUST-FS          pic X(02).
        01  WS-DLVA-FS          pic X(02).
        01  WS-ACUST-FS         pic X(02).
        01  WS-ADLVA-FS         pic X(02).
        01  WS-MAP-FS           pic X(02).
        01  WS-RMI-FS           pic X(02).
        01  WS-RMO-FS           pic X(02).
        01  WS-CUST-EOF         pic X(01).
        01  WS-DLVA-EOF         pic X(01).
        01  WS-RM-EOF           pic X(01).
        01  WS-DLVA-OPENED      pic X(01) value "N".
      * 匿名化済みの写しであることを示す標識レコードの顧客番号
      * (label_print が同じ値で判定する)
        01  WS-MARK-NO          pic X(08) value "#ANONYM#".
        01  WS-OUT-DIR          pic X(256) value "training".
        01  WS-OUT-CUST-NAME    pic X(256).
        01  WS-OUT-DLVA-NAME    pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-CMD-AREA.
           03 WS-CMD              pic X(600).
           03 filler              pic X(01) value low-value.
        01  WS-TODAY-DATE       pic 9(08).
      * 記録ファイルの付け替え。顧客番号の開始桁と入出力名を
      * 差し替えて REMAP-FILE-S を呼ぶ
        01  WS-RM-IN-NAME       pic X(256).
        01  WS-RM-OUT-NAME      pic X(256).
        01  WS-RM-POS           pic 9(03).
        01  WS-RM-NO            pic X(08).
        01  WS-RM-COUNT         pic 9(07).
        01  WS-RM-MASK-COUNT    pic 9(07).
      * 新しい顧客番号("T"＋7桁の連番)
        01  WS-SEQ              pic 9(07) value 0.
        01  WS-NEW-NO.
            03 filler           pic X(01) value "T".
            03 WS-NEW-SEQ       pic 9(07).
      * 架空の氏名(姓10×名10の組合せ。漢字とカナは同じ並び)
        01  WS-FAMILY-DEFS.
            03 filler pic X(12) value "佐藤".
            03 filler pic X(18) value "サトウ".
            03 filler pic X(12) value "鈴木".
            03 filler pic X(18) value "スズキ".
            03 filler pic X(12) value "高橋".
            03 filler pic X(18) value "タカハシ".
            03 filler pic X(12) value "田中".
            03 filler pic X(18) value "タナカ".
            03 filler pic X(12) value "伊藤".
            03 filler pic X(18) value "イトウ".
            03 filler pic X(12) value "渡辺".
            03 filler pic X(18) value "ワタナベ".
            03 filler pic X(12) value "山本".
            03 filler pic X(18) value "ヤマモト".
            03 filler pic X(12) value "中村".
            03 filler pic X(18) value "ナカムラ".
            03 filler pic X(12) value "小林".
            03 filler pic X(18) value "コバヤシ".
            03 filler pic X(12) value "加藤".
            03 filler pic X(18) value "カトウ".
        01  WS-FAMILY-TBL REDEFINES WS-FAMILY-DEFS.
            03 WS-FAMILY  occurs 10.
               05 WS-FAMILY-KANJI  pic X(12).
               05 WS-FAMILY-KANA   pic X(18).
        01  WS-GIVEN-DEFS.
            03 filler pic X(06) value "太郎".
            03 filler pic X(12) value "タロウ".
            03 filler pic X(06) value "花子".
            03 filler pic X(12) value "ハナコ".
            03 filler pic X(06) value "一郎".
            03 filler pic X(12) value "イチロウ".
            03 filler pic X(06) value "由美".
            03 filler pic X(12) value "ユミ".
            03 filler pic X(06) value "健".
            03 filler pic X(12) value "ケン".
            03 filler pic X(06) value "恵子".
            03 filler pic X(12) value "ケイコ".
            03 filler pic X(06) value "翔".
            03 filler pic X(12) value "ショウ".
            03 filler pic X(06) value "陽子".
            03 filler pic X(12) value "ヨウコ".
            03 filler pic X(06) value "誠".
            03 filler pic X(12) value "マコト".
            03 filler pic X(06) value "直美".
            03 filler pic X(12) value "ナオミ".
        01  WS-GIVEN-TBL REDEFINES WS-GIVEN-DEFS.
            03 WS-GIVEN  occurs 10.
               05 WS-GIVEN-KANJI   pic X(06).
               05 WS-GIVEN-KANA    pic X(12).
        01  WS-FK-WORK          pic 9(09).
        01  WS-FK-Q             pic 9(09).
        01  WS-FK-R             pic 9(02).
        01  WS-FK-FAMILY        pic 9(02).
        01  WS-FK-GIVEN         pic 9(02).
      * 架空の番地(丁目-番-号を全角数字で)
        01  WS-FK-CHOME         pic 9(01).
        01  WS-FK-BAN           pic 9(02).
        01  WS-FK-GO            pic 9(02).
        01  WS-FK-BAN-ED        pic Z9.
        01  WS-FK-GO-ED         pic Z9.
        01  WS-FK-ASCII         pic X(10).
        01  WS-FK-PTR           pic 9(03).
        01  WS-FK-CH            pic X(01).
        01  WS-ZEN-DIGIT-DEFS   pic X(30)
                                value "０１２３４５６７８９".
        01  WS-ZEN-DIGIT-TBL REDEFINES WS-ZEN-DIGIT-DEFS.
            03 WS-ZEN-DIGIT  occurs 10  pic X(03).
        01  WS-ZEN-IDX          pic 9(02).
      * 顧客側N項目の生バイト・ビュー
        01  WS-NAME-N           pic N(20).
        01  WS-NAME-X REDEFINES WS-NAME-N pic X(60).
        01  WS-KANA-N           pic N(20).
        01  WS-KANA-X REDEFINES WS-KANA-N pic X(60).
        01  WS-BANCHI-N         pic N(30).
        01  WS-BANCHI-X REDEFINES WS-BANCHI-N pic X(90).
        01  WS-OVERSEAS-ED      pic 9(07).
      * 件数
        01  WS-CUST-COUNT       pic 9(07) value 0.
        01  WS-DLVA-COUNT       pic 9(07) value 0.
        01  WS-DLVA-DROP-COUNT  pic 9(07) value 0.
        01  WS-HIST-COUNT       pic 9(07) value 0.
        01  WS-HIST-MASK-COUNT  pic 9(07) value 0.
        01  WS-RET-COUNT        pic 9(07) value 0.
        01  WS-RET-MASK-COUNT   pic 9(07) value 0.
        01  WS-ARG-JUNK         pic X(10).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "CUST_ANON_GEN".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 9(02).
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(70).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME      pic X(256).
        01  WS-DLVA-FILENAME      pic X(256).
        01  WS-MAP-WORK-FILENAME  pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD           pic X(600).
           03 filler                pic X(01) value low-value.
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:4) = "DIR="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-OUT-DIR
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           call "ENV001" using WS-ENV-MODE WS-OUT-DIR.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-TODAY-DATE from date yyyymmdd.
           perform OPEN-FILES-S thru OPEN-FILES-E.
      * (1) 顧客マスタ。番号の対応表を作りながら写す
           move low-values to C-顧客番号.
           move "N" to WS-CUST-EOF.
           start cust-file key is >= C-顧客番号
              invalid key
                 move "Y" to WS-CUST-EOF
           end-start.
           perform CUST-PASS-S thru CUST-PASS-E
              until WS-CUST-EOF = "Y".
           perform MARK-S thru MARK-E.
      * (2) 配送先サブ住所
           if WS-DLVA-OPENED = "Y"
              move low-values to D-副住所キー
              move "N" to WS-DLVA-EOF
              start dlva-file key is >= D-副住所キー
                 invalid key
                    move "Y" to WS-DLVA-EOF
              end-start
              perform DLVA-PASS-S thru DLVA-PASS-E
                 until WS-DLVA-EOF = "Y"
           end-if.
      * (3) 郵送履歴(顧客番号は1桁目から)
           move "mailing_hist.dat" to WS-RM-IN-NAME.
           move spaces to WS-RM-OUT-NAME.
           string WS-OUT-DIR          delimited by space
                  "/mailing_hist.dat" delimited by size
                  into WS-RM-OUT-NAME.
           move 1 to WS-RM-POS.
           perform REMAP-FILE-S thru REMAP-FILE-E.
           move WS-RM-COUNT to WS-HIST-COUNT.
           move WS-RM-MASK-COUNT to WS-HIST-MASK-COUNT.
      * (4) 返送記録(「YYYYMMDD HHMMSS cust=」の後ろ、22桁目から)
           move "mail_return.dat" to WS-RM-IN-NAME.
           move spaces to WS-RM-OUT-NAME.
           string WS-OUT-DIR          delimited by space
                  "/mail_return.dat"  delimited by size
                  into WS-RM-OUT-NAME.
           move 22 to WS-RM-POS.
           perform REMAP-FILE-S thru REMAP-FILE-E.
           move WS-RM-COUNT to WS-RET-COUNT.
           move WS-RM-MASK-COUNT to WS-RET-MASK-COUNT.
           perform CLOSE-FILES-S thru CLOSE-FILES-E.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-MAP-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           display "anonymized copy in " WS-OUT-DIR(1:30).
           display "CUSTOMERS=" WS-CUST-COUNT
                   " SUB-ADDR=" WS-DLVA-COUNT
                   " (dropped=" WS-DLVA-DROP-COUNT ")".
           display "MAILING-HIST=" WS-HIST-COUNT
                   " (masked=" WS-HIST-MASK-COUNT ")"
                   " MAIL-RETURN=" WS-RET-COUNT
                   " (masked=" WS-RET-MASK-COUNT ")".
           display "set TRAINING=Y in label_print.ctl to print "
                   "from this copy".
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-CUST-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        OPEN-FILES-S.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              go to FAIL-S
           end-if.
      * 匿名化済みの写しを元にすると対応が二重になるので止める
           move WS-MARK-NO to C-顧客番号.
           read cust-file key is C-顧客番号
              invalid key
                 continue
              not invalid key
                 display "ERROR: customer.idx is already an "
                         "anonymized copy - not regenerated"
                 close cust-file
                 go to FAIL-S
           end-read.
           open input dlva-file.
           if WS-DLVA-FS = "00"
              move "Y" to WS-DLVA-OPENED
           end-if.
           move spaces to WS-CMD.
           string "mkdir -p "  delimited by size
                  WS-OUT-DIR   delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
           move spaces to WS-OUT-CUST-NAME.
           string WS-OUT-DIR       delimited by space
                  "/customer.idx"  delimited by size
                  into WS-OUT-CUST-NAME.
           move spaces to WS-OUT-DLVA-NAME.
           string WS-OUT-DIR       delimited by space
                  "/custaddr2.idx" delimited by size
                  into WS-OUT-DLVA-NAME.
           open output anon-cust-file.
           if WS-ACUST-FS not = "00"
              display "ERROR: cannot create " WS-OUT-CUST-NAME(1:40)
                      " status=" WS-ACUST-FS
              go to FAIL-S
           end-if.
           open output anon-dlva-file.
           if WS-ADLVA-FS not = "00"
              display "ERROR: cannot create " WS-OUT-DLVA-NAME(1:40)
                      " status=" WS-ADLVA-FS
              go to FAIL-S
           end-if.
           open output map-work-file.
           close map-work-file.
           open i-o map-work-file.
           if WS-MAP-FS not = "00"
              display "ERROR: cannot open cust_anon_map.idx"
                      " status=" WS-MAP-FS
              go to FAIL-S
           end-if.
           go to OPEN-FILES-E.
        FAIL-S.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        OPEN-FILES-E.

        CLOSE-FILES-S.
           close map-work-file.
           close anon-dlva-file.
           close anon-cust-file.
           if WS-DLVA-OPENED = "Y"
              close dlva-file
           end-if.
           close cust-file.
        CLOSE-FILES-E.

        CUST-PASS-S.
           read cust-file next record
              at end
                 move "Y" to WS-CUST-EOF
                 go to CUST-PASS-E
           end-read.
           compute WS-SEQ = WS-SEQ + 1.
           move WS-SEQ to WS-NEW-SEQ.
           move C-顧客番号 to AM-旧番号.
           move WS-NEW-NO to AM-新番号.
           write MAP-WORK-REC
              invalid key
                 display "WARNING: duplicate customer "
                         C-顧客番号 " skipped"
                 go to CUST-PASS-E
           end-write.
           perform FAKE-NAME-S thru FAKE-NAME-E.
           perform FAKE-BANCHI-S thru FAKE-BANCHI-E.
           move CUST-REC to ANON-CUST-REC.
           move WS-NEW-NO to AC-顧客番号.
           move WS-NAME-N to AC-顧客名（漢字）.
           move WS-KANA-N to AC-顧客名（カナ）.
           move WS-BANCHI-N to AC-番地建物.
      * 国外顧客の海外住所は自由形式で氏名・番地を含み得るので、
      * 国名以外を架空の表記にする
           if C-国コード not = spaces
              and C-国コード not = "JP"
              move WS-SEQ to WS-OVERSEAS-ED
              move spaces to AC-海外住所
              string WS-OVERSEAS-ED    delimited by size
                     " SAMPLE STREET, SAMPLE CITY "
                                       delimited by size
                     C-国コード         delimited by size
                     into AC-海外住所
           end-if.
           write ANON-CUST-REC
              invalid key
                 display "WARNING: cannot write " WS-NEW-NO
                         " status=" WS-ACUST-FS
                 go to CUST-PASS-E
           end-write.
           compute WS-CUST-COUNT = WS-CUST-COUNT + 1.
        CUST-PASS-E.

        FAKE-NAME-S.
      * 連番から姓と名を選ぶ(同じ入力からは同じ写しができる)
           divide WS-SEQ by 10 giving WS-FK-Q remainder WS-FK-R.
           compute WS-FK-FAMILY = WS-FK-R + 1.
           compute WS-FK-WORK = WS-SEQ * 7 + WS-FK-Q.
           divide WS-FK-WORK by 10 giving WS-FK-Q remainder WS-FK-R.
           compute WS-FK-GIVEN = WS-FK-R + 1.
           move spaces to WS-NAME-X.
           string WS-FAMILY-KANJI(WS-FK-FAMILY) delimited by space
                  "　"                          delimited by size
                  WS-GIVEN-KANJI(WS-FK-GIVEN)   delimited by space
                  into WS-NAME-X.
           move spaces to WS-KANA-X.
           string WS-FAMILY-KANA(WS-FK-FAMILY)  delimited by space
                  "　"                          delimited by size
                  WS-GIVEN-KANA(WS-FK-GIVEN)    delimited by space
                  into WS-KANA-X.
        FAKE-NAME-E.

        FAKE-BANCHI-S.
      * 「丁目－番－号」を全角数字で組む。町域は本物なので番地だけ
      * 架空にすれば実在の住まいは特定できない
           divide WS-SEQ by 5 giving WS-FK-Q remainder WS-FK-R.
           compute WS-FK-CHOME = WS-FK-R + 1.
           compute WS-FK-WORK = WS-SEQ * 3.
           divide WS-FK-WORK by 30 giving WS-FK-Q remainder WS-FK-R.
           compute WS-FK-BAN = WS-FK-R + 1.
           compute WS-FK-WORK = WS-SEQ * 7.
           divide WS-FK-WORK by 20 giving WS-FK-Q remainder WS-FK-R.
           compute WS-FK-GO = WS-FK-R + 1.
           move WS-FK-BAN to WS-FK-BAN-ED.
           move WS-FK-GO to WS-FK-GO-ED.
           move spaces to WS-FK-ASCII.
           string WS-FK-CHOME  delimited by size
                  "-"          delimited by size
                  WS-FK-BAN-ED delimited by size
                  "-"          delimited by size
                  WS-FK-GO-ED  delimited by size
                  into WS-FK-ASCII.
           move spaces to WS-BANCHI-X.
           move 1 to WS-FK-PTR.
           move 1 to i.
           perform until i > 10
              move WS-FK-ASCII(i:1) to WS-FK-CH
              if WS-FK-CH is numeric
                 move WS-FK-CH to WS-ZEN-IDX
                 compute WS-ZEN-IDX = WS-ZEN-IDX + 1
                 string WS-ZEN-DIGIT(WS-ZEN-IDX) delimited by size
                        into WS-BANCHI-X
                        with pointer WS-FK-PTR
              end-if
              if WS-FK-CH = "-"
                 string "－" delimited by size
                        into WS-BANCHI-X
                        with pointer WS-FK-PTR
              end-if
              compute i = i + 1
           end-perform.
        FAKE-BANCHI-E.

        MARK-S.
      * 匿名化済みの写しであることを示す標識レコード。郵送停止と
      * 国コード"ZZ"で郵便番号監査・ラベル・差込み等から外れる
           move spaces to ANON-CUST-REC.
           move WS-MARK-NO to AC-顧客番号.
           move spaces to WS-NAME-X.
           string "研修用匿名化データ"  delimited by size
                  "（本番使用禁止）"    delimited by size
                  into WS-NAME-X.
           move WS-NAME-N to AC-顧客名（漢字）.
           move WS-TODAY-DATE to AC-更新年月日.
           move "Y" to AC-郵送停止フラグ.
           move "ZZ" to AC-国コード.
           string "ANONYMIZED TRAINING COPY - NOT FOR PRODUCTION"
                  " created=" WS-TODAY-DATE
                  delimited by size into AC-海外住所.
           write ANON-CUST-REC
              invalid key
                 display "ERROR: cannot write marker record status="
                         WS-ACUST-FS
           end-write.
        MARK-E.

        DLVA-PASS-S.
           read dlva-file next record
              at end
                 move "Y" to WS-DLVA-EOF
                 go to DLVA-PASS-E
           end-read.
      * 本体の無いサブ住所は写さない(対応する番号が無い)
           move D-顧客番号 to AM-旧番号.
           read map-work-file key is AM-旧番号
              invalid key
                 compute WS-DLVA-DROP-COUNT = WS-DLVA-DROP-COUNT + 1
                 go to DLVA-PASS-E
           end-read.
           move AM-新番号 to WS-NEW-NO.
           move WS-NEW-SEQ to WS-SEQ.
           perform FAKE-BANCHI-S thru FAKE-BANCHI-E.
           move DLVA-REC to ANON-DLVA-REC.
           move AM-新番号 to AD-顧客番号.
           move WS-BANCHI-N to AD-番地建物.
           write ANON-DLVA-REC
              invalid key
                 display "WARNING: cannot write sub-address "
                         AD-副住所キー " status=" WS-ADLVA-FS
                 go to DLVA-PASS-E
           end-write.
           compute WS-DLVA-COUNT = WS-DLVA-COUNT + 1.
        DLVA-PASS-E.

        REMAP-FILE-S.
      * 記録ファイルを1行ずつ写し、WS-RM-POS 桁目からの顧客番号を
      * 新番号へ付け替える。対応の無い番号(消去・統合済み等)は
      * 伏字にする。元ファイルが無ければ空の写しを作る
           move 0 to WS-RM-COUNT.
           move 0 to WS-RM-MASK-COUNT.
           open output remap-out-file.
           call "ENV001" using WS-ENV-MODE WS-RM-IN-NAME.
           open input remap-in-file.
           if WS-RMI-FS not = "00"
              close remap-out-file
              go to REMAP-FILE-E
           end-if.
           move "N" to WS-RM-EOF.
           perform until WS-RM-EOF = "Y"
              read remap-in-file
                 at end
                    move "Y" to WS-RM-EOF
                 not at end
                    perform REMAP-LINE-S thru REMAP-LINE-E
              end-read
           end-perform.
           close remap-in-file.
           close remap-out-file.
        REMAP-FILE-E.

        REMAP-LINE-S.
           move RM-IN-REC to RM-OUT-REC.
           move RM-IN-REC(WS-RM-POS:8) to WS-RM-NO.
           if WS-RM-NO not = spaces
              and WS-RM-NO not = "********"
              move WS-RM-NO to AM-旧番号
              read map-work-file key is AM-旧番号
                 invalid key
                    move "********" to RM-OUT-REC(WS-RM-POS:8)
                    compute WS-RM-MASK-COUNT = WS-RM-MASK-COUNT + 1
                 not invalid key
                    move AM-新番号 to RM-OUT-REC(WS-RM-POS:8)
              end-read
           end-if.
           write RM-OUT-REC.
           compute WS-RM-COUNT = WS-RM-COUNT + 1.
        REMAP-LINE-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "custaddr2.idx" to WS-DLVA-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DLVA-FILENAME.
           move "cust_anon_map.idx" to WS-MAP-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MAP-WORK-FILENAME.
        ENV-RESOLVE-E.
