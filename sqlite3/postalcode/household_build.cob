      **=================================================================
      ** 世帯の名寄せバッチ(同じ住所の別人をひとつの世帯にまとめる)
      ** 入力：customer.idx (顧客住所マスタ)
      **       variant_table.dat (異体字の代表字。VAR001経由)
      ** 出力：household.idx (顧客ごとの世帯番号・代表者・世帯人数。
      **       毎回作り直す。世帯番号は実行ごとに振り直す)
      **       household_build.rpt (2人以上の世帯の明細と件数)
      ** 家族や小さな事業所では同じ住所に複数の顧客番号があり、
      ** 1人ずつラベル・レターが届いて郵送料の無駄と苦情の元に
      ** なっている。郵便番号７桁が同じで、町域名＋番地建物の表記を
      ** 寄せて(空白除去・全角数字と漢数字を半角へ・ハイフン類と
      ** 丁目/番地/番/号を区切りへ・「号室」を除去・異体字を代表字
      ** へ)一致する顧客を同じ世帯とし、最も若い顧客番号の顧客を
      ** 代表者にする。label_print・mail_merge は label_print.ctl の
      ** HOUSEHOLD= 指定で世帯ごとに1通だけを出す。
      ** 同一人物の二重登録を探す cust_dedupe とは別物で、こちらは
      ** 同じ屋根の下の別人をまとめる。国外顧客と郵便番号の無い
      ** 顧客は対象外(世帯レコードを作らない)
      **=================================================================
        identification           division.
        program-id.              household_build.
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
        select hh-file
            assign to WS-HH-FILENAME
            organization indexed
            access mode dynamic
            record key is H-顧客番号
            alternate record key is H-世帯番号
                with duplicates
            file status is WS-HH-FS.
      * 住所の寄せキー→世帯の作業索引(毎回作り直す)
        select hw-work-file
            assign to WS-HW-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is HW-住所キー
            file status is WS-HW-FS.
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

        fd  hh-file
            label records are standard.
        01  HH-REC.
            COPY HOUSEHLD.

        fd  hw-work-file
            label records are standard.
        01  HW-WORK-REC.
            03 HW-住所キー.
               05 HW-郵便番号   pic X(07).
               05 HW-寄せ住所   pic X(200).
            03 HW-世帯番号      pic X(08).
            03 HW-代表顧客番号  pic X(08).
            03 HW-代表顧客名    pic N(20).
            03 HW-世帯人数      pic 9(03).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(200).

        working-storage           section.
        01  WS-CUST-FS          pic X(02).
        01  WS-HH-FS            pic X(02).
        01  WS-HW-FS            pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-CUST-EOF         pic X(01).
        01  WS-HH-EOF           pic X(01).
        01  WS-RUN-DATE         pic 9(08).
        01  WS-RPT-LINE         pic X(200).
        01  WS-SEQ              pic 9(07) value 0.
        01  WS-NEW-HH-NO.
            03 filler           pic X(01) value "H".
            03 WS-NEW-HH-SEQ    pic 9(07).
        01  WS-PREV-HH-NO       pic X(08).
        01  WS-CNT-ED           pic ZZ9.
      * 件数
        01  WS-READ-COUNT       pic 9(07) value 0.
        01  WS-OUT-COUNT        pic 9(07) value 0.
        01  WS-EXCL-COUNT       pic 9(07) value 0.
        01  WS-MULTI-COUNT      pic 9(07) value 0.
        01  WS-MEMBER-COUNT     pic 9(07) value 0.
      * 住所の寄せ。町域名＋番地建物の生バイトを1文字ずつ見て
      * WS-NM-OUT へ寄せた表記を積み、最後に VAR001 で異体字を
      * 代表字へ寄せる(寄せた値は比較にだけ使い、マスタは変えない)
        01  WS-CHO-N            pic N(37).
        01  WS-CHO-X REDEFINES WS-CHO-N pic X(111).
        01  WS-BAN-N            pic N(30).
        01  WS-BAN-X REDEFINES WS-BAN-N pic X(90).
        01  WS-NM-SRC           pic X(400).
        01  WS-NM-LEN           pic 9(03).
        01  WS-NM-POS           pic 9(03).
        01  WS-NM-OUT           pic X(400).
        01  WS-NM-OPOS          pic 9(03).
        01  WS-NM-VAR           pic X(400).
        01  WS-NM-CH3           pic X(03).
        01  WS-NM-CH6           pic X(06).
        01  WS-NM-BYTE          pic X(01).
        01  WS-NM-STEP          pic 9(01).
        01  WS-FW-DIGIT-DEFS    pic X(30)
                                value "０１２３４５６７８９".
        01  WS-FW-DIGIT-TBL REDEFINES WS-FW-DIGIT-DEFS.
            03 WS-FW-DIGIT  occurs 10  pic X(03).
        01  WS-KJ-DIGIT-DEFS    pic X(30)
                                value "〇一二三四五六七八九".
        01  WS-KJ-DIGIT-TBL REDEFINES WS-KJ-DIGIT-DEFS.
            03 WS-KJ-DIGIT  occurs 10  pic X(03).
        01  WS-DIGITS           pic X(10) value "0123456789".
        01  WS-NM-HIT           pic 9(02).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "HOUSEHOLD_BUILD".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 9(02).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME     pic X(256).
        01  WS-HH-FILENAME       pic X(256).
        01  WS-HW-WORK-FILENAME  pic X(256).
        01  WS-RPT-FILENAME      pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD          pic X(600).
           03 filler               pic X(01) value low-value.
        01  WS-ENV-MODE          pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-RUN-DATE from date yyyymmdd.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           open output hw-work-file.
           close hw-work-file.
           open i-o hw-work-file.
           if WS-HW-FS not = "00"
              display "ERROR: cannot open household_build_wk.idx"
                      " status=" WS-HW-FS
              stop run
           end-if.
      * (1) 顧客番号順に読んで住所ごとの世帯を作る。最初に出会った
      *     顧客(最も若い番号)がそのまま代表者になる
           move low-values to C-顧客番号.
           move "N" to WS-CUST-EOF.
           start cust-file key is >= C-顧客番号
              invalid key
                 move "Y" to WS-CUST-EOF
           end-start.
           perform GROUP-PASS-S thru GROUP-PASS-E
              until WS-CUST-EOF = "Y".
      * (2) 顧客ごとの世帯レコードを書く(人数が確定してから)
           open output hh-file.
           if WS-HH-FS not = "00"
              display "ERROR: cannot create household.idx status="
                      WS-HH-FS
              stop run
           end-if.
           move low-values to C-顧客番号.
           move "N" to WS-CUST-EOF.
           start cust-file key is >= C-顧客番号
              invalid key
                 move "Y" to WS-CUST-EOF
           end-start.
           perform MEMBER-PASS-S thru MEMBER-PASS-E
              until WS-CUST-EOF = "Y".
           close hh-file.
           close hw-work-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-HW-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
      * (3) 2人以上の世帯の明細
           perform REPORT-S thru REPORT-E.
           close cust-file.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-MULTI-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        GROUP-PASS-S.
           read cust-file next record
              at end
                 move "Y" to WS-CUST-EOF
                 go to GROUP-PASS-E
           end-read.
           compute WS-READ-COUNT = WS-READ-COUNT + 1.
           if (C-国コード not = spaces
                 and C-国コード not = "JP")
              or C-郵便番号７桁 = spaces
              compute WS-EXCL-COUNT = WS-EXCL-COUNT + 1
              go to GROUP-PASS-E
           end-if.
           perform ADDR-KEY-S thru ADDR-KEY-E.
           read hw-work-file
              invalid key
                 compute WS-SEQ = WS-SEQ + 1
                 move WS-SEQ to WS-NEW-HH-SEQ
                 move WS-NEW-HH-NO to HW-世帯番号
                 move C-顧客番号 to HW-代表顧客番号
                 move C-顧客名（漢字） to HW-代表顧客名
                 move 1 to HW-世帯人数
                 write HW-WORK-REC
                 go to GROUP-PASS-E
           end-read.
           if HW-世帯人数 < 999
              compute HW-世帯人数 = HW-世帯人数 + 1
           end-if.
           rewrite HW-WORK-REC.
        GROUP-PASS-E.

        MEMBER-PASS-S.
           read cust-file next record
              at end
                 move "Y" to WS-CUST-EOF
                 go to MEMBER-PASS-E
           end-read.
           if (C-国コード not = spaces
                 and C-国コード not = "JP")
              or C-郵便番号７桁 = spaces
              go to MEMBER-PASS-E
           end-if.
           perform ADDR-KEY-S thru ADDR-KEY-E.
           read hw-work-file
              invalid key
                 go to MEMBER-PASS-E
           end-read.
           move spaces to HH-REC.
           move C-顧客番号 to H-顧客番号.
           move HW-世帯番号 to H-世帯番号.
           move HW-代表顧客番号 to H-代表顧客番号.
           move HW-代表顧客名 to H-代表顧客名.
           move HW-世帯人数 to H-世帯人数.
           move WS-RUN-DATE to H-作成日.
           write HH-REC
              invalid key
                 display "WARNING: cannot write household for "
                         C-顧客番号 " status=" WS-HH-FS
                 go to MEMBER-PASS-E
           end-write.
           compute WS-OUT-COUNT = WS-OUT-COUNT + 1.
        MEMBER-PASS-E.

        ADDR-KEY-S.
      * 郵便番号＋寄せた町域名・番地建物を作業索引のキーにする
           move C-町域名（漢字） to WS-CHO-N.
           move C-番地建物 to WS-BAN-N.
           move spaces to WS-NM-SRC.
           move WS-CHO-X to WS-NM-SRC(1:111).
           move WS-BAN-X to WS-NM-SRC(112:90).
           perform NORMALIZE-S thru NORMALIZE-E.
           move spaces to HW-WORK-REC.
           move C-郵便番号７桁 to HW-郵便番号.
           move WS-NM-VAR(1:200) to HW-寄せ住所.
        ADDR-KEY-E.

        NORMALIZE-S.
           move spaces to WS-NM-OUT.
           move 1 to WS-NM-OPOS.
           move 201 to WS-NM-LEN.
           perform until WS-NM-LEN = 0
                      or WS-NM-SRC(WS-NM-LEN:1) not = space
              compute WS-NM-LEN = WS-NM-LEN - 1
           end-perform.
           move 1 to WS-NM-POS.
           perform until WS-NM-POS > WS-NM-LEN
                      or WS-NM-OPOS > 390
              perform NORM-CHAR-S thru NORM-CHAR-E
           end-perform.
      * 末尾の区切りは落とす(「３号」と「３」を同じにする)
           if WS-NM-OPOS > 1
              and WS-NM-OUT(WS-NM-OPOS - 1:1) = "-"
              compute WS-NM-OPOS = WS-NM-OPOS - 1
              move space to WS-NM-OUT(WS-NM-OPOS:1)
           end-if.
           call "VAR001" using WS-NM-OUT WS-NM-VAR.
        NORMALIZE-E.

        NORM-CHAR-S.
      * 1文字を寄せて積む。半角はそのまま(空白は捨てる)、全角は
      * 数字・区切りを寄せ、それ以外はそのまま写す
           move WS-NM-SRC(WS-NM-POS:1) to WS-NM-BYTE.
           if WS-NM-BYTE < X"80"
              move 1 to WS-NM-STEP
              evaluate true
                 when WS-NM-BYTE = space
                    continue
                 when WS-NM-BYTE = "-"
                    perform NORM-HYPHEN-S thru NORM-HYPHEN-E
                 when other
                    move WS-NM-BYTE to WS-NM-OUT(WS-NM-OPOS:1)
                    compute WS-NM-OPOS = WS-NM-OPOS + 1
              end-evaluate
              compute WS-NM-POS = WS-NM-POS + WS-NM-STEP
              go to NORM-CHAR-E
           end-if.
           if WS-NM-BYTE >= X"C2" and WS-NM-BYTE <= X"DF"
              move 2 to WS-NM-STEP
              move WS-NM-SRC(WS-NM-POS:2) to WS-NM-OUT(WS-NM-OPOS:2)
              compute WS-NM-OPOS = WS-NM-OPOS + 2
              compute WS-NM-POS = WS-NM-POS + WS-NM-STEP
              go to NORM-CHAR-E
           end-if.
           if WS-NM-BYTE >= X"F0"
              move 4 to WS-NM-STEP
              move WS-NM-SRC(WS-NM-POS:4) to WS-NM-OUT(WS-NM-OPOS:4)
              compute WS-NM-OPOS = WS-NM-OPOS + 4
              compute WS-NM-POS = WS-NM-POS + WS-NM-STEP
              go to NORM-CHAR-E
           end-if.
           move 3 to WS-NM-STEP.
           move WS-NM-SRC(WS-NM-POS:3) to WS-NM-CH3.
           move WS-NM-SRC(WS-NM-POS:6) to WS-NM-CH6.
           move 0 to WS-NM-HIT.
           move 1 to i.
           perform until i > 10 or WS-NM-HIT > 0
              if WS-NM-CH3 = WS-FW-DIGIT(i)
                 or WS-NM-CH3 = WS-KJ-DIGIT(i)
                 move i to WS-NM-HIT
              end-if
              compute i = i + 1
           end-perform.
           evaluate true
              when WS-NM-HIT > 0
                 move WS-DIGITS(WS-NM-HIT:1)
                    to WS-NM-OUT(WS-NM-OPOS:1)
                 compute WS-NM-OPOS = WS-NM-OPOS + 1
              when WS-NM-CH3 = "　"
                 continue
              when WS-NM-CH6 = "号室"
                 move 6 to WS-NM-STEP
              when WS-NM-CH6 = "丁目" or WS-NM-CH6 = "番地"
                 move 6 to WS-NM-STEP
                 perform NORM-HYPHEN-S thru NORM-HYPHEN-E
              when WS-NM-CH3 = "番" or WS-NM-CH3 = "号"
                 or WS-NM-CH3 = "－" or WS-NM-CH3 = "−"
                 or WS-NM-CH3 = "‐" or WS-NM-CH3 = "ー"
                 or WS-NM-CH3 = "―" or WS-NM-CH3 = "の"
                 perform NORM-HYPHEN-S thru NORM-HYPHEN-E
              when other
                 move WS-NM-CH3 to WS-NM-OUT(WS-NM-OPOS:3)
                 compute WS-NM-OPOS = WS-NM-OPOS + 3
           end-evaluate.
           compute WS-NM-POS = WS-NM-POS + WS-NM-STEP.
        NORM-CHAR-E.

        NORM-HYPHEN-S.
      * 区切りは1つにまとめ、先頭には置かない
           if WS-NM-OPOS > 1
              and WS-NM-OUT(WS-NM-OPOS - 1:1) not = "-"
              move "-" to WS-NM-OUT(WS-NM-OPOS:1)
              compute WS-NM-OPOS = WS-NM-OPOS + 1
           end-if.
        NORM-HYPHEN-E.

        REPORT-S.
      * 世帯番号の副キー順に読み、2人以上の世帯だけを明細にする
           open output rpt-file.
           move spaces to WS-RPT-LINE.
           string "== households RUN-DATE=" WS-RUN-DATE
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           open input hh-file.
           if WS-HH-FS not = "00"
              go to REPORT-TOTAL-S
           end-if.
           move low-values to H-世帯番号.
           move "N" to WS-HH-EOF.
           move spaces to WS-PREV-HH-NO.
           start hh-file key is >= H-世帯番号
              invalid key
                 move "Y" to WS-HH-EOF
           end-start.
           perform until WS-HH-EOF = "Y"
              read hh-file next record
                 at end
                    move "Y" to WS-HH-EOF
                 not at end
                    if H-世帯人数 > 1
                       perform REPORT-ONE-S thru REPORT-ONE-E
                    end-if
              end-read
           end-perform.
           close hh-file.
        REPORT-TOTAL-S.
           move spaces to WS-RPT-LINE.
           string "CUSTOMERS=" WS-READ-COUNT
                  " IN-HOUSEHOLD-FILE=" WS-OUT-COUNT
                  " EXCLUDED(overseas/no zip)=" WS-EXCL-COUNT
                  " MULTI-MEMBER=" WS-MULTI-COUNT
                  " MEMBERS=" WS-MEMBER-COUNT
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           display WS-RPT-LINE.
           close rpt-file.
        REPORT-E.

        REPORT-ONE-S.
           if H-世帯番号 not = WS-PREV-HH-NO
              move H-世帯番号 to WS-PREV-HH-NO
              compute WS-MULTI-COUNT = WS-MULTI-COUNT + 1
              move H-世帯人数 to WS-CNT-ED
              move spaces to WS-RPT-LINE
              string "HOUSEHOLD " H-世帯番号
                     " members=" WS-CNT-ED
                     " primary=" H-代表顧客番号
                     into WS-RPT-LINE
              move WS-RPT-LINE to RPT-FD-REC
              write RPT-FD-REC
           end-if.
           compute WS-MEMBER-COUNT = WS-MEMBER-COUNT + 1.
           move H-顧客番号 to C-顧客番号.
           read cust-file key is C-顧客番号
              invalid key
                 move spaces to CUST-REC
                 move H-顧客番号 to C-顧客番号
           end-read.
           move C-番地建物 to WS-BAN-N.
           move spaces to WS-RPT-LINE.
           string "  cust=" C-顧客番号
                  " zip=" C-郵便番号７桁
                  " "                   delimited by size
                  WS-BAN-X              delimited by "  "
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        REPORT-ONE-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "household.idx" to WS-HH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HH-FILENAME.
           move "household_build_wk.idx" to WS-HW-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HW-WORK-FILENAME.
           move "household_build.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
