      **=================================================================
      ** 追跡郵便台帳の追跡番号の取込みと配達状況の更新
      ** 引数：NUMBERS=ファイル (追跡番号の一括取込み。1行1通の
      **         顧客番号,キャンペーン,差出日,追跡番号
      **       差出日を空欄にするとその顧客・キャンペーンの最も新しい
      **       番号待ちの1通に当てる。窓口の受領証を表計算で打ち込んだ
      **       ものなどを想定)
      **       STATUS=ファイル (日本郵便の追跡サービスから書き出した
      **       状況ファイル。1行1事象の
      **         お問い合わせ番号,状態,日付,詳細
      **       番号のハイフン、日付の / - は無視する。状態の文言に
      **       「返送」を含めば返送、「お届け済み」「配達完了」を含め
      **       ば配達済み、「引受」を含めば引受とし、それ以外(中継・
      **       持ち戻り等)は読み飛ばす)
      **       どちらも省略時は track_numbers.dat と jp_tracking.csv
      **       を(あれば)この順に処理する
      ** 入力：tracked_mail.idx (追跡郵便台帳)
      **       customer.idx (返送時の郵送停止フラグ)
      ** 出力：tracked_mail.idx (追跡番号・状態 T/A/D/R と状態日)
      **       mail_return.dat (返送になった1通を mail_return と同じ
      **       形で追記。事由は詳細の文言が「転居」ならM、「拒否」なら
      **       R、それ以外はU。oper は TRACKUPD)
      **       customer.idx (返送の顧客の C-郵送停止フラグ="Y")
      **       track_update.rpt (取込み・更新の件数と、台帳に無い
      **       番号・不正な行の一覧)
      ** 状態は 番号待ち(P)→番号登録済(T)→引受(A)→配達済(D)/
      ** 返送(R) の順にしか進めない。同じ番号の古い事象が後から
      ** 来ても戻さないので、状況ファイルの行の順は問わない
      **=================================================================
        identification           division.
        program-id.              track_update.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select track-file
            assign to WS-TRACK-FILENAME
            organization indexed
            access mode dynamic
            record key is TM-キー
            alternate record key is TM-追跡番号
                with duplicates
            file status is WS-TRK-FS.
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
        select in-file
            assign to WS-IN-FILENAME
            organization line sequential
            file status is WS-IN-FS.
        select return-file
            assign to WS-RETURN-FILENAME
            organization line sequential
            file status is WS-RET-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  track-file
            label records are standard.
        01  TRACK-REC.
            COPY TRKMAIL.

        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  in-file
            label records are standard.
        01  IN-FD-REC           pic X(300).

        fd  return-file
            label records are standard.
        01  RETURN-FD-REC       pic X(80).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(120).

        working-storage           section.
        01  WS-TRK-FS           pic X(02).
        01  WS-CUST-FS          pic X(02).
        01  WS-IN-FS            pic X(02).
        01  WS-RET-FS           pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-IN-EOF           pic X(01).
        01  WS-CUST-OPENED      pic X(01) value "N".
        01  WS-ARG-JUNK         pic X(10).
        01  WS-NUMBERS-FILE     pic X(256) value spaces.
        01  WS-STATUS-FILE      pic X(256) value spaces.
        01  WS-TODAY            pic 9(08).
        01  WS-NOW              pic 9(08).
      * 追跡番号の取込み行
        01  WS-N-CUST           pic X(08).
        01  WS-N-CAMP           pic X(08).
        01  WS-N-DATE           pic X(08).
        01  WS-N-TRACK          pic X(20).
        01  WS-N-FOUND          pic X(01).
        01  WS-N-LAST-KEY       pic X(24).
        01  WS-N-DONE           pic X(01).
      * 状況ファイルの行
        01  WS-S-TRACK          pic X(20).
        01  WS-S-TEXT           pic X(60).
        01  WS-S-DATE-IN        pic X(10).
        01  WS-S-DETAIL         pic X(120).
        01  WS-S-DATE           pic X(08).
        01  WS-S-NEW            pic X(01).
        01  WS-S-REASON         pic X(01).
        01  WS-HIT              pic 9(03).
      * 追跡番号の正規化(数字だけを詰める)
        01  WS-TRACK-RAW        pic X(20).
        01  WS-TRACK-NO         pic X(13).
        01  WS-TRACK-LEN        pic 9(02).
        01  WS-TRACK-POS        pic 9(02).
        01  WS-TRACK-OK         pic X(01).
      * 件数
        01  WS-N-READ           pic 9(07) value 0.
        01  WS-N-APPLIED        pic 9(07) value 0.
        01  WS-N-NOTFOUND       pic 9(07) value 0.
        01  WS-N-DUP            pic 9(07) value 0.
        01  WS-N-BAD            pic 9(07) value 0.
        01  WS-S-READ           pic 9(07) value 0.
        01  WS-S-ACCEPTED       pic 9(07) value 0.
        01  WS-S-DELIVERED      pic 9(07) value 0.
        01  WS-S-RETURNED       pic 9(07) value 0.
        01  WS-S-UNMATCHED      pic 9(07) value 0.
        01  WS-S-SKIPPED        pic 9(07) value 0.
        01  WS-RPT-LINE         pic X(120).
        01  WS-RET-LINE         pic X(80).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "TRACK_UPDATE".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 9(02).
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(270).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-TRACK-FILENAME    pic X(256).
        01  WS-CUST-FILENAME     pic X(256).
        01  WS-IN-FILENAME       pic X(256).
        01  WS-RETURN-FILENAME   pic X(256).
        01  WS-RPT-FILENAME      pic X(256).
        01  WS-ENV-MODE          pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc or i > 10
                 accept param(i) from argument-value
                 if param(i)(1:8) = "NUMBERS="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-NUMBERS-FILE
                 end-if
                 if param(i)(1:7) = "STATUS="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-STATUS-FILE
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           if WS-NUMBERS-FILE = spaces and WS-STATUS-FILE = spaces
              move "track_numbers.dat" to WS-NUMBERS-FILE
              move "jp_tracking.csv"   to WS-STATUS-FILE
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-TODAY from date yyyymmdd.
           open i-o track-file.
           if WS-TRK-FS not = "00"
              display "ERROR: cannot open tracked_mail.idx status="
                      WS-TRK-FS
              move "END  " to WS-RJ-MODE
              move "FAILED" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           open output rpt-file.
           if WS-NUMBERS-FILE not = spaces
              perform NUMBERS-RUN-S thru NUMBERS-RUN-E
           end-if.
           if WS-STATUS-FILE not = spaces
              perform STATUS-RUN-S thru STATUS-RUN-E
           end-if.
           close rpt-file.
           close track-file.
           if WS-CUST-OPENED = "Y"
              close cust-file
           end-if.
           display "NUMBERS READ=" WS-N-READ " APPLIED=" WS-N-APPLIED
                   " NOT-FOUND=" WS-N-NOTFOUND " DUP=" WS-N-DUP
                   " BAD=" WS-N-BAD.
           display "STATUS READ=" WS-S-READ
                   " ACCEPTED=" WS-S-ACCEPTED
                   " DELIVERED=" WS-S-DELIVERED
                   " RETURNED=" WS-S-RETURNED
                   " UNMATCHED=" WS-S-UNMATCHED.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           compute WS-RJ-COUNT = WS-N-APPLIED + WS-S-ACCEPTED
                               + WS-S-DELIVERED + WS-S-RETURNED.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        NUMBERS-RUN-S.
      * 追跡番号の一括取込み
           move WS-NUMBERS-FILE to WS-IN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IN-FILENAME.
           open input in-file.
           if WS-IN-FS not = "00"
              move spaces to WS-RPT-LINE
              string "NUMBERS file not found: " delimited by size
                     WS-NUMBERS-FILE delimited by space
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
              go to NUMBERS-RUN-E
           end-if.
           move "N" to WS-IN-EOF.
           perform until WS-IN-EOF = "Y"
              read in-file
                 at end
                    move "Y" to WS-IN-EOF
                 not at end
                    if IN-FD-REC not = spaces
                       and IN-FD-REC(1:1) not = "*"
                       perform NUMBER-ONE-S thru NUMBER-ONE-E
                    end-if
              end-read
           end-perform.
           close in-file.
           move spaces to WS-RPT-LINE.
           string "NUMBERS READ=" WS-N-READ
                  " APPLIED=" WS-N-APPLIED
                  " NOT-FOUND=" WS-N-NOTFOUND
                  " DUP=" WS-N-DUP
                  " BAD=" WS-N-BAD
                  delimited by size into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
        NUMBERS-RUN-E.

        NUMBER-ONE-S.
           add 1 to WS-N-READ.
           move spaces to WS-N-CUST WS-N-CAMP WS-N-DATE WS-N-TRACK.
           unstring IN-FD-REC delimited by ","
              into WS-N-CUST WS-N-CAMP WS-N-DATE WS-N-TRACK.
           move WS-N-TRACK to WS-TRACK-RAW.
           perform NORM-TRACK-S thru NORM-TRACK-E.
           if WS-TRACK-OK not = "Y" or WS-N-CUST = spaces
              add 1 to WS-N-BAD
              move spaces to WS-RPT-LINE
              string "BAD LINE: " delimited by size
                     IN-FD-REC(1:100) delimited by size
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
              go to NUMBER-ONE-E
           end-if.
      * 同じ番号が別の1通に登録済みなら取り込まない
           move WS-TRACK-NO to TM-追跡番号.
           read track-file key is TM-追跡番号
              invalid key
                 continue
              not invalid key
                 if TM-顧客番号 not = WS-N-CUST
                    or TM-キャンペーン not = WS-N-CAMP
                    or (WS-N-DATE not = spaces
                        and TM-差出日 not = WS-N-DATE)
                    add 1 to WS-N-DUP
                    move spaces to WS-RPT-LINE
                    string "DUPLICATE NUMBER " delimited by size
                           WS-TRACK-NO delimited by space
                           " already on cust=" delimited by size
                           TM-顧客番号 delimited by size
                           " campaign=" delimited by size
                           TM-キャンペーン delimited by size
                           " date=" delimited by size
                           TM-差出日 delimited by size
                           into WS-RPT-LINE
                    perform RPT-WRITE-S thru RPT-WRITE-E
                    go to NUMBER-ONE-E
                 end-if
           end-read.
           if WS-N-DATE = spaces
              perform FIND-LATEST-S thru FIND-LATEST-E
           else
              move WS-N-CUST to TM-顧客番号
              move WS-N-CAMP to TM-キャンペーン
              move WS-N-DATE to TM-差出日
              move "Y" to WS-N-FOUND
              read track-file
                 invalid key
                    move "N" to WS-N-FOUND
              end-read
           end-if.
           if WS-N-FOUND not = "Y"
              add 1 to WS-N-NOTFOUND
              move spaces to WS-RPT-LINE
              string "NOT IN REGISTER: cust=" delimited by size
                     WS-N-CUST delimited by size
                     " campaign=" delimited by size
                     WS-N-CAMP delimited by size
                     " date=" delimited by size
                     WS-N-DATE delimited by size
                     " number=" delimited by size
                     WS-TRACK-NO delimited by space
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
              go to NUMBER-ONE-E
           end-if.
           move WS-TRACK-NO to TM-追跡番号.
           if TM-状態 = "P"
              move "T" to TM-状態
              move WS-TODAY to TM-状態日
           end-if.
           move "IMPORT" to TM-登録者.
           move WS-TODAY to TM-更新年月日.
           rewrite TRACK-REC
              invalid key
                 add 1 to WS-N-BAD
              not invalid key
                 add 1 to WS-N-APPLIED
           end-rewrite.
        NUMBER-ONE-E.

        FIND-LATEST-S.
      * 差出日の指定が無い行は、その顧客・キャンペーンの1通のうち
      * 差出日の最も新しい番号待ち(P)に当てる
           move "N" to WS-N-FOUND.
           move spaces to WS-N-LAST-KEY.
           move WS-N-CUST    to TM-顧客番号.
           move WS-N-CAMP    to TM-キャンペーン.
           move low-values   to TM-差出日.
           start track-file key is >= TM-キー
              invalid key
                 go to FIND-LATEST-E
           end-start.
           move "N" to WS-N-DONE.
           perform until WS-N-DONE = "Y"
              read track-file next record
                 at end
                    move "Y" to WS-N-DONE
              end-read
              if WS-N-DONE not = "Y"
                 if TM-顧客番号 not = WS-N-CUST
                    or TM-キャンペーン not = WS-N-CAMP
                    move "Y" to WS-N-DONE
                 else
                    if TM-状態 = "P"
                       move TM-キー to WS-N-LAST-KEY
                    end-if
                 end-if
              end-if
           end-perform.
           if WS-N-LAST-KEY = spaces
              go to FIND-LATEST-E
           end-if.
           move WS-N-LAST-KEY to TM-キー.
           read track-file
              invalid key
                 go to FIND-LATEST-E
           end-read.
           move "Y" to WS-N-FOUND.
        FIND-LATEST-E.

        STATUS-RUN-S.
      * 日本郵便の追跡状況ファイルで配達状況を進める
           move WS-STATUS-FILE to WS-IN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IN-FILENAME.
           open input in-file.
           if WS-IN-FS not = "00"
              move spaces to WS-RPT-LINE
              string "STATUS file not found: " delimited by size
                     WS-STATUS-FILE delimited by space
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
              go to STATUS-RUN-E
           end-if.
      * 返送の顧客は郵送停止にする(マスタが開けなくても返送記録は
      * 残す)
           open i-o cust-file.
           if WS-CUST-FS = "00"
              move "Y" to WS-CUST-OPENED
           else
              display "WARNING: customer.idx cannot be opened -"
                      " returned customers are not held"
           end-if.
           move "N" to WS-IN-EOF.
           perform until WS-IN-EOF = "Y"
              read in-file
                 at end
                    move "Y" to WS-IN-EOF
                 not at end
                    if IN-FD-REC not = spaces
                       and IN-FD-REC(1:1) not = "*"
                       perform STATUS-ONE-S thru STATUS-ONE-E
                    end-if
              end-read
           end-perform.
           close in-file.
           move spaces to WS-RPT-LINE.
           string "STATUS READ=" WS-S-READ
                  " ACCEPTED=" WS-S-ACCEPTED
                  " DELIVERED=" WS-S-DELIVERED
                  " RETURNED=" WS-S-RETURNED
                  " UNMATCHED=" WS-S-UNMATCHED
                  " SKIPPED=" WS-S-SKIPPED
                  delimited by size into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
        STATUS-RUN-E.

        STATUS-ONE-S.
           add 1 to WS-S-READ.
           move spaces to WS-S-TRACK WS-S-TEXT WS-S-DATE-IN
                          WS-S-DETAIL.
           unstring IN-FD-REC delimited by ","
              into WS-S-TRACK WS-S-TEXT WS-S-DATE-IN WS-S-DETAIL.
           move WS-S-TRACK to WS-TRACK-RAW.
           perform NORM-TRACK-S thru NORM-TRACK-E.
           if WS-TRACK-OK not = "Y"
      * 見出し行など番号の無い行は読み飛ばす
              add 1 to WS-S-SKIPPED
              go to STATUS-ONE-E
           end-if.
      * 状態の文言から事象を決める(返送を先に見る。返送の文言にも
      * 「お届け」を含むものがあるため)
           move space to WS-S-NEW.
           move 0 to WS-HIT.
           inspect WS-S-TEXT tallying WS-HIT for all "返送".
           if WS-HIT > 0
              move "R" to WS-S-NEW
           end-if.
           if WS-S-NEW = space
              inspect WS-S-TEXT tallying WS-HIT
                 for all "お届け済み" all "配達完了"
              if WS-HIT > 0
                 move "D" to WS-S-NEW
              end-if
           end-if.
           if WS-S-NEW = space
              inspect WS-S-TEXT tallying WS-HIT for all "引受"
              if WS-HIT > 0
                 move "A" to WS-S-NEW
              end-if
           end-if.
           if WS-S-NEW = space
              add 1 to WS-S-SKIPPED
              go to STATUS-ONE-E
           end-if.
      * 日付は YYYYMMDD / YYYY/MM/DD / YYYY-MM-DD を受ける
           move spaces to WS-S-DATE.
           if WS-S-DATE-IN(5:1) = "/" or WS-S-DATE-IN(5:1) = "-"
              string WS-S-DATE-IN(1:4) WS-S-DATE-IN(6:2)
                     WS-S-DATE-IN(9:2)
                     delimited by size into WS-S-DATE
           else
              move WS-S-DATE-IN(1:8) to WS-S-DATE
           end-if.
           if WS-S-DATE not numeric
              move WS-TODAY to WS-S-DATE
           end-if.
           move WS-TRACK-NO to TM-追跡番号.
           read track-file key is TM-追跡番号
              invalid key
                 add 1 to WS-S-UNMATCHED
                 move spaces to WS-RPT-LINE
                 string "NOT IN REGISTER: number=" delimited by size
                        WS-TRACK-NO delimited by space
                        " status=" delimited by size
                        WS-S-TEXT delimited by "  "
                        into WS-RPT-LINE
                 perform RPT-WRITE-S thru RPT-WRITE-E
                 go to STATUS-ONE-E
           end-read.
      * 状態は先へしか進めない
           evaluate true
              when TM-状態 = "D" or TM-状態 = "R"
                 add 1 to WS-S-SKIPPED
                 go to STATUS-ONE-E
              when WS-S-NEW = "A"
                   and TM-状態 not = "P" and TM-状態 not = "T"
                 add 1 to WS-S-SKIPPED
                 go to STATUS-ONE-E
           end-evaluate.
           move WS-S-NEW  to TM-状態.
           move WS-S-DATE to TM-状態日.
           move WS-TODAY  to TM-更新年月日.
           rewrite TRACK-REC
              invalid key
                 add 1 to WS-S-SKIPPED
                 go to STATUS-ONE-E
           end-rewrite.
           evaluate WS-S-NEW
              when "A"   add 1 to WS-S-ACCEPTED
              when "D"   add 1 to WS-S-DELIVERED
              when "R"
                 add 1 to WS-S-RETURNED
                 perform RETURN-FEED-S thru RETURN-FEED-E
           end-evaluate.
        STATUS-ONE-E.

        RETURN-FEED-S.
      * 返送は mail_return と同じ返送記録を残し、郵送停止にする。
      * 事由は詳細(なければ状態)の文言から決める
           move "U" to WS-S-REASON.
           move 0 to WS-HIT.
           inspect WS-S-DETAIL tallying WS-HIT for all "転居".
           inspect WS-S-TEXT   tallying WS-HIT for all "転居".
           if WS-HIT > 0
              move "M" to WS-S-REASON
           else
              inspect WS-S-DETAIL tallying WS-HIT for all "拒否"
              inspect WS-S-TEXT   tallying WS-HIT for all "拒否"
              if WS-HIT > 0
                 move "R" to WS-S-REASON
              end-if
           end-if.
           accept WS-NOW from time.
           move spaces to WS-RET-LINE.
           string WS-S-DATE       delimited by size
                  " "             delimited by size
                  WS-NOW(1:6)          delimited by size
                  " cust="        delimited by size
                  TM-顧客番号     delimited by size
                  " zip="         delimited by size
                  TM-郵便番号７桁 delimited by size
                  " reason="      delimited by size
                  WS-S-REASON     delimited by size
                  " oper=TRACKUPD" delimited by size
                  into WS-RET-LINE.
           open extend return-file.
           if WS-RET-FS not = "00"
              open output return-file
           end-if.
           move WS-RET-LINE to RETURN-FD-REC.
           write RETURN-FD-REC.
           close return-file.
           if WS-CUST-OPENED not = "Y"
              go to RETURN-FEED-E
           end-if.
           move TM-顧客番号 to C-顧客番号.
           read cust-file
              invalid key
                 go to RETURN-FEED-E
           end-read.
           move "Y" to C-郵送停止フラグ.
           rewrite CUST-REC
              invalid key
                 display "停止フラグ更新失敗: " C-顧客番号
           end-rewrite.
        RETURN-FEED-E.

        NORM-TRACK-S.
      * 追跡番号からハイフン・空白を除いて数字だけを詰め、11-13桁
      * なら WS-TRACK-OK="Y"
           move spaces to WS-TRACK-NO.
           move 0 to WS-TRACK-LEN.
           move "Y" to WS-TRACK-OK.
           move 1 to WS-TRACK-POS.
           perform until WS-TRACK-POS > 20
              evaluate true
                 when WS-TRACK-RAW(WS-TRACK-POS:1) = "-"
                    or WS-TRACK-RAW(WS-TRACK-POS:1) = space
                    continue
                 when WS-TRACK-RAW(WS-TRACK-POS:1) is numeric
                    and WS-TRACK-LEN < 13
                    add 1 to WS-TRACK-LEN
                    move WS-TRACK-RAW(WS-TRACK-POS:1)
                       to WS-TRACK-NO(WS-TRACK-LEN:1)
                 when other
                    move "N" to WS-TRACK-OK
              end-evaluate
              compute WS-TRACK-POS = WS-TRACK-POS + 1
           end-perform.
           if WS-TRACK-LEN < 11
              move "N" to WS-TRACK-OK
           end-if.
        NORM-TRACK-E.

        RPT-WRITE-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        RPT-WRITE-E.

        ENV-RESOLVE-S.
           move "tracked_mail.idx" to WS-TRACK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TRACK-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "mail_return.dat" to WS-RETURN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RETURN-FILENAME.
           move "track_update.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
