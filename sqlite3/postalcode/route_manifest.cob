      **=================================================================
      ** ルート別配送マニフェスト(ドライバー運行表)の作成
      ** 引数：DATE=YYYYMMDD (配達日。省略時は当日)
      ** 入力：customer.idx (顧客住所マスタ)
      **       route.idx (郵便番号上3桁 → ルートコード・ルート名)
      **       redelivery.dat (pod_report の再配達リスト。配達日の
      **       行の顧客に再配達の印と回数を付ける。無ければ印なし)
      **       custmove.idx (転居・一時転送の予約。MOV001で配達日
      **       時点の住所に差し替え、そのルートへ載せる)
      ** 出力：route_manifest.rpt (ルートごとに1葉。ルートコード・
      **       ルート名・郵便番号順の顧客明細・立寄り件数。頁境界は
      **       改頁文字)
      ** ルートへ割り当て、ルート別・郵便番号順の運行表に起こして
      ** ラベルの手仕分けを無くす。ルート未割当の顧客は末尾に
      ** (UNASSIGNED)としてまとめる
      ** ルート表をルートコード順に並べ、上3桁ごとに顧客マスタの
      ** 郵便番号の副キーで位置付けて読むので、作業ファイルの並べ
      ** 替えは行わない
      **=================================================================
        identification           division.
        program-id.              route_manifest.
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
        select route-file
            assign to WS-ROUTE-FILENAME
            organization indexed
            access mode dynamic
            record key is RT-郵便番号上3桁
            file status is WS-ROUTE-FS.
        select redeliv-file
            assign to WS-REDELIV-FILENAME
            organization line sequential
            file status is WS-RDL-FS.
      * 配達日の住所が上3桁ごと変わる顧客(転居・一時転送)の索引。
      * 配達日時点の郵便番号順に、差し替え後の顧客レコードを持つ
      * (毎回作り直す)
        select mov-work-file
            assign to WS-MOV-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is MW-キー
            file status is WS-MW-FS.
      * 配達日の再配達分の顧客別索引(再配達リストから毎回作り直す)
        select rdl-work-file
            assign to WS-RDL-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is RW-顧客番号
            file status is WS-RW-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
            03 RT-ルートコード    pic X(04).
            03 RT-ルート名        pic N(15).

        fd  redeliv-file
            label records are standard.
        01  REDELIV-FD-REC.
            03 RD-再配達日      pic X(08).
            03 filler           pic X(01).
            03 RD-ルートコード  pic X(04).
            03 filler           pic X(01).
            03 RD-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 RD-郵便番号      pic X(07).
            03 filler           pic X(01).
            03 RD-回数          pic 9(02).
            03 filler           pic X(01).
            03 RD-初回日        pic X(08).
            03 filler           pic X(01).
            03 RD-不在日        pic X(08).

        fd  rdl-work-file
            label records are standard.
        01  RDL-WORK-REC.
            03 RW-顧客番号      pic X(08).
            03 RW-回数          pic 9(02).
            03 RW-不在日        pic X(08).

        fd  mov-work-file
            label records are standard.
        01  MOV-WORK-REC.
            03 MW-キー.
               05 MW-郵便番号   pic X(07).
               05 MW-顧客番号   pic X(08).
            03 MW-顧客          pic X(510).

        fd  rpt-file
            label records are standard.
        working-storage           section.
        01  WS-CUST-FS          pic X(02).
        01  WS-ROUTE-FS         pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-RDL-FS           pic X(02).
        01  WS-RW-FS            pic X(02).
        01  WS-MW-FS            pic X(02).
        01  WS-MW-EOF           pic X(01).
      * 配達日時点で有効な住所(MOV001)
        01  WS-MOV-DATE         pic X(08).
        01  WS-MOV-RESULT       pic X(01).
        01  WS-MOV-ZIP3         pic X(03).
        01  WS-MOV-COUNT        pic 9(07) value 0.
        01  WS-RDL-EOF          pic X(01) value "N".
        01  WS-ARG-JUNK         pic X(10).
        01  WS-ARG-DATE         pic X(08) value spaces.
        01  WS-DELIV-DATE       pic 9(08).
        01  WS-CUST-EOF         pic X(01) value "N".
        01  WS-ROUTE-EOF        pic X(01) value "N".
        01  WS-ROUTE-FOUND      pic X(01).
      * ルート表(ルートコード・上3桁の昇順に並べて保持)
        01  WS-RT-TABLE.
            03 WS-RT-ENTRY  occurs 1000.
               05 WS-RT-CODE     pic X(04).
               05 WS-RT-ZIP3     pic X(03).
               05 WS-RT-NAME     pic X(45).
        01  WS-RT-USED          pic 9(04) value 0.
        01  WS-RT-POS           pic 9(04).
        01  WS-RT-IDX           pic 9(04).
        01  WS-RT-NEW.
            03 WS-RT-NEW-CODE    pic X(04).
            03 WS-RT-NEW-ZIP3    pic X(03).
            03 WS-RT-NEW-NAME    pic X(45).
      * 明細1行の組立用
        01  WS-WK-REC.
            03 WS-WK-ルートコード pic X(04).
            03 WS-WK-郵便番号     pic X(07).
        01  WS-FF-LINE          pic X(01) value X"0C".
        01  WS-RUN-DATE         pic 9(08).
        01  WS-RPT-LINE         pic X(300).
        01  WS-RPT-PTR          pic 9(03).
      * 再配達の印(ルート単位と全体の件数)
        01  WS-REDELIV-COUNT    pic 9(05) value 0.
        01  WS-REDELIV-TOTAL    pic 9(07) value 0.
      * スプール登録(SPL001)
        01  WS-SPL-FILE        pic X(30) value "route_manifest.rpt".
        01  WS-SPL-JOBNO       pic 9(05).
        01  WS-RJ-PROGNAME     pic X(20) value "ROUTE_MANIFEST".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME      pic X(256).
        01  WS-ROUTE-FILENAME     pic X(256).
        01  WS-REDELIV-FILENAME   pic X(256).
        01  WS-MOV-WORK-FILENAME  pic X(256).
        01  WS-RDL-WORK-FILENAME  pic X(256).
        01  WS-RPT-FILENAME       pic X(256).
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept WS-RUN-DATE from date yyyymmdd.
           move WS-RUN-DATE to WS-DELIV-DATE.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:5) = "DATE="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-ARG-DATE
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           if WS-ARG-DATE not = spaces
              if WS-ARG-DATE not numeric
                 display "ERROR: DATE= must be YYYYMMDD: " WS-ARG-DATE
                 stop run
              end-if
              move WS-ARG-DATE to WS-DELIV-DATE
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           perform PRINT-MANIFEST-S thru PRINT-MANIFEST-E.
      * 印字イメージをスプールへ登録(紙詰まり時はspool_maintで再印字)
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "MANIFEST customers=" WS-TOTAL-COUNT
                   " unassigned=" WS-UNASSIGNED
                   " redelivery=" WS-REDELIV-TOTAL
                   " moved=" WS-MOV-COUNT.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-TOTAL-COUNT to WS-RJ-COUNT.
        MAIN-E.

      ******************************************************************
        PRINT-MANIFEST-S.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-ROUTE-FS
              stop run
           end-if.
           perform ROUTE-LOAD-S thru ROUTE-LOAD-E
              until WS-ROUTE-EOF = "Y".
           perform REDELIV-LOAD-S thru REDELIV-LOAD-E.
           move WS-DELIV-DATE to WS-MOV-DATE.
           perform MOVE-LOAD-S thru MOVE-LOAD-E.
           open output rpt-file.
      * ルートコード順に、各ルートの上3桁の顧客を郵便番号順に拾う
           move 1 to WS-RT-IDX.
           perform until WS-RT-IDX > WS-RT-USED
              perform ROUTE-CUST-S thru ROUTE-CUST-E
              compute WS-RT-IDX = WS-RT-IDX + 1
           end-perform.
      * 全顧客を郵便番号順に読み、件数を数えつつ未割当分を末尾へ
           move low-values to C-郵便番号７桁.
           start cust-file key is >= C-郵便番号７桁
              invalid key
                 move "Y" to WS-CUST-EOF
           end-start.
           perform UNASSIGNED-LOOP-S thru UNASSIGNED-LOOP-E
              until WS-CUST-EOF = "Y".
      * 最終ルートの立寄り件数を締める
           if WS-CUR-ROUTE not = low-values
              perform ROUTE-FOOTER-S thru ROUTE-FOOTER-E
           end-if.
           close rpt-file.
           close rdl-work-file.
           close mov-work-file.
           close route-file.
           close cust-file.
        PRINT-MANIFEST-E.

        REDELIV-LOAD-S.
      * 再配達リストのうち配達日の行を顧客別の作業索引へ積む。同じ
      * 顧客が重なれば回数の多い方を残す
           open output rdl-work-file.
           close rdl-work-file.
           open i-o rdl-work-file.
           if WS-RW-FS not = "00"
              display "ERROR: cannot open route_manifest_rdl.idx"
                      " status=" WS-RW-FS
              stop run
           end-if.
           open input redeliv-file.
           if WS-RDL-FS not = "00"
              go to REDELIV-LOAD-E
           end-if.
           perform until WS-RDL-EOF = "Y"
              read redeliv-file
                 at end
                    move "Y" to WS-RDL-EOF
                 not at end
                    if RD-再配達日 = WS-DELIV-DATE
                       perform REDELIV-ADD-S thru REDELIV-ADD-E
                    end-if
              end-read
           end-perform.
           close redeliv-file.
        REDELIV-LOAD-E.

        REDELIV-ADD-S.
           move RD-顧客番号 to RW-顧客番号.
           read rdl-work-file
              invalid key
                 move RD-回数   to RW-回数
                 move RD-不在日 to RW-不在日
                 write RDL-WORK-REC
                 go to REDELIV-ADD-E
           end-read.
           if RD-回数 > RW-回数
              move RD-回数   to RW-回数
              move RD-不在日 to RW-不在日
              rewrite RDL-WORK-REC
           end-if.
        REDELIV-ADD-E.

        MOVE-LOAD-S.
      * 全顧客に配達日の住所を当て、上3桁ごと変わる顧客だけを作業
      * 索引へ積む。ルートの巡回は顧客マスタの郵便番号の副キーで
      * 読むので、移った先の上3桁ではこの索引の方から拾う
           open output mov-work-file.
           close mov-work-file.
           open i-o mov-work-file.
           if WS-MW-FS not = "00"
              display "ERROR: cannot open route_manifest_mov.idx"
                      " status=" WS-MW-FS
              stop run
           end-if.
           move low-values to C-顧客番号.
           start cust-file key is >= C-顧客番号
              invalid key
                 go to MOVE-LOAD-E
           end-start.
           move "N" to WS-CUST-EOF.
           perform until WS-CUST-EOF = "Y"
              read cust-file next record
                 at end
                    move "Y" to WS-CUST-EOF
              end-read
              if WS-CUST-EOF not = "Y"
                 move C-郵便番号７桁(1:3) to WS-MOV-ZIP3
                 call "MOV001" using CUST-REC WS-MOV-DATE
                                     WS-MOV-RESULT
                 if WS-MOV-RESULT = "Y"
                    and C-郵便番号７桁(1:3) not = WS-MOV-ZIP3
                    move C-郵便番号７桁 to MW-郵便番号
                    move C-顧客番号     to MW-顧客番号
                    move CUST-REC       to MW-顧客
                    write MOV-WORK-REC
                       invalid key
                          continue
                    end-write
                 end-if
              end-if
           end-perform.
           move "N" to WS-CUST-EOF.
        MOVE-LOAD-E.

        MOVE-CUST-S.
      * 配達日にこの上3桁へ移っている顧客を、ブロックの末尾に続ける
           move low-values to MW-キー.
           move WS-RT-ZIP3(WS-RT-IDX) to MW-郵便番号(1:3).
           move "N" to WS-MW-EOF.
           start mov-work-file key is >= MW-キー
              invalid key
                 go to MOVE-CUST-E
           end-start.
           perform until WS-MW-EOF = "Y"
              read mov-work-file next record
                 at end
                    move "Y" to WS-MW-EOF
              end-read
              if WS-MW-EOF not = "Y"
                 if MW-郵便番号(1:3) not = WS-RT-ZIP3(WS-RT-IDX)
                    move "Y" to WS-MW-EOF
                 else
                    move MW-顧客 to CUST-REC
                    compute WS-MOV-COUNT = WS-MOV-COUNT + 1
                    move spaces to WS-WK-REC
                    move WS-RT-CODE(WS-RT-IDX)
                      to WS-WK-ルートコード
                    move WS-RT-NAME(WS-RT-IDX)
                      to WS-WK-ルート名
                    perform DETAIL-S thru DETAIL-E
                 end-if
              end-if
           end-perform.
        MOVE-CUST-E.

        ROUTE-LOAD-S.
           read route-file next record
              at end
                 move "Y" to WS-ROUTE-EOF
                 go to ROUTE-LOAD-E
           end-read.
           if WS-RT-USED >= 1000
              go to ROUTE-LOAD-E
           end-if.
           move RT-ルートコード   to WS-RT-NEW-CODE.
           move RT-郵便番号上3桁  to WS-RT-NEW-ZIP3.
           move RT-ルート名       to WS-RTNAME-N.
           move WS-RTNAME-X       to WS-RT-NEW-NAME.
      * 挿入位置を探し、後ろを1つずつずらして差し込む
           move 1 to WS-RT-POS.
           perform until WS-RT-POS > WS-RT-USED
              if WS-RT-CODE(WS-RT-POS) > WS-RT-NEW-CODE
                 exit perform
              end-if
              if WS-RT-CODE(WS-RT-POS) = WS-RT-NEW-CODE
                 and WS-RT-ZIP3(WS-RT-POS) > WS-RT-NEW-ZIP3
                 exit perform
              end-if
              compute WS-RT-POS = WS-RT-POS + 1
           end-perform.
           move WS-RT-USED to WS-RT-IDX.
           perform until WS-RT-IDX < WS-RT-POS
              move WS-RT-ENTRY(WS-RT-IDX)
                to WS-RT-ENTRY(WS-RT-IDX + 1)
              compute WS-RT-IDX = WS-RT-IDX - 1
           end-perform.
           move WS-RT-NEW to WS-RT-ENTRY(WS-RT-POS).
           add 1 to WS-RT-USED.
        ROUTE-LOAD-E.

        ROUTE-CUST-S.
      * 上3桁の先頭(XXX + 下位最小)へ位置付けて、上3桁が変わるまで
           move low-values to C-郵便番号７桁.
           move WS-RT-ZIP3(WS-RT-IDX) to C-郵便番号７桁(1:3).
           move "N" to WS-CUST-EOF.
           start cust-file key is >= C-郵便番号７桁
              invalid key
                 move "Y" to WS-CUST-EOF
           end-start.
           perform until WS-CUST-EOF = "Y"
              read cust-file next record
                 at end
                    move "Y" to WS-CUST-EOF
              end-read
              if WS-CUST-EOF not = "Y"
                 if C-郵便番号７桁(1:3)
                    not = WS-RT-ZIP3(WS-RT-IDX)
                    move "Y" to WS-CUST-EOF
                 else
      * 配達日に別の上3桁へ移っている顧客は移った先のルートで出す
                    call "MOV001" using CUST-REC WS-MOV-DATE
                                        WS-MOV-RESULT
                    if C-郵便番号７桁(1:3) = WS-RT-ZIP3(WS-RT-IDX)
                       move spaces to WS-WK-REC
                       move WS-RT-CODE(WS-RT-IDX)
                         to WS-WK-ルートコード
                       move WS-RT-NAME(WS-RT-IDX)
                         to WS-WK-ルート名
                       perform DETAIL-S thru DETAIL-E
                    end-if
                 end-if
              end-if
           end-perform.
           move "N" to WS-CUST-EOF.
           perform MOVE-CUST-S thru MOVE-CUST-E.
        ROUTE-CUST-E.

        UNASSIGNED-LOOP-S.
           read cust-file next record
              at end
                 move "Y" to WS-CUST-EOF
                 go to UNASSIGNED-LOOP-E
           end-read.
           compute WS-TOTAL-COUNT = WS-TOTAL-COUNT + 1.
      * ルートの割当は配達日時点の住所の上3桁で判定する
           call "MOV001" using CUST-REC WS-MOV-DATE WS-MOV-RESULT.
           move "Y" to WS-ROUTE-FOUND.
           move C-郵便番号７桁(1:3) to RT-郵便番号上3桁.
           read route-file
              invalid key
                 move "N" to WS-ROUTE-FOUND
           end-read.
           if WS-ROUTE-FOUND = "Y"
              go to UNASSIGNED-LOOP-E
           end-if.
      * 未割当はコード"~~~~"で末尾へ集める
           move spaces to WS-WK-REC.
           move "~~~~" to WS-WK-ルートコード.
           move "(UNASSIGNED)" to WS-WK-ルート名.
           compute WS-UNASSIGNED = WS-UNASSIGNED + 1.
           perform DETAIL-S thru DETAIL-E.
        UNASSIGNED-LOOP-E.

        DETAIL-S.
           move C-郵便番号７桁 to WS-WK-郵便番号.
           move C-顧客番号     to WS-WK-顧客番号.
           move C-顧客名（漢字）     to WS-CV-NAME-N.
           move WS-CV-SHI-X  to WS-WK-市町村.
           move WS-CV-CHO-X  to WS-WK-町域.
           move WS-CV-BAN-X  to WS-WK-番地建物.
           if WS-WK-ルートコード not = WS-CUR-ROUTE
              if WS-CUR-ROUTE not = low-values
                 perform ROUTE-FOOTER-S thru ROUTE-FOOTER-E
              end-if
           end-if.
           compute WS-STOP-COUNT = WS-STOP-COUNT + 1.
           move spaces to WS-RPT-LINE.
           move 1 to WS-RPT-PTR.
           string "  " WS-WK-郵便番号
                  " " WS-WK-顧客番号
                  " " WS-WK-顧客名   delimited by "  "
                  " " delimited by size
                  WS-WK-都道府県     delimited by "  "
                  WS-WK-市町村       delimited by "  "
                  WS-WK-町域         delimited by "  "
                  WS-WK-番地建物     delimited by "  "
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
      * 前の配達日に不在だった顧客は再配達の印を行末に付ける
           move WS-WK-顧客番号 to RW-顧客番号.
           read rdl-work-file
              invalid key
                 continue
              not invalid key
                 compute WS-REDELIV-COUNT = WS-REDELIV-COUNT + 1
                 compute WS-REDELIV-TOTAL = WS-REDELIV-TOTAL + 1
                 string "  *REDELIVERY TRY=" RW-回数
                        " ABSENT=" RW-不在日
                        delimited by size
                        into WS-RPT-LINE with pointer WS-RPT-PTR
           end-read.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        DETAIL-E.

        ROUTE-HEADER-S.
      * ルートの切り替わり。1ルート=1葉になるよう改頁してから見出し
              move WS-FF-LINE to RPT-FD-REC(1:1)
              write RPT-FD-REC
           end-if.
           move WS-WK-ルートコード to WS-CUR-ROUTE.
           move 0 to WS-STOP-COUNT.
           move 0 to WS-REDELIV-COUNT.
           move spaces to WS-RPT-LINE.
           string "== ROUTE " WS-WK-ルートコード
                  " " WS-WK-ルート名 delimited by "  "
                  "  RUN-DATE=" delimited by size
                  WS-RUN-DATE
                  "  DELIV-DATE=" WS-DELIV-DATE
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.

        ROUTE-FOOTER-S.
           move spaces to WS-RPT-LINE.
           string "   STOPS=" WS-STOP-COUNT
                  "  REDELIVERIES=" WS-REDELIV-COUNT
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        ROUTE-FOOTER-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "route.idx" to WS-ROUTE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROUTE-FILENAME.
           move "redelivery.dat" to WS-REDELIV-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REDELIV-FILENAME.
           move "route_manifest_mov.idx" to WS-MOV-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MOV-WORK-FILENAME.
           move "route_manifest_rdl.idx" to WS-RDL-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RDL-WORK-FILENAME.
           move "route_manifest.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
