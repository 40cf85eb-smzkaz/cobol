      **=================================================================
      ** 配送ルートの負荷平準化案の作成
      ** 入力：customer.idx (顧客住所マスタ。国内顧客を上3桁で数える)
      **       custaddr2.idx (配送先サブレコード。任意。同じく数える)
      **       route.idx (郵便番号上3桁 → ルートコード・ルート名)
      ** 引数：TOL=nn (許容幅。平均立寄り件数の±nn%。既定15)
      **       TXN=Y (提案を route_maint の T 処理で取り込める
      **       移動トランザクションとしても書き出す)
      ** 出力：route_rebal.rpt (ルート別の現行・提案後の立寄り件数、
      **       移す上3桁の一覧)
      **       route_rebal_txn.dat (TXN=Y 指定時。1行1移動：
      **       上3桁 移動元 移動先 件数 提案日 移動先ルート名 の固定桁)
      ** route.idx の上3桁割当は何年も見直されておらず、route_manifest
      ** でドライバー間の立寄り件数に3倍の差が出ていた。ルートの
      ** 境目にある上3桁(郵便番号順で隣のルートに接している3桁)を
      ** 隣のルートへ移す案を、平均からの外れが許容幅に収まるまで
      ** 1件ずつ積む。移動はいつも境目の3桁なので各ルートの3桁は
      ** 郵便番号順に連続したままになる。ルートに1つだけ残った3桁は
      ** 移さない。
      ** 未割当の上3桁は平準化の対象外で、件数だけを示す
      ** 上3桁は000-999の1000通りしかないので、表は上3桁の値で直接
      ** 引く(件数の上限は無い)
      **=================================================================
        identification           division.
        program-id.              route_rebal.
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
        select route-file
            assign to WS-ROUTE-FILENAME
            organization indexed
            access mode dynamic
            record key is RT-郵便番号上3桁
            file status is WS-ROUTE-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
        select txn-file
            assign to WS-TXN-FILENAME
            organization line sequential
            file status is WS-TXN-FS.
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

        fd  route-file
            label records are standard.
        01  ROUTE-REC.
            03 RT-郵便番号上3桁   pic X(03).
            03 RT-ルートコード    pic X(04).
            03 RT-ルート名        pic N(15).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(132).

        fd  txn-file
            label records are standard.
        01  TXN-FD-REC.
            03 TX-郵便番号上3桁   pic X(03).
            03 filler             pic X(01).
            03 TX-移動元          pic X(04).
            03 filler             pic X(01).
            03 TX-移動先          pic X(04).
            03 filler             pic X(01).
            03 TX-件数            pic 9(07).
            03 filler             pic X(01).
            03 TX-提案日          pic X(08).
            03 filler             pic X(01).
            03 TX-移動先ルート名  pic X(45).

        working-storage           section.
        01  WS-CUST-FS          pic X(02).
        01  WS-DLVA-FS          pic X(02).
        01  WS-ROUTE-FS         pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-TXN-FS           pic X(02).
        01  WS-EOF              pic X(01).
        01  WS-ARG-JUNK         pic X(10).
        01  WS-TOL-ARG          pic X(03) value spaces.
        01  WS-TOL              pic 9(02) value 15.
        01  WS-TXN-OPT          pic X(01) value "N".
      * 上3桁ごとの件数と割当(添字は上3桁の値＋1)
        01  WS-PX-TABLE.
            03 WS-PX-ENTRY  occurs 1000.
               05 WS-PX-CUST     pic 9(07).
               05 WS-PX-DLVA     pic 9(07).
               05 WS-PX-STOPS    pic 9(07).
               05 WS-PX-CODE     pic X(04).
               05 WS-PX-NAME     pic X(45).
               05 WS-PX-CUR-RT   pic 9(04).
               05 WS-PX-NEW-RT   pic 9(04).
      * 割当済みの上3桁を郵便番号順に並べたもの(隣接の判定用)
        01  WS-ORD-TABLE.
            03 WS-ORD-PX  occurs 1000  pic 9(04).
        01  WS-ORD-COUNT        pic 9(04) value 0.
      * ルート別の集計(ルートコード順)
        01  WS-RO-TABLE.
            03 WS-RO-ENTRY  occurs 1000.
               05 WS-RO-CODE     pic X(04).
               05 WS-RO-NAME     pic X(45).
               05 WS-RO-CUR      pic 9(07).
               05 WS-RO-NEW      pic 9(07).
               05 WS-RO-PX-CUR   pic 9(04).
               05 WS-RO-PX-NEW   pic 9(04).
        01  WS-RO-COUNT         pic 9(04) value 0.
        01  WS-RTNAME-N         pic N(15).
        01  WS-RTNAME-X REDEFINES WS-RTNAME-N pic X(45).
      * 平準化の目標
        01  WS-TOTAL-CUST       pic 9(07) value 0.
        01  WS-TOTAL-DLVA       pic 9(07) value 0.
        01  WS-TOTAL-STOPS      pic 9(07) value 0.
        01  WS-UNASSIGNED-STOPS pic 9(07) value 0.
        01  WS-UNASSIGNED-PX    pic 9(04) value 0.
        01  WS-SKIPPED          pic 9(07) value 0.
        01  WS-TARGET           pic 9(07) value 0.
        01  WS-UPPER            pic 9(07) value 0.
        01  WS-LOWER            pic 9(07) value 0.
      * 移動候補の探索
        01  WS-BEST-GAIN        pic 9(14).
        01  WS-GAIN             pic 9(14).
        01  WS-BEST-PX          pic 9(04).
        01  WS-BEST-TO          pic 9(04).
        01  WS-CAND-PX          pic 9(04).
        01  WS-CAND-TO          pic 9(04).
        01  WS-A                pic 9(04).
        01  WS-LOAD-A           pic 9(07).
        01  WS-LOAD-B           pic 9(07).
        01  WS-S                pic 9(07).
        01  WS-ITER             pic 9(05) value 0.
        01  WS-MOVE-COUNT       pic 9(04) value 0.
        01  WS-OUT-BAND         pic 9(04) value 0.
        01  WS-ZIP3             pic 9(03).
        01  WS-MAX-CUR          pic 9(07).
        01  WS-MIN-CUR          pic 9(07).
        01  WS-MAX-NEW          pic 9(07).
        01  WS-MIN-NEW          pic 9(07).
      * 帳票
        01  WS-RUN-DATE         pic 9(08).
        01  WS-RPT-LINE         pic X(132).
        01  WS-STATUS           pic X(05).
        01  WS-DIFF             pic S9(07).
        01  WS-CNT-ED           pic ZZZZZZ9.
        01  WS-CNT-ED2          pic ZZZZZZ9.
        01  WS-CNT-ED3          pic ZZZZZZ9.
        01  WS-PX-ED            pic ZZZ9.
        01  WS-PX-ED2           pic ZZZ9.
        01  WS-DIFF-ED          pic ------9.
        01  WS-TOL-ED           pic Z9.
      * スプール登録(SPL001)
        01  WS-SPL-FILE        pic X(30) value "route_rebal.rpt".
        01  WS-SPL-JOBNO       pic 9(05).
        01  WS-SPL-RESULT      pic X(01).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "ROUTE_REBAL".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  p                  pic 9(04).
        01  k                  pic 9(04).
        01  r                  pic 9(04).
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME   pic X(256).
        01  WS-DLVA-FILENAME   pic X(256).
        01  WS-ROUTE-FILENAME  pic X(256).
        01  WS-RPT-FILENAME    pic X(256).
        01  WS-TXN-FILENAME    pic X(256).
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:4) = "TOL="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-TOL-ARG
                 end-if
                 if param(i)(1:4) = "TXN="
                    move param(i)(5:1) to WS-TXN-OPT
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           if WS-TOL-ARG(1:2) is numeric
              move WS-TOL-ARG(1:2) to WS-TOL
           else
              if WS-TOL-ARG(1:1) is numeric
                 move WS-TOL-ARG(1:1) to WS-TOL
              end-if
           end-if.
           if WS-TXN-OPT = "y"
              move "Y" to WS-TXN-OPT
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-RUN-DATE from date yyyymmdd.
           initialize WS-PX-TABLE.
           perform ROUTE-LOAD-S thru ROUTE-LOAD-E.
           perform CUST-COUNT-S thru CUST-COUNT-E.
           perform DLVA-COUNT-S thru DLVA-COUNT-E.
           perform ROUTE-TOTAL-S thru ROUTE-TOTAL-E.
           perform BALANCE-S thru BALANCE-E.
           perform REPORT-S thru REPORT-E.
           if WS-TXN-OPT = "Y"
              perform TXN-WRITE-S thru TXN-WRITE-E
           end-if.
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "ROUTES=" WS-RO-COUNT
                   " STOPS=" WS-TOTAL-STOPS
                   " MOVES=" WS-MOVE-COUNT
                   " OUT-OF-BAND=" WS-OUT-BAND.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-MOVE-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        ROUTE-LOAD-S.
      * ルート・マスタの上3桁割当を表へ写し、ルートコードの一覧を
      * コード順に作る
           open input route-file.
           if WS-ROUTE-FS not = "00"
              display "ERROR: cannot open route.idx status="
                      WS-ROUTE-FS
              move "FAILURE" to WS-RJ-STATUS
              move "END  " to WS-RJ-MODE
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read route-file next record
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if RT-郵便番号上3桁 is numeric
                       and RT-ルートコード not = spaces
                       move RT-郵便番号上3桁 to WS-ZIP3
                       compute p = WS-ZIP3 + 1
                       move RT-ルートコード to WS-PX-CODE(p)
                       move RT-ルート名     to WS-RTNAME-N
                       move WS-RTNAME-X     to WS-PX-NAME(p)
                       perform ROUTE-ADD-S thru ROUTE-ADD-E
                    end-if
              end-read
           end-perform.
           close route-file.
        ROUTE-LOAD-E.

        ROUTE-ADD-S.
      * コード順の一覧へ挿入する(既出なら何もしない)
           move 1 to r.
           perform until r > WS-RO-COUNT
                      or WS-RO-CODE(r) >= WS-PX-CODE(p)
              compute r = r + 1
           end-perform.
           if r <= WS-RO-COUNT
              if WS-RO-CODE(r) = WS-PX-CODE(p)
                 go to ROUTE-ADD-E
              end-if
           end-if.
           move WS-RO-COUNT to k.
           perform until k < r
              move WS-RO-ENTRY(k) to WS-RO-ENTRY(k + 1)
              compute k = k - 1
           end-perform.
           initialize WS-RO-ENTRY(r).
           move WS-PX-CODE(p) to WS-RO-CODE(r).
           move WS-PX-NAME(p) to WS-RO-NAME(r).
           add 1 to WS-RO-COUNT.
        ROUTE-ADD-E.

        CUST-COUNT-S.
      * 国内顧客の本体住所を上3桁で数える
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              move "FAILURE" to WS-RJ-STATUS
              move "END  " to WS-RJ-MODE
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read cust-file next record
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if (C-国コード = spaces
                        or C-国コード = "JP")
                       and C-郵便番号７桁(1:3) is numeric
                       move C-郵便番号７桁(1:3) to WS-ZIP3
                       compute p = WS-ZIP3 + 1
                       add 1 to WS-PX-CUST(p)
                       add 1 to WS-TOTAL-CUST
                    else
                       add 1 to WS-SKIPPED
                    end-if
              end-read
           end-perform.
           close cust-file.
        CUST-COUNT-E.

        DLVA-COUNT-S.
      * 配送先サブレコードも1件1立寄りとして数える。サブ住所を
      * 使っていない環境(ファイル無し)では顧客だけで集計する
           open input dlva-file.
           if WS-DLVA-FS not = "00"
              go to DLVA-COUNT-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read dlva-file next record
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if D-郵便番号７桁(1:3) is numeric
                       move D-郵便番号７桁(1:3) to WS-ZIP3
                       compute p = WS-ZIP3 + 1
                       add 1 to WS-PX-DLVA(p)
                       add 1 to WS-TOTAL-DLVA
                    else
                       add 1 to WS-SKIPPED
                    end-if
              end-read
           end-perform.
           close dlva-file.
        DLVA-COUNT-E.

        ROUTE-TOTAL-S.
      * 上3桁をルートへ結び付け、現行の件数をルート別に足す
           move 1 to p.
           perform until p > 1000
              compute WS-PX-STOPS(p) = WS-PX-CUST(p) + WS-PX-DLVA(p)
              if WS-PX-CODE(p) = spaces
                 if WS-PX-STOPS(p) > 0
                    add 1 to WS-UNASSIGNED-PX
                    add WS-PX-STOPS(p) to WS-UNASSIGNED-STOPS
                 end-if
              else
                 move 1 to r
                 perform until WS-RO-CODE(r) = WS-PX-CODE(p)
                    compute r = r + 1
                 end-perform
                 move r to WS-PX-CUR-RT(p)
                 move r to WS-PX-NEW-RT(p)
                 add WS-PX-STOPS(p) to WS-RO-CUR(r)
                 add WS-PX-STOPS(p) to WS-RO-NEW(r)
                 add 1 to WS-RO-PX-CUR(r)
                 add 1 to WS-RO-PX-NEW(r)
                 add WS-PX-STOPS(p) to WS-TOTAL-STOPS
                 add 1 to WS-ORD-COUNT
                 move p to WS-ORD-PX(WS-ORD-COUNT)
              end-if
              compute p = p + 1
           end-perform.
           if WS-RO-COUNT > 0
              compute WS-TARGET rounded = WS-TOTAL-STOPS / WS-RO-COUNT
           end-if.
           compute WS-UPPER = WS-TARGET * (100 + WS-TOL) / 100.
           if WS-TOL < 100
              compute WS-LOWER = WS-TARGET * (100 - WS-TOL) / 100
           end-if.
        ROUTE-TOTAL-E.

        BALANCE-S.
      * 許容幅を外れたルートが絡む境目の移動のうち、2ルートの件数の
      * 差を最もよく詰める1件を選んで適用する、を繰り返す。移動は
      * 移動後の移動先が移動元の移動前より少ないときだけ認めるので
      * (件数の二乗和が必ず減る)、往復や堂々巡りにはならない
           perform until WS-ITER >= 5000
              move 0 to WS-BEST-GAIN
              move 0 to WS-BEST-PX
              move 1 to k
              perform until k > WS-ORD-COUNT
                 move WS-ORD-PX(k) to WS-CAND-PX
                 if k > 1
                    move WS-PX-NEW-RT(WS-ORD-PX(k - 1)) to WS-CAND-TO
                    perform MOVE-EVAL-S thru MOVE-EVAL-E
                 end-if
                 if k < WS-ORD-COUNT
                    move WS-PX-NEW-RT(WS-ORD-PX(k + 1)) to WS-CAND-TO
                    perform MOVE-EVAL-S thru MOVE-EVAL-E
                 end-if
                 compute k = k + 1
              end-perform
              if WS-BEST-PX = 0
                 go to BALANCE-E
              end-if
              move WS-PX-NEW-RT(WS-BEST-PX) to WS-A
              subtract WS-PX-STOPS(WS-BEST-PX) from WS-RO-NEW(WS-A)
              subtract 1 from WS-RO-PX-NEW(WS-A)
              add WS-PX-STOPS(WS-BEST-PX) to WS-RO-NEW(WS-BEST-TO)
              add 1 to WS-RO-PX-NEW(WS-BEST-TO)
              move WS-BEST-TO to WS-PX-NEW-RT(WS-BEST-PX)
              add 1 to WS-ITER
           end-perform.
        BALANCE-E.

        MOVE-EVAL-S.
           move WS-PX-NEW-RT(WS-CAND-PX) to WS-A.
           if WS-CAND-TO = WS-A
              go to MOVE-EVAL-E
           end-if.
           move WS-PX-STOPS(WS-CAND-PX) to WS-S.
           if WS-S = 0 or WS-RO-PX-NEW(WS-A) < 2
              go to MOVE-EVAL-E
           end-if.
           move WS-RO-NEW(WS-A)          to WS-LOAD-A.
           move WS-RO-NEW(WS-CAND-TO)    to WS-LOAD-B.
           if WS-LOAD-A <= WS-UPPER and WS-LOAD-B >= WS-LOWER
              go to MOVE-EVAL-E
           end-if.
           if WS-LOAD-B + WS-S >= WS-LOAD-A
              go to MOVE-EVAL-E
           end-if.
           compute WS-GAIN = WS-S * (WS-LOAD-A - WS-LOAD-B - WS-S).
           if WS-GAIN > WS-BEST-GAIN
              move WS-GAIN    to WS-BEST-GAIN
              move WS-CAND-PX to WS-BEST-PX
              move WS-CAND-TO to WS-BEST-TO
           end-if.
        MOVE-EVAL-E.

      ******************************************************************
        REPORT-S.
           open output rpt-file.
           move WS-TOL to WS-TOL-ED.
           move spaces to WS-RPT-LINE.
           string "== route load-balancing proposal RUN=" WS-RUN-DATE
                  " TOL=+/-" WS-TOL-ED "%"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move WS-TOTAL-CUST to WS-CNT-ED.
           move WS-TOTAL-DLVA to WS-CNT-ED2.
           move WS-RO-COUNT   to WS-PX-ED.
           move spaces to WS-RPT-LINE.
           string "CUSTOMERS=" WS-CNT-ED " DELIVERY-ADDRESSES="
                  WS-CNT-ED2 " ROUTES=" WS-PX-ED
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move WS-TARGET to WS-CNT-ED.
           move WS-LOWER  to WS-CNT-ED2.
           move WS-UPPER  to WS-CNT-ED3.
           move spaces to WS-RPT-LINE.
           string "TARGET STOPS/ROUTE=" WS-CNT-ED " BAND="
                  WS-CNT-ED2 " -" WS-CNT-ED3
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "ROUTE NAME                                         "
                  "  PFX-CUR PFX-NEW STOPS-CUR STOPS-NEW    DIFF"
                  " STATUS"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move 0 to WS-MAX-CUR WS-MAX-NEW.
           move 9999999 to WS-MIN-CUR WS-MIN-NEW.
           move 1 to r.
           perform until r > WS-RO-COUNT
              perform ROUTE-LINE-S thru ROUTE-LINE-E
              compute r = r + 1
           end-perform.
           if WS-UNASSIGNED-PX > 0
              move WS-UNASSIGNED-PX    to WS-PX-ED
              move WS-UNASSIGNED-STOPS to WS-CNT-ED
              move spaces to WS-RPT-LINE
              string "(UNASSIGNED) prefixes=" WS-PX-ED
                     " stops=" WS-CNT-ED
                     " -- assign them in route_maint first"
                     delimited by size into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move "PREFIXES MOVED" to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move 1 to k.
           perform until k > WS-ORD-COUNT
              move WS-ORD-PX(k) to p
              if WS-PX-NEW-RT(p) not = WS-PX-CUR-RT(p)
                 perform MOVED-LINE-S thru MOVED-LINE-E
              end-if
              compute k = k + 1
           end-perform.
           if WS-MOVE-COUNT = 0
              move "  (none)" to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           if WS-RO-COUNT > 0
              compute WS-DIFF = WS-MAX-CUR - WS-MIN-CUR
              move WS-DIFF to WS-DIFF-ED
              move WS-MAX-CUR to WS-CNT-ED
              move WS-MIN-CUR to WS-CNT-ED2
              move spaces to WS-RPT-LINE
              string "SPREAD CURRENT  max=" WS-CNT-ED
                     " min=" WS-CNT-ED2 " spread=" WS-DIFF-ED
                     delimited by size into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
              compute WS-DIFF = WS-MAX-NEW - WS-MIN-NEW
              move WS-DIFF to WS-DIFF-ED
              move WS-MAX-NEW to WS-CNT-ED
              move WS-MIN-NEW to WS-CNT-ED2
              move spaces to WS-RPT-LINE
              string "SPREAD PROPOSED max=" WS-CNT-ED
                     " min=" WS-CNT-ED2 " spread=" WS-DIFF-ED
                     delimited by size into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           if WS-OUT-BAND > 0
              move WS-OUT-BAND to WS-PX-ED
              move spaces to WS-RPT-LINE
              string "WARNING: " WS-PX-ED " route(s) remain outside"
                     " the band; no neighbouring prefix move helps"
                     delimited by size into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           if WS-SKIPPED > 0
              move WS-SKIPPED to WS-CNT-ED
              move spaces to WS-RPT-LINE
              string "NOTE: " WS-CNT-ED " overseas or non-numeric"
                     " zip addresses not counted"
                     delimited by size into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
           end-if.
           close rpt-file.
        REPORT-E.

        ROUTE-LINE-S.
           move "OK   " to WS-STATUS.
           if WS-RO-NEW(r) > WS-UPPER
              move "OVER " to WS-STATUS
              add 1 to WS-OUT-BAND
           end-if.
           if WS-RO-NEW(r) < WS-LOWER
              move "UNDER" to WS-STATUS
              add 1 to WS-OUT-BAND
           end-if.
           if WS-RO-CUR(r) > WS-MAX-CUR
              move WS-RO-CUR(r) to WS-MAX-CUR
           end-if.
           if WS-RO-CUR(r) < WS-MIN-CUR
              move WS-RO-CUR(r) to WS-MIN-CUR
           end-if.
           if WS-RO-NEW(r) > WS-MAX-NEW
              move WS-RO-NEW(r) to WS-MAX-NEW
           end-if.
           if WS-RO-NEW(r) < WS-MIN-NEW
              move WS-RO-NEW(r) to WS-MIN-NEW
           end-if.
           compute WS-DIFF = WS-RO-NEW(r) - WS-RO-CUR(r).
           move WS-DIFF          to WS-DIFF-ED.
           move WS-RO-PX-CUR(r)  to WS-PX-ED.
           move WS-RO-PX-NEW(r)  to WS-PX-ED2.
           move WS-RO-CUR(r)     to WS-CNT-ED.
           move WS-RO-NEW(r)     to WS-CNT-ED2.
           move spaces to WS-RPT-LINE.
           string WS-RO-CODE(r) " " WS-RO-NAME(r) "    "
                  WS-PX-ED "    " WS-PX-ED2 "   " WS-CNT-ED
                  "   " WS-CNT-ED2 " " WS-DIFF-ED " " WS-STATUS
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        ROUTE-LINE-E.

        MOVED-LINE-S.
           add 1 to WS-MOVE-COUNT.
           compute WS-ZIP3 = p - 1.
           move WS-PX-STOPS(p) to WS-CNT-ED.
           move spaces to WS-RPT-LINE.
           string "  " WS-ZIP3 " stops=" WS-CNT-ED
                  "  from " WS-RO-CODE(WS-PX-CUR-RT(p))
                  " to " WS-RO-CODE(WS-PX-NEW-RT(p))
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        MOVED-LINE-E.

        TXN-WRITE-S.
      * 監督者が確認のうえ route_maint の T 処理で取り込む。不要な
      * 移動は行ごと消してから取り込めばよい
           open output txn-file.
           move 1 to k.
           perform until k > WS-ORD-COUNT
              move WS-ORD-PX(k) to p
              if WS-PX-NEW-RT(p) not = WS-PX-CUR-RT(p)
                 compute WS-ZIP3 = p - 1
                 move spaces to TXN-FD-REC
                 move WS-ZIP3 to TX-郵便番号上3桁
                 move WS-RO-CODE(WS-PX-CUR-RT(p)) to TX-移動元
                 move WS-RO-CODE(WS-PX-NEW-RT(p)) to TX-移動先
                 move WS-PX-STOPS(p) to TX-件数
                 move WS-RUN-DATE to TX-提案日
                 move WS-RO-NAME(WS-PX-NEW-RT(p))
                    to TX-移動先ルート名
                 write TXN-FD-REC
              end-if
              compute k = k + 1
           end-perform.
           close txn-file.
           display "transactions written to route_rebal_txn.dat".
        TXN-WRITE-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "custaddr2.idx" to WS-DLVA-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DLVA-FILENAME.
           move "route.idx" to WS-ROUTE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROUTE-FILENAME.
           move "route_rebal.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
           move "route_rebal_txn.dat" to WS-TXN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TXN-FILENAME.
        ENV-RESOLVE-E.
