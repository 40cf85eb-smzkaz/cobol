      **=================================================================
      ** 配達結果の記録(画面)
      ** 入力：画面(ルートコード・配達日・ドライバー・顧客番号・
      **       結果区分)
      **       customer.idx (顧客の確認表示)
      **       route.idx (顧客の上3桁のルートとの突合せ)
      ** 出力：delivery_result.dat (配達結果。配達日・ルートコード・
      **       顧客番号・結果区分・ドライバー・郵便番号・入力日時)
      **       mail_return.dat / customer.idx (宛所違いのとき。
      **       mail_return と同じ返送記録(事由U)と C-郵送停止フラグ)
      ** ドライバーが route_manifest.rpt に書き込んで持ち帰る配達結果
      ** を打ち込む。結果区分：
      **   D=配達済み  A=不在  R=受取拒否  W=宛所違い
      ** ルート・配達日・ドライバーは運行表1枚の間は同じなので前の
      ** 入力を残す。顧客番号を空欄で終了。集計と翌日の再配達リスト
      ** は pod_report で作る
      **=================================================================
        identification           division.
        program-id.              pod_entry.
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
        select route-file
            assign to WS-ROUTE-FILENAME
            organization indexed
            access mode dynamic
            record key is RT-郵便番号上3桁
            file status is WS-ROUTE-FS.
        select result-file
            assign to WS-RESULT-FILENAME
            organization line sequential
            file status is WS-RES-FS.
        select return-file
            assign to WS-RETURN-FILENAME
            organization line sequential
            file status is WS-RET-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  route-file
            label records are standard.
        01  ROUTE-REC.
            03 RT-郵便番号上3桁   pic X(03).
            03 RT-ルートコード    pic X(04).
            03 RT-ルート名        pic N(15).

        fd  result-file
            label records are standard.
        01  RESULT-FD-REC.
            03 DR-配達日        pic X(08).
            03 filler           pic X(01).
            03 DR-ルートコード  pic X(04).
            03 filler           pic X(01).
            03 DR-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 DR-結果          pic X(01).
            03 filler           pic X(01).
            03 DR-ドライバー    pic X(08).
            03 filler           pic X(01).
            03 DR-郵便番号      pic X(07).
            03 filler           pic X(01).
            03 DR-入力日        pic X(08).
            03 filler           pic X(01).
            03 DR-入力時刻      pic X(06).

        fd  return-file
            label records are standard.
        01  RETURN-FD-REC       pic X(80).

        working-storage           section.
        78  black                       value 0.
        01  WS-CUST-FS        pic X(02).
        01  WS-ROUTE-FS       pic X(02).
        01  WS-RES-FS         pic X(02).
        01  WS-RET-FS         pic X(02).
        01  WS-ROUTE-CODE     pic X(04).
        01  WS-DELIV-DATE     pic X(08).
        01  WS-DRIVER         pic X(08).
        01  WS-CUST-NO        pic X(08).
        01  WS-RESULT-KEY     pic X(01).
        01  WS-CONFIRM-KEY    pic X(01).
        01  WS-DISP-NAME      pic N(20).
        01  WS-DISP-ZIP       pic X(07).
        01  WS-DISP-RESULT    pic N(6).
        01  WS-TODAY          pic 9(08).
        01  WS-ENTRY-TIME     pic 9(08).
        01  WS-RET-LINE       pic X(80).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME    pic X(256).
        01  WS-ROUTE-FILENAME   pic X(256).
        01  WS-RESULT-FILENAME  pic X(256).
        01  WS-RETURN-FILENAME  pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 pod-key-screen.
           03 value "配達結果の記録" line 1 col 10.
           03 value "ルートコード:"          line 3 col 10.
           03 k_01   line 3 col 40 pic X(4) using WS-ROUTE-CODE.
           03 value "配達日(YYYYMMDD):"      line 4 col 10.
           03 k_02   line 4 col 40 pic X(8) using WS-DELIV-DATE.
           03 value "ドライバー:"            line 5 col 10.
           03 k_03   line 5 col 40 pic X(8) using WS-DRIVER.
           03 value "顧客番号:"              line 6 col 10.
           03 k_04   line 6 col 40 pic X(8) using WS-CUST-NO.
           03 value "結果 D=配達 A=不在 R=拒否 W=宛所違い:"
                                             line 7 col 10.
           03 k_05   line 7 col 60 pic X(1) using WS-RESULT-KEY.

        01 pod-confirm-screen.
           03 d_01   line 9 col 15 pic N(20) from WS-DISP-NAME.
           03 d_02   line 9 col 60 pic X(7)  from WS-DISP-ZIP.
           03 d_03   line 10 col 15 pic N(6) from WS-DISP-RESULT.
           03 value "この結果を記録します Y/N:"
                                             line 12 col 10.
           03 d_04   line 12 col 50 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform FILE-OPEN-S thru FILE-OPEN-E.
        accept WS-TODAY from date yyyymmdd.
        move spaces to WS-ROUTE-CODE.
        move WS-TODAY to WS-DELIV-DATE.
        move spaces to WS-DRIVER.

        pod-loop.
          move spaces to WS-CUST-NO.
          move spaces to WS-RESULT-KEY.
          display blank-screen.
          display pod-key-screen.
          accept pod-key-screen.
          if WS-CUST-NO = spaces
             close route-file
             close cust-file
             stop run
          end-if.
          perform RECORD-ONE-S thru RECORD-ONE-E.
          go to pod-loop.

      ******************************************************************
        FILE-OPEN-S.
           open i-o cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
           open input route-file.
           if WS-ROUTE-FS not = "00"
              display "ERROR: cannot open route.idx status="
                      WS-ROUTE-FS
              stop run
           end-if.
        FILE-OPEN-E.

        RECORD-ONE-S.
           inspect WS-RESULT-KEY converting "darw" to "DARW".
           evaluate WS-RESULT-KEY
              when "D"   move "配達済み" to WS-DISP-RESULT
              when "A"   move "不在"     to WS-DISP-RESULT
              when "R"   move "受取拒否" to WS-DISP-RESULT
              when "W"   move "宛所違い" to WS-DISP-RESULT
              when other
                 display "結果は D/A/R/W のいずれかです"
                 perform SLEEP-S thru SLEEP-E
                 go to RECORD-ONE-E
           end-evaluate.
           if WS-DELIV-DATE not numeric
              display "配達日は YYYYMMDD で入力"
              perform SLEEP-S thru SLEEP-E
              go to RECORD-ONE-E
           end-if.
           if WS-ROUTE-CODE = spaces or WS-DRIVER = spaces
              display "ルートとドライバーは必須"
              perform SLEEP-S thru SLEEP-E
              go to RECORD-ONE-E
           end-if.
           move WS-CUST-NO to C-顧客番号.
           read cust-file
              invalid key
                 display "該当する顧客がありません: "
                         WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
                 go to RECORD-ONE-E
           end-read.
      * 運行表と同じく上3桁でルートを引く。ルート未割当の顧客は
      * 運行表の末尾に載るので、どのルートで届けても受け付ける
           move C-郵便番号７桁(1:3) to RT-郵便番号上3桁.
           read route-file
              invalid key
                 continue
              not invalid key
                 if RT-ルートコード not = WS-ROUTE-CODE
                    display "この顧客のルートは "
                            RT-ルートコード " です"
                    perform SLEEP-S thru SLEEP-E
                    go to RECORD-ONE-E
                 end-if
           end-read.
           move C-顧客名（漢字） to WS-DISP-NAME.
           move C-郵便番号７桁   to WS-DISP-ZIP.
           move spaces to WS-CONFIRM-KEY.
           display pod-confirm-screen.
           accept pod-confirm-screen.
           if WS-CONFIRM-KEY not = "y" and WS-CONFIRM-KEY not = "Y"
              go to RECORD-ONE-E
           end-if.
           perform RESULT-WRITE-S thru RESULT-WRITE-E.
           if WS-RESULT-KEY = "W"
              perform WRONG-ADDR-S thru WRONG-ADDR-E
              go to RECORD-ONE-E
           end-if.
           display "記録しました: " WS-CUST-NO.
           perform SLEEP-S thru SLEEP-E.
        RECORD-ONE-E.

        RESULT-WRITE-S.
           accept WS-ENTRY-TIME from time.
           open extend result-file.
           if WS-RES-FS not = "00"
              open output result-file
           end-if.
           move spaces to RESULT-FD-REC.
           move WS-DELIV-DATE to DR-配達日.
           move WS-ROUTE-CODE to DR-ルートコード.
           move WS-CUST-NO    to DR-顧客番号.
           move WS-RESULT-KEY to DR-結果.
           move WS-DRIVER     to DR-ドライバー.
           move WS-DISP-ZIP   to DR-郵便番号.
           move WS-TODAY      to DR-入力日.
           move WS-ENTRY-TIME(1:6) to DR-入力時刻.
           write RESULT-FD-REC.
           close result-file.
        RESULT-WRITE-E.

        WRONG-ADDR-S.
      * 宛所違いは返送郵便の宛所不明(U)と同じ扱い。mail_return と
      * 同じ形の返送記録を残してから郵送停止フラグを立てる
           move spaces to WS-RET-LINE.
           string WS-TODAY      delimited by size
                  " "           delimited by size
                  WS-ENTRY-TIME(1:6) delimited by size
                  " cust="      delimited by size
                  WS-CUST-NO    delimited by size
                  " zip="       delimited by size
                  WS-DISP-ZIP   delimited by size
                  " reason=U"   delimited by size
                  into WS-RET-LINE.
           open extend return-file.
           if WS-RET-FS not = "00"
              open output return-file
           end-if.
           move WS-RET-LINE to RETURN-FD-REC.
           write RETURN-FD-REC.
           close return-file.
           move "Y" to C-郵送停止フラグ.
           rewrite CUST-REC
              invalid key
                 display "停止フラグ更新失敗: "
                         WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
              not invalid key
                 display "郵送を停止しました: " WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
           end-rewrite.
        WRONG-ADDR-E.

      * sleep func
        SLEEP-S.
      D    DISPLAY SLEEP-CALL.
           if sleep_time > 0 then
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "route.idx" to WS-ROUTE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROUTE-FILENAME.
           move "delivery_result.dat" to WS-RESULT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RESULT-FILENAME.
           move "mail_return.dat" to WS-RETURN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RETURN-FILENAME.
        ENV-RESOLVE-E.
