      **=================================================================
      ** 転居・一時転送の予約の夜間適用バッチ
      ** 引数：DATE=YYYYMMDD (適用基準日。省略時は当日。止まった夜
      **       の取り戻しに使う)
      ** 入力：custmove.idx (cust_maint の M 処理で登録した予約)
      ** 出力：customer.idx (予約の住所を本体へ反映・満了で復元)
      **       custmove.idx (状態の更新。A=転送中 E=完了)
      **       cust_jnl.dat (cust_maintと同じ顧客変更ジャーナルへ
      **       処理C・オペレータMOVE_APLで前後像を追記)
      **       move_apply.rpt (適用・満了の一覧と件数)
      ** オペレータが当日にマスタを書き換え、期限が来たら戻すという
      ** 記憶頼みの運用を無くす。基準日に対し顧客ごとに
      **   (1) 満了した転送(終了日＜基準日)と打切り指示(R)の転送は
      **       退避住所へ戻して完了
      **   (2) 開始日の来た転居は本体へ反映して完了。転送中なら本体
      **       でなく転送の退避住所を転居先に差し替える
      **   (3) 開始日の来た転送は本体住所を退避してから転送先へ
      **       切り替え、転送中にする。一度も適用しないまま終了日を
      **       過ぎた転送は完了にするだけ
      ** の順で処理する。cust_maintで編集中の顧客(LCK002で保持中)は
      ** 飛ばして一覧に出し、翌晩に持ち越す
      **=================================================================
        identification           division.
        program-id.              move_apply.
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
        select move-file
            assign to WS-MOVE-FILENAME
            organization indexed
            access mode dynamic
            record key is M-予約キー
            file status is WS-MOVE-FS.
        select work-file
            assign to WS-WORK-FILENAME
            organization line sequential
            file status is WS-WORK-FS.
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

        fd  move-file
            label records are standard.
        01  MOVE-REC.
            COPY CUSTMOVE.

        fd  work-file
            label records are standard.
        01  WORK-FD-REC         pic X(08).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(120).

        working-storage           section.
        01  WS-CUST-FS          pic X(02).
        01  WS-MOVE-FS          pic X(02).
      * 連鎖ハッシュつきのジャーナル追記(CHN001)
        01  WS-CHN-MODE         pic X(05) value "ADD  ".
        01  WS-CHN-JOURNAL      pic X(30) value "cust_jnl.dat".
        01  WS-CHN-LINE         pic X(1100).
        01  WS-CHN-HASH         pic X(16).
        01  WS-CHN-RESULT       pic X(01).
        01  WS-WORK-FS          pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-MOVE-EOF         pic X(01) value "N".
        01  WS-WORK-EOF         pic X(01) value "N".
        01  WS-ARG-JUNK         pic X(10).
        01  WS-ARG-DATE         pic X(08) value spaces.
        01  WS-RUN-DATE         pic X(08).
        01  WS-TODAY-DATE       pic 9(08).
        01  WS-LAST-CUST        pic X(08) value low-values.
      * 顧客1人分の予約(連番順)。連番は2桁なので99件で足りる
        01  WS-MV-USED          pic 9(02).
        01  WS-MV-IDX           pic 9(02).
        01  WS-MV-ACT           pic 9(02).
        01  WS-MV-TABLE.
            03 WS-MV-ENTRY  occurs 99.
               05 WS-MV-REC      pic X(544).
               05 WS-MV-CHANGED  pic X(01).
      * 予約1件の展開用(CUSTMOVEと同じ並び)
        01  WS-MV-WORK.
            COPY CUSTMOVE REPLACING LEADING ==M-== BY ==WM-==.
        01  WS-MV-WORK-X REDEFINES WS-MV-WORK pic X(544).
        01  WS-CUST-CHANGED     pic X(01).
        01  WS-ACTION           pic X(10).
      * 件数
        01  WS-CUST-COUNT       pic 9(07) value 0.
        01  WS-CHANGED-COUNT    pic 9(07) value 0.
        01  WS-MOVED-COUNT      pic 9(07) value 0.
        01  WS-FWD-ON-COUNT     pic 9(07) value 0.
        01  WS-FWD-OFF-COUNT    pic 9(07) value 0.
        01  WS-LAPSED-COUNT     pic 9(07) value 0.
        01  WS-LOCKED-COUNT     pic 9(07) value 0.
        01  WS-NOCUST-COUNT     pic 9(07) value 0.
        01  WS-RPT-LINE         pic X(120).
      * 顧客番号単位の編集ロック(LCK002。cust_maintと同じ資源名)
        01  WS-OPER-ID          pic X(08) value "MOVE_APL".
        01  WS-RLK-MODE         pic X(05).
        01  WS-RLK-RESOURCE     pic X(30).
        01  WS-RLK-RESULT       pic X(01).
        01  WS-RLK-HOLDER       pic X(08).
      * 顧客変更ジャーナルの組み立て(cust_maintと同じ固定位置)
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
        01  WS-RJ-PROGNAME      pic X(20) value "MOVE_APPLY".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 99.
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME  pic X(256).
        01  WS-MOVE-FILENAME  pic X(256).
        01  WS-WORK-FILENAME  pic X(256).
        01  WS-RPT-FILENAME   pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD       pic X(600).
           03 filler            pic X(01) value low-value.
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
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
           accept WS-TODAY-DATE from date yyyymmdd.
           move WS-TODAY-DATE to WS-RUN-DATE.
           if WS-ARG-DATE not = spaces
              if WS-ARG-DATE not numeric
                 display "ERROR: DATE= must be YYYYMMDD: " WS-ARG-DATE
                 stop run
              end-if
              move WS-ARG-DATE to WS-RUN-DATE
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           open output rpt-file.
           move spaces to WS-RPT-LINE.
           string "ADDRESS MOVE APPLY  DATE=" WS-RUN-DATE
                  "  RUN=" WS-TODAY-DATE
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
      * 予約が無ければ何もしない(初回導入前の夜も正常終了)
           open i-o move-file.
           if WS-MOVE-FS not = "00"
              move "(no custmove.idx)" to WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
              close rpt-file
              perform JNL-END-S thru JNL-END-E
              stop run
           end-if.
           open i-o cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           perform PICK-CUST-S thru PICK-CUST-E.
           open input work-file.
           perform CUST-LOOP-S thru CUST-LOOP-E
              until WS-WORK-EOF = "Y".
           close work-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           move spaces to WS-RPT-LINE.
           string "CUSTOMERS=" WS-CUST-COUNT
                  " CHANGED=" WS-CHANGED-COUNT
                  " MOVED=" WS-MOVED-COUNT
                  " FWD-ON=" WS-FWD-ON-COUNT
                  " FWD-OFF=" WS-FWD-OFF-COUNT
                  " LAPSED=" WS-LAPSED-COUNT
                  " LOCKED=" WS-LOCKED-COUNT
                  " NO-CUST=" WS-NOCUST-COUNT
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           display WS-RPT-LINE.
           close cust-file.
           close move-file.
           close rpt-file.
           perform JNL-END-S thru JNL-END-E.
           stop run.
        MAIN-E.

        JNL-END-S.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-CHANGED-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
        JNL-END-E.

      ******************************************************************
        PICK-CUST-S.
      * 未完了(予約中・転送中・打切り指示)の予約を持つ顧客を拾う。
      * 更新しながら同じ索引を順読みしないよう、先に番号だけ控える
           open output work-file.
           move low-values to M-予約キー.
           start move-file key is >= M-予約キー
              invalid key
                 move "Y" to WS-MOVE-EOF
           end-start.
           perform until WS-MOVE-EOF = "Y"
              read move-file next record
                 at end
                    move "Y" to WS-MOVE-EOF
                 not at end
                    if (M-状態 = space or M-状態 = "A"
                        or M-状態 = "R")
                       and M-顧客番号 not = WS-LAST-CUST
                       move M-顧客番号 to WS-LAST-CUST
                       move M-顧客番号 to WORK-FD-REC
                       write WORK-FD-REC
                    end-if
              end-read
           end-perform.
           close work-file.
        PICK-CUST-E.

        CUST-LOOP-S.
           read work-file
              at end
                 move "Y" to WS-WORK-EOF
                 go to CUST-LOOP-E
           end-read.
           compute WS-CUST-COUNT = WS-CUST-COUNT + 1.
           perform LOAD-GROUP-S thru LOAD-GROUP-E.
           move WORK-FD-REC to C-顧客番号.
           read cust-file
              invalid key
      * 顧客が削除済みなら予約は宙に浮くので取消にする
                 compute WS-NOCUST-COUNT = WS-NOCUST-COUNT + 1
                 perform CANCEL-GROUP-S thru CANCEL-GROUP-E
                 go to CUST-LOOP-E
           end-read.
           move spaces to WS-RLK-RESOURCE.
           string "CUST:" C-顧客番号 delimited by size
              into WS-RLK-RESOURCE.
           move "LOCK " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
           if WS-RLK-RESULT not = "Y"
              compute WS-LOCKED-COUNT = WS-LOCKED-COUNT + 1
              move spaces to WS-RPT-LINE
              string "  LOCKED     " C-顧客番号
                     " holder=" WS-RLK-HOLDER
                     delimited by size into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
              go to CUST-LOOP-E
           end-if.
           perform CAPTURE-CUST-IMG-S thru CAPTURE-CUST-IMG-E.
           move WS-IMG-WORK to WS-BEF-IMAGE.
           move "N" to WS-CUST-CHANGED.
           perform EXPIRE-STEP-S thru EXPIRE-STEP-E.
           perform MOVE-STEP-S thru MOVE-STEP-E.
           perform FORWARD-STEP-S thru FORWARD-STEP-E.
           if WS-CUST-CHANGED = "Y"
              move WS-RUN-DATE to C-更新年月日
              move space to C-郵送停止フラグ
              rewrite CUST-REC
                 invalid key
                    move spaces to WS-RPT-LINE
                    string "  FAILED     " C-顧客番号
                           delimited by size into WS-RPT-LINE
                    perform WRITE-RPT-S thru WRITE-RPT-E
                    move "F" to WS-CUST-CHANGED
                 not invalid key
                    compute WS-CHANGED-COUNT = WS-CHANGED-COUNT + 1
                    move "C" to WS-CJNL-ACTION
                    move space to WS-CJNL-KIND
                    perform CAPTURE-CUST-IMG-S
                       thru CAPTURE-CUST-IMG-E
                    move WS-IMG-WORK to WS-AFT-IMAGE
                    perform CUST-JNL-S thru CUST-JNL-E
              end-rewrite
           end-if.
      * 本体の書換えに失敗した顧客は予約の状態も進めない(翌晩に再試行)
           if WS-CUST-CHANGED not = "F"
              perform SAVE-GROUP-S thru SAVE-GROUP-E
           end-if.
           move "FREE " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
        CUST-LOOP-E.

        LOAD-GROUP-S.
           move 0 to WS-MV-USED.
           move WORK-FD-REC to M-顧客番号.
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
                 if M-顧客番号 not = WORK-FD-REC
                    or WS-MV-USED >= 99
                    move "Y" to WS-MOVE-EOF
                 else
                    add 1 to WS-MV-USED
                    move MOVE-REC to WS-MV-REC(WS-MV-USED)
                    move "N" to WS-MV-CHANGED(WS-MV-USED)
                 end-if
              end-if
           end-perform.
        LOAD-GROUP-E.

        SAVE-GROUP-S.
      * 状態を進めた予約だけを書き戻す
           move 1 to WS-MV-IDX.
           perform until WS-MV-IDX > WS-MV-USED
              if WS-MV-CHANGED(WS-MV-IDX) = "Y"
                 move WS-MV-REC(WS-MV-IDX) to MOVE-REC
                 rewrite MOVE-REC
                    invalid key
                       continue
                 end-rewrite
              end-if
              compute WS-MV-IDX = WS-MV-IDX + 1
           end-perform.
        SAVE-GROUP-E.

        CANCEL-GROUP-S.
           move 1 to WS-MV-IDX.
           perform until WS-MV-IDX > WS-MV-USED
              move WS-MV-REC(WS-MV-IDX) to WS-MV-WORK-X
              if WM-状態 = space or WM-状態 = "A"
                 or WM-状態 = "R"
                 move "X" to WM-状態
                 move WS-MV-WORK-X to WS-MV-REC(WS-MV-IDX)
                 move "Y" to WS-MV-CHANGED(WS-MV-IDX)
                 move "NO-CUST" to WS-ACTION
                 perform ACTION-LINE-S thru ACTION-LINE-E
              end-if
              compute WS-MV-IDX = WS-MV-IDX + 1
           end-perform.
           perform SAVE-GROUP-S thru SAVE-GROUP-E.
        CANCEL-GROUP-E.

        EXPIRE-STEP-S.
      * (1) 満了・打切りの転送を退避住所へ戻す
           move 1 to WS-MV-IDX.
           perform until WS-MV-IDX > WS-MV-USED
              move WS-MV-REC(WS-MV-IDX) to WS-MV-WORK-X
              if WM-区分 = "T"
                 and (WM-状態 = "R"
                      or (WM-状態 = "A"
                          and WM-終了日 < WS-RUN-DATE))
                 move WM-退避郵便番号   to C-郵便番号７桁
                 move WM-退避都道府県名
                   to C-都道府県名（漢字）
                 move WM-退避市町村名
                   to C-市町村名（漢字）
                 move WM-退避町域名     to C-町域名（漢字）
                 move WM-退避番地建物   to C-番地建物
                 move "Y" to WS-CUST-CHANGED
                 move "E" to WM-状態
                 move WS-MV-WORK-X to WS-MV-REC(WS-MV-IDX)
                 move "Y" to WS-MV-CHANGED(WS-MV-IDX)
                 compute WS-FWD-OFF-COUNT = WS-FWD-OFF-COUNT + 1
                 move "FWD-OFF" to WS-ACTION
                 perform ACTION-LINE-S thru ACTION-LINE-E
              end-if
              compute WS-MV-IDX = WS-MV-IDX + 1
           end-perform.
        EXPIRE-STEP-E.

        MOVE-STEP-S.
      * (2) 開始日の来た転居。転送中の予約があれば退避住所の方を
      * 差し替えて、満了時に新住所へ戻るようにする
           move 1 to WS-MV-IDX.
           perform until WS-MV-IDX > WS-MV-USED
              move WS-MV-REC(WS-MV-IDX) to WS-MV-WORK-X
              if WM-区分 = "P" and WM-状態 = space
                 and WM-開始日 <= WS-RUN-DATE
                 perform MOVE-ONE-S thru MOVE-ONE-E
              end-if
              compute WS-MV-IDX = WS-MV-IDX + 1
           end-perform.
        MOVE-STEP-E.

        MOVE-ONE-S.
           perform FIND-ACTIVE-S thru FIND-ACTIVE-E.
           if WS-MV-ACT > 0
              move WS-MV-REC(WS-MV-ACT) to MOVE-REC
              move WM-郵便番号７桁       to M-退避郵便番号
              move WM-都道府県名（漢字）
                to M-退避都道府県名
              move WM-市町村名（漢字）   to M-退避市町村名
              move WM-町域名（漢字）     to M-退避町域名
              move WM-番地建物           to M-退避番地建物
              move MOVE-REC to WS-MV-REC(WS-MV-ACT)
              move "Y" to WS-MV-CHANGED(WS-MV-ACT)
              move "MOVED(FWD)" to WS-ACTION
           else
              move WM-郵便番号７桁       to C-郵便番号７桁
              move WM-都道府県名（漢字）
                to C-都道府県名（漢字）
              move WM-市町村名（漢字）
                to C-市町村名（漢字）
              move WM-町域名（漢字） to C-町域名（漢字）
              move WM-番地建物           to C-番地建物
              move "Y" to WS-CUST-CHANGED
              move "MOVED" to WS-ACTION
           end-if.
           move "E" to WM-状態.
           move WS-MV-WORK-X to WS-MV-REC(WS-MV-IDX).
           move "Y" to WS-MV-CHANGED(WS-MV-IDX).
           compute WS-MOVED-COUNT = WS-MOVED-COUNT + 1.
           perform ACTION-LINE-S thru ACTION-LINE-E.
        MOVE-ONE-E.

        FORWARD-STEP-S.
      * (3) 開始日の来た転送を切り替える
           move 1 to WS-MV-IDX.
           perform until WS-MV-IDX > WS-MV-USED
              move WS-MV-REC(WS-MV-IDX) to WS-MV-WORK-X
              if WM-区分 = "T" and WM-状態 = space
                 perform FORWARD-ONE-S thru FORWARD-ONE-E
              end-if
              compute WS-MV-IDX = WS-MV-IDX + 1
           end-perform.
        FORWARD-STEP-E.

        FORWARD-ONE-S.
           if WM-終了日 < WS-RUN-DATE
              move "E" to WM-状態
              move WS-MV-WORK-X to WS-MV-REC(WS-MV-IDX)
              move "Y" to WS-MV-CHANGED(WS-MV-IDX)
              compute WS-LAPSED-COUNT = WS-LAPSED-COUNT + 1
              move "LAPSED" to WS-ACTION
              perform ACTION-LINE-S thru ACTION-LINE-E
              go to FORWARD-ONE-E
           end-if.
           if WM-開始日 > WS-RUN-DATE
              go to FORWARD-ONE-E
           end-if.
      * 期間の重なる転送は登録時に弾いているが、念のため転送中が
      * 残っていれば切り替えずに翌晩へ回す
           perform FIND-ACTIVE-S thru FIND-ACTIVE-E.
           if WS-MV-ACT > 0
              move "FWD-WAIT" to WS-ACTION
              perform ACTION-LINE-S thru ACTION-LINE-E
              go to FORWARD-ONE-E
           end-if.
           move C-郵便番号７桁       to WM-退避郵便番号.
           move C-都道府県名（漢字）
             to WM-退避都道府県名.
           move C-市町村名（漢字）   to WM-退避市町村名.
           move C-町域名（漢字）     to WM-退避町域名.
           move C-番地建物           to WM-退避番地建物.
           move WM-郵便番号７桁       to C-郵便番号７桁.
           move WM-都道府県名（漢字）
             to C-都道府県名（漢字）.
           move WM-市町村名（漢字）
             to C-市町村名（漢字）.
           move WM-町域名（漢字）     to C-町域名（漢字）.
           move WM-番地建物           to C-番地建物.
           move "Y" to WS-CUST-CHANGED.
           move "A" to WM-状態.
           move WS-MV-WORK-X to WS-MV-REC(WS-MV-IDX).
           move "Y" to WS-MV-CHANGED(WS-MV-IDX).
           compute WS-FWD-ON-COUNT = WS-FWD-ON-COUNT + 1.
           move "FWD-ON" to WS-ACTION.
           perform ACTION-LINE-S thru ACTION-LINE-E.
        FORWARD-ONE-E.

        FIND-ACTIVE-S.
      * 転送中(A)の予約の位置。無ければ0
           move 0 to WS-MV-ACT.
           move 1 to i.
           perform until i > WS-MV-USED or WS-MV-ACT > 0
              move WS-MV-REC(i) to MOVE-REC
              if M-区分 = "T" and M-状態 = "A"
                 move i to WS-MV-ACT
              end-if
              compute i = i + 1
           end-perform.
        FIND-ACTIVE-E.

        ACTION-LINE-S.
      * 1予約1行。処理・顧客番号・連番・区分・期間・郵便番号
           move spaces to WS-RPT-LINE.
           string "  " WS-ACTION " " WM-顧客番号
                  " " WM-予約連番 " " WM-区分
                  " " WM-開始日 "-" WM-終了日
                  " " WM-郵便番号７桁
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        ACTION-LINE-E.

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
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "custmove.idx" to WS-MOVE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MOVE-FILENAME.
           move "move_apply.wk" to WS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-WORK-FILENAME.
           move "move_apply.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
