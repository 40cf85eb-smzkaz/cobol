      **=================================================================
      ** 索引ファイル(顧客・配送先・ルート・抽出マスタ・郵便番号
      ** 索引)の再編成と障害時の救済
      ** 入力：FILE=で指定した索引ファイル1本
      **       (customer.idx / custaddr2.idx / route.idx /
      **        export_master.idx / yubin_seq.idx)
      **       前回正常終了時のキー一覧 <ファイル名>.keys (RECOVER時)
      ** 出力：再編成後の索引ファイル、idx_reorg.rpt (実施レポート)、
      **       キー一覧 <ファイル名>.keys、作り直し前の退避
      **       <ファイル名>.pre_reorg (REORG) / .damaged (RECOVER)
      ** cust_merge・merger_remap・cust_load の削除・再登録が続くと
      ** 索引ファイルは断片化し、異常終了の後には「開けるのに実在
      ** するキーの読込が23になる」状態も起きる。MODE=で処理を選ぶ
      **   CHECK   … 主キー順に全件を読み、キーの重複・順序逆転と
      **             読込エラーを数え、各キーの直接読込(23が出ないか)
      **             を確かめる。ファイルは変えない
      **   REORG   … CHECKと同じ読込で異常が無ければ作業ファイルへ
      **             吐き出し、ファイルを作り直す(既定)。作り直し後
      **             に件数・キーチェックサム・直接読込を再照合し、
      **             合わなければ退避から元へ戻す。異常があれば作り
      **             直さずRECOVERを促す
      **   RECOVER … 壊れたファイルから読めるレコードを救済して作り
      **             直す。主キー順に読み、読めない箇所で先へ進めなく
      **             なったら末尾から逆順に読んで残りを拾う。前回の
      **             キー一覧と照らして失われたキーをレポートする
      **             (失われた分は dr_restore のリカバリセットから
      **             補う)
      ** 作業ファイルの吐き出しは行順編成の1行1レコード
      **=================================================================
        identification           division.
        program-id.              idx_reorg.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select cust-file
            assign to WS-TGT-FILENAME
            organization indexed
            access mode dynamic
            record key is C-顧客番号
            alternate record key is C-顧客名（カナ）
                with duplicates
            alternate record key is C-郵便番号７桁
                with duplicates
            file status is WS-TGT-FS.
        select dlva-file
            assign to WS-TGT-FILENAME
            organization indexed
            access mode dynamic
            record key is D-副住所キー
            file status is WS-TGT-FS.
        select route-file
            assign to WS-TGT-FILENAME
            organization indexed
            access mode dynamic
            record key is RT-郵便番号上3桁
            file status is WS-TGT-FS.
        select master-file
            assign to WS-TGT-FILENAME
            organization indexed
            access mode dynamic
            record key is EX-郵便番号
            file status is WS-TGT-FS.
        select idx-file
            assign to WS-TGT-FILENAME
            organization indexed
            access mode dynamic
            record key is SI-郵便番号７桁
            file status is WS-TGT-FS.
        select unl-file
            assign to WS-UNL-FILENAME
            organization line sequential
            file status is WS-UNL-FS.
        select wkey-file
            assign to WS-WKEY-FILENAME
            organization line sequential
            file status is WS-WKEY-FS.
        select snap-file
            assign to WS-SNAP-FILENAME
            organization line sequential
            file status is WS-SNAP-FS.
        select cksum-file
            assign to WS-CKSUM-FILENAME
            organization line sequential
            file status is WS-CKSUM-FS.
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

        fd  dlva-file
            label records are standard.
        01  DLVA-REC.
            COPY CUSTDLVA.

      * route.idx (route_maint.cobと同じ)
        fd  route-file
            label records are standard.
        01  ROUTE-REC.
            03 RT-郵便番号上3桁   pic X(03).
            03 RT-ルートコード    pic X(04).
            03 RT-ルート名        pic N(15).

      * export_master.idx (export_consolidate.cobと同じ)
        fd  master-file
            label records are standard.
        01  EXPORT-MASTER-REC.
            03 EX-郵便番号        pic X(07).
            03 EX-初回保存日      pic X(08).
            03 EX-最終保存日      pic X(08).
            03 EX-保存回数        pic 9(05).
            03 EX-住所表示        pic X(200).

      * yubin_seq.idx のバイト単位ビュー(cust_load.cobと同じ)
        fd  idx-file
            label records are standard.
        01  SI-IDX-REC.
            03 SI-団体コード部      pic X(30).
            03 SI-郵便番号７桁      pic X(21).
            03 SI-カナ部            pic X(264).
            03 SI-都道府県名（漢字） pic X(12).
            03 SI-市町村名（漢字）   pic X(30).
            03 SI-町域名（漢字）     pic X(111).
            03 SI-予備部            pic X(18).
            03 SI-抽出年月日        pic X(08).

      * 吐き出し作業ファイル(1行1レコード、レコードの生バイト)
        fd  unl-file
            label records are standard.
        01  UNL-FD-REC          pic X(600).

      * 今回読めたキーの一覧(正常終了時に<ファイル名>.keysとなる)
        fd  wkey-file
            label records are standard.
        01  WKEY-FD-REC         pic X(21).

      * 前回正常終了時のキー一覧
        fd  snap-file
            label records are standard.
        01  SNAP-FD-REC         pic X(21).

        fd  cksum-file
            label records are standard.
        01  CKSUM-FD-REC        pic X(300).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(132).

        working-storage           section.
      * 共通ログ(LOG001)
        01  WS-LOG-PROGNAME    pic X(20) value "IDX_REORG".
        01  WS-LOG-SEVERITY    pic X(05).
        01  WS-LOG-MESSAGE     pic X(80).
        01  WS-ARG-JUNK        pic X(10).
        01  WS-MODE            pic X(07) value "REORG".
      *****************************************
      ** 対象にできる索引ファイルと主キーの長さ
      *****************************************
        01  WS-TGT-DATA.
            03 filler pic X(20) value "customer.idx".
            03 filler pic 9(02) value 8.
            03 filler pic X(20) value "custaddr2.idx".
            03 filler pic 9(02) value 10.
            03 filler pic X(20) value "route.idx".
            03 filler pic 9(02) value 3.
            03 filler pic X(20) value "export_master.idx".
            03 filler pic 9(02) value 7.
            03 filler pic X(20) value "yubin_seq.idx".
            03 filler pic 9(02) value 21.
        01  WS-TGT-TABLE redefines WS-TGT-DATA.
            03 WS-TGT  occurs 5.
               05 WS-TGT-NAME     pic X(20).
               05 WS-TGT-KEYLEN   pic 9(02).
        01  WS-TGT-MAX         pic 9(01) value 5.
        01  WS-FILE-ID         pic 9(01) value 0.
        01  WS-FILE-ARG        pic X(20) value spaces.
        01  WS-KEY-LEN         pic 9(02).
        01  WS-TGT-FS          pic X(02).
      *****************************************
      ** 読込・照合
      *****************************************
        01  WS-REC-IMAGE       pic X(600).
        01  WS-CUR-KEY         pic X(21).
        01  WS-LAST-KEY        pic X(21).
        01  WS-HAVE-LAST       pic X(01).
        01  WS-FWD-LAST-KEY    pic X(21).
        01  WS-FWD-HAVE-LAST   pic X(01).
        01  WS-OPEN-FAILED     pic X(01) value "N".
        01  WS-WALK-DONE       pic X(01).
        01  WS-WALK-STOPPED    pic X(01) value "N".
        01  WS-DIRECTION       pic X(01).
        01  WS-ERR-RUN         pic 9(02) value 0.
        01  WS-MAX-ERR-RUN     pic 9(02) value 5.
        01  WS-READ-COUNT      pic 9(07) value 0.
        01  WS-ACCEPT-COUNT    pic 9(07) value 0.
        01  WS-REVERSE-COUNT   pic 9(07) value 0.
        01  WS-DUP-COUNT       pic 9(07) value 0.
        01  WS-ORDER-COUNT     pic 9(07) value 0.
        01  WS-READ-ERR-COUNT  pic 9(07) value 0.
        01  WS-WRITE-ERR-COUNT pic 9(07) value 0.
        01  WS-WRITE-COUNT     pic 9(07) value 0.
        01  WS-AFTER-COUNT     pic 9(07) value 0.
        01  WS-PROBE-COUNT     pic 9(07) value 0.
        01  WS-PROBE-MISS      pic 9(07) value 0.
        01  WS-SNAP-COUNT      pic 9(07) value 0.
        01  WS-LOST-COUNT      pic 9(07) value 0.
        01  WS-HAVE-SNAP       pic X(01) value "N".
        01  WS-UNL-EOF         pic X(01).
        01  WS-KEY-EOF         pic X(01).
        01  WS-RESULT          pic X(60).
        01  WS-RJ-OK           pic X(01) value "N".
      *****************************************
      ** キーチェックサム。レコードごとのキーのハッシュを合計する
      ** (読む順序に依らないので、作り直し前後で比べられる)
      *****************************************
        01  WS-CK-PAIR.
            03 filler          pic X(01) value low-value.
            03 WS-CK-CHAR      pic X(01).
        01  WS-CK-VAL redefines WS-CK-PAIR pic 9(04) binary.
        01  WS-KEY-HASH        pic 9(12).
        01  WS-CK-WORK         pic 9(14).
        01  WS-CK-QUOT         pic 9(14).
        01  WS-CK-BEFORE       pic 9(12) value 0.
        01  WS-CK-AFTER        pic 9(12) value 0.
        01  WS-CK-TOTAL        pic 9(12) value 0.
        01  j                  pic 9(02).
      *****************************************
      ** ファイルサイズ(cksumコマンドの出力から取る)
      *****************************************
        01  WS-CKSUM-FS        pic X(02).
        01  WS-CK-SUM          pic X(12).
        01  WS-CK-SIZE         pic X(12).
        01  WS-CK-JUNK         pic X(100).
        01  WS-SIZE-BEFORE     pic X(12) value spaces.
        01  WS-SIZE-AFTER      pic X(12) value spaces.
        01  WS-SIZE-PATH       pic X(256).
      *****************************************
      ** レポート
      *****************************************
        01  WS-RPT-FS          pic X(02).
        01  WS-UNL-FS          pic X(02).
        01  WS-WKEY-FS         pic X(02).
        01  WS-SNAP-FS         pic X(02).
        01  WS-RPT-LINE        pic X(132).
        01  WS-RUN-DATE        pic 9(08).
        01  WS-RUN-TIME        pic 9(08).
        01  WS-DETAIL-TAG      pic X(16).
        01  i                  pic 99.
        01  argc               pic 9(04).
        01  STD.
            03 default_arg_num pic 99 values 10.
        01  params.
            03 param  occurs 10  pic X(50).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-CMD-AREA.
           03 WS-CMD             pic X(800).
           03 filler             pic X(01) value low-value.
      * 実行ロック(LCK001)。夜間バッチと同時に作り直さないよう取る
        01  WS-LCK-MODE        pic X(05).
        01  WS-LCK-PROGNAME    pic X(20) value "IDX_REORG".
        01  WS-LCK-RESULT      pic X(01).
        01  WS-LCK-HOLDER      pic X(20).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-TGT-FILENAME    pic X(256).
        01  WS-BAK-FILENAME    pic X(256).
        01  WS-UNL-FILENAME    pic X(256).
        01  WS-WKEY-FILENAME   pic X(256).
        01  WS-SNAP-FILENAME   pic X(256).
        01  WS-CKSUM-FILENAME  pic X(256).
        01  WS-RPT-FILENAME    pic X(256).
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              if argc < default_arg_num
                 move 1 to i
                 perform until i > argc
                    accept param(i) from argument-value
                    if param(i)(1:5) = "FILE="
                       unstring param(i) delimited by "="
                          into WS-ARG-JUNK WS-FILE-ARG
                    end-if
                    if param(i)(1:5) = "MODE="
                       unstring param(i) delimited by "="
                          into WS-ARG-JUNK WS-MODE
                    end-if
                    compute i = i + 1
                 end-perform
              else
                 display "Error: argc=" argc " (<" default_arg_num ")"
                 stop run
              end-if
           end-if.
           move 1 to i.
           perform until i > WS-TGT-MAX
              if WS-TGT-NAME(i) = WS-FILE-ARG
                 move i to WS-FILE-ID
              end-if
              compute i = i + 1
           end-perform.
           if WS-FILE-ID = 0
              or (WS-MODE not = "CHECK" and not = "REORG"
                  and not = "RECOVER")
              display "usage: idx_reorg FILE=<name> "
                      "[MODE=CHECK|REORG|RECOVER]"
              display "  FILE= customer.idx custaddr2.idx route.idx "
                      "export_master.idx yubin_seq.idx"
              stop run
           end-if.
           move WS-TGT-KEYLEN(WS-FILE-ID) to WS-KEY-LEN.
           perform FILE-RESOLVE-S thru FILE-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-LCK-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           move "LOCK " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
           if WS-LCK-RESULT not = "Y"
              display "reorg NOT started: run lock held by "
                      WS-LCK-HOLDER
              move "END  " to WS-RJ-MODE
              move "SKIPPED" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-LCK-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           accept WS-RUN-DATE from date yyyymmdd.
           accept WS-RUN-TIME from time.
           open output rpt-file.
           move spaces to WS-RPT-LINE.
           string "INDEXED FILE REORG REPORT  DATE=" WS-RUN-DATE
                  " TIME=" WS-RUN-TIME(1:6)
                  " FILE=" delimited by size
                  WS-TGT-NAME(WS-FILE-ID) delimited by space
                  " MODE=" delimited by size
                  WS-MODE delimited by space
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move WS-TGT-FILENAME to WS-SIZE-PATH.
           perform FILE-SIZE-S thru FILE-SIZE-E.
           move WS-CK-SIZE to WS-SIZE-BEFORE.

           perform UNLOAD-S thru UNLOAD-E.
           move WS-CK-TOTAL to WS-CK-BEFORE.
           if WS-OPEN-FAILED = "Y"
              move "FILE CANNOT BE OPENED - RESTORE FROM RECOVERY SET"
                to WS-RESULT
              go to MAIN-FINISH
           end-if.
           if WS-MODE = "CHECK"
              perform PROBE-S thru PROBE-E
              if WS-DUP-COUNT = 0 and WS-ORDER-COUNT = 0
                 and WS-READ-ERR-COUNT = 0 and WS-PROBE-MISS = 0
                 move "CLEAN" to WS-RESULT
                 move "Y" to WS-RJ-OK
                 perform SNAP-SAVE-S thru SNAP-SAVE-E
              else
                 move "DAMAGED - RUN MODE=RECOVER" to WS-RESULT
              end-if
              go to MAIN-FINISH
           end-if.
           if WS-MODE = "REORG"
              and (WS-DUP-COUNT > 0 or WS-ORDER-COUNT > 0
                   or WS-READ-ERR-COUNT > 0)
              move "NOT REBUILT - RUN MODE=RECOVER" to WS-RESULT
              go to MAIN-FINISH
           end-if.
           if WS-ACCEPT-COUNT = 0 and WS-MODE = "RECOVER"
              move "NOTHING SALVAGED - RESTORE FROM RECOVERY SET"
                to WS-RESULT
              go to MAIN-FINISH
           end-if.
           perform REBUILD-S thru REBUILD-E.
           perform VERIFY-S thru VERIFY-E.
           perform PROBE-S thru PROBE-E.
           if WS-AFTER-COUNT not = WS-ACCEPT-COUNT
              or WS-CK-AFTER not = WS-CK-BEFORE
              or WS-PROBE-MISS > 0
              or (WS-WRITE-ERR-COUNT > 0 and WS-MODE = "REORG")
              perform RESTORE-S thru RESTORE-E
              move "VERIFY FAILED - ORIGINAL RESTORED" to WS-RESULT
              go to MAIN-FINISH
           end-if.
           if WS-MODE = "RECOVER"
              perform LOST-CHECK-S thru LOST-CHECK-E
              move "RECOVERED - SEE LOST KEYS" to WS-RESULT
           else
              move "REORGANIZED" to WS-RESULT
           end-if.
           move "Y" to WS-RJ-OK.
           perform SNAP-SAVE-S thru SNAP-SAVE-E.
           move WS-TGT-FILENAME to WS-SIZE-PATH.
           perform FILE-SIZE-S thru FILE-SIZE-E.
           move WS-CK-SIZE to WS-SIZE-AFTER.
        MAIN-FINISH.
           perform SUMMARY-S thru SUMMARY-E.
           close rpt-file.
           move spaces to WS-CMD.
           string "rm -f " delimited by size
                  WS-UNL-FILENAME delimited by space
                  " "     delimited by size
                  WS-WKEY-FILENAME delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
           move "FREE " to WS-LCK-MODE.
           call "LCK001" using WS-LCK-MODE WS-LCK-PROGNAME
                                WS-LCK-RESULT WS-LCK-HOLDER.
           display "idx_reorg " WS-TGT-NAME(WS-FILE-ID) " "
                   WS-MODE ": " WS-RESULT.
           move "END  " to WS-RJ-MODE.
           move WS-ACCEPT-COUNT to WS-RJ-COUNT.
           if WS-RJ-OK = "Y"
              move "SUCCESS" to WS-RJ-STATUS
           else
              move "FAILURE" to WS-RJ-STATUS
              move "ERROR" to WS-LOG-SEVERITY
              move spaces to WS-LOG-MESSAGE
              string WS-TGT-NAME(WS-FILE-ID) delimited by space
                     " " delimited by size
                     WS-RESULT delimited by size
                     into WS-LOG-MESSAGE
              call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                                  WS-LOG-MESSAGE
           end-if.
           call "JNL001" using WS-RJ-MODE WS-LCK-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        UNLOAD-S.
      * 主キー順に全件を読み、受け入れたレコードを作業ファイルへ、
      * キーをキー一覧(作業)へ書く。RECOVER以外は読込エラーで
      * 打ち切る。RECOVERは先へ進めなくなったら逆順読みへ回る
           move 0 to WS-CK-TOTAL.
           perform TGT-OPEN-IN-S thru TGT-OPEN-IN-E.
           if WS-TGT-FS(1:1) not = "0"
              move "Y" to WS-OPEN-FAILED
              move "OPEN ERROR" to WS-DETAIL-TAG
              move spaces to WS-CUR-KEY
              perform DETAIL-S thru DETAIL-E
              go to UNLOAD-E
           end-if.
           open output unl-file.
           open output wkey-file.
           move "N" to WS-HAVE-LAST.
           move low-values to WS-LAST-KEY.
           move "F" to WS-DIRECTION.
           move "N" to WS-WALK-DONE.
           move 0 to WS-ERR-RUN.
           perform until WS-WALK-DONE = "Y"
              perform TGT-READ-NEXT-S thru TGT-READ-NEXT-E
              perform WALK-ONE-S thru WALK-ONE-E
           end-perform.
           move WS-LAST-KEY to WS-FWD-LAST-KEY.
           move WS-HAVE-LAST to WS-FWD-HAVE-LAST.
           if WS-MODE = "RECOVER" and WS-WALK-STOPPED = "Y"
              perform REVERSE-WALK-S thru REVERSE-WALK-E
           end-if.
           close unl-file.
           close wkey-file.
           perform TGT-CLOSE-S thru TGT-CLOSE-E.
        UNLOAD-E.

        WALK-ONE-S.
      * 1回の読込結果を判定する(順読み・逆順読みで共用)
           if WS-TGT-FS = "10"
              move "Y" to WS-WALK-DONE
              go to WALK-ONE-E
           end-if.
           if WS-TGT-FS(1:1) not = "0"
              add 1 to WS-READ-ERR-COUNT
              add 1 to WS-ERR-RUN
              move "READ ERROR" to WS-DETAIL-TAG
              move WS-LAST-KEY to WS-CUR-KEY
              perform DETAIL-S thru DETAIL-E
              if WS-MODE not = "RECOVER"
                 move "Y" to WS-WALK-DONE
                 go to WALK-ONE-E
              end-if
      * 最後に読めたキーの次(逆順では手前)へ位置付け直して続ける。
      * 同じ所で続けて失敗するなら、この向きではもう進めない
              if WS-ERR-RUN > WS-MAX-ERR-RUN
                 move "Y" to WS-WALK-STOPPED
                 move "Y" to WS-WALK-DONE
                 go to WALK-ONE-E
              end-if
              perform TGT-START-S thru TGT-START-E
              if WS-TGT-FS(1:1) not = "0"
                 move "Y" to WS-WALK-STOPPED
                 move "Y" to WS-WALK-DONE
              end-if
              go to WALK-ONE-E
           end-if.
           move 0 to WS-ERR-RUN.
           add 1 to WS-READ-COUNT.
           if WS-DIRECTION = "R"
      * 逆順読みは順読みで拾った範囲に戻ったところで終わる
              if WS-FWD-HAVE-LAST = "Y"
                 and WS-CUR-KEY(1:WS-KEY-LEN)
                     not > WS-FWD-LAST-KEY(1:WS-KEY-LEN)
                 subtract 1 from WS-READ-COUNT
                 move "Y" to WS-WALK-DONE
                 go to WALK-ONE-E
              end-if
           end-if.
           if WS-HAVE-LAST = "Y"
              if WS-CUR-KEY(1:WS-KEY-LEN) = WS-LAST-KEY(1:WS-KEY-LEN)
                 add 1 to WS-DUP-COUNT
                 move "DUPLICATE KEY" to WS-DETAIL-TAG
                 perform DETAIL-S thru DETAIL-E
                 go to WALK-ONE-E
              end-if
              if (WS-DIRECTION = "F" and
                  WS-CUR-KEY(1:WS-KEY-LEN) < WS-LAST-KEY(1:WS-KEY-LEN))
                 or (WS-DIRECTION = "R" and
                  WS-CUR-KEY(1:WS-KEY-LEN) > WS-LAST-KEY(1:WS-KEY-LEN))
                 add 1 to WS-ORDER-COUNT
                 move "KEY OUT OF ORDER" to WS-DETAIL-TAG
                 perform DETAIL-S thru DETAIL-E
                 go to WALK-ONE-E
              end-if
           end-if.
           move WS-CUR-KEY to WS-LAST-KEY.
           move "Y" to WS-HAVE-LAST.
           add 1 to WS-ACCEPT-COUNT.
           if WS-DIRECTION = "R"
              add 1 to WS-REVERSE-COUNT
           end-if.
           perform KEY-HASH-S thru KEY-HASH-E.
           move WS-REC-IMAGE to UNL-FD-REC.
           write UNL-FD-REC.
           move WS-CUR-KEY to WKEY-FD-REC.
           write WKEY-FD-REC.
        WALK-ONE-E.

        REVERSE-WALK-S.
      * 読めない箇所より後ろのレコードを末尾から逆順に拾う
           move "REVERSE WALK" to WS-DETAIL-TAG.
           move WS-FWD-LAST-KEY to WS-CUR-KEY.
           perform DETAIL-S thru DETAIL-E.
           move "R" to WS-DIRECTION.
           move "N" to WS-HAVE-LAST.
           move high-values to WS-LAST-KEY.
           move 0 to WS-ERR-RUN.
           perform TGT-START-S thru TGT-START-E.
           if WS-TGT-FS(1:1) not = "0"
              go to REVERSE-WALK-E
           end-if.
           move "N" to WS-WALK-DONE.
           perform until WS-WALK-DONE = "Y"
              perform TGT-READ-PREV-S thru TGT-READ-PREV-E
              perform WALK-ONE-S thru WALK-ONE-E
           end-perform.
        REVERSE-WALK-E.

        REBUILD-S.
      * 元ファイルを退避してから作業ファイルの全件で作り直す
           move spaces to WS-BAK-FILENAME.
           if WS-MODE = "RECOVER"
              string WS-TGT-FILENAME delimited by space
                     ".damaged" delimited by size
                     into WS-BAK-FILENAME
           else
              string WS-TGT-FILENAME delimited by space
                     ".pre_reorg" delimited by size
                     into WS-BAK-FILENAME
           end-if.
           move spaces to WS-CMD.
           string "cp -p "       delimited by size
                  WS-TGT-FILENAME delimited by space
                  " "            delimited by size
                  WS-BAK-FILENAME delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
           perform TGT-OPEN-OUT-S thru TGT-OPEN-OUT-E.
           open input unl-file.
           move "N" to WS-UNL-EOF.
           perform until WS-UNL-EOF = "Y"
              read unl-file
                 at end
                    move "Y" to WS-UNL-EOF
                 not at end
                    move UNL-FD-REC to WS-REC-IMAGE
                    perform TGT-WRITE-S thru TGT-WRITE-E
                    if WS-TGT-FS(1:1) = "0"
                       add 1 to WS-WRITE-COUNT
                    else
                       add 1 to WS-WRITE-ERR-COUNT
                       move "WRITE ERROR" to WS-DETAIL-TAG
                       perform DETAIL-S thru DETAIL-E
                    end-if
              end-read
           end-perform.
           close unl-file.
           perform TGT-CLOSE-S thru TGT-CLOSE-E.
        REBUILD-E.

        VERIFY-S.
      * 作り直したファイルを主キー順に読み直し、件数とキー
      * チェックサムを取る
           move 0 to WS-CK-TOTAL.
           perform TGT-OPEN-IN-S thru TGT-OPEN-IN-E.
           if WS-TGT-FS(1:1) not = "0"
              move "VERIFY OPEN ERR" to WS-DETAIL-TAG
              move spaces to WS-CUR-KEY
              perform DETAIL-S thru DETAIL-E
              go to VERIFY-E
           end-if.
           move "N" to WS-WALK-DONE.
           perform until WS-WALK-DONE = "Y"
              perform TGT-READ-NEXT-S thru TGT-READ-NEXT-E
              if WS-TGT-FS(1:1) = "0"
                 add 1 to WS-AFTER-COUNT
                 perform KEY-HASH-S thru KEY-HASH-E
              else
                 move "Y" to WS-WALK-DONE
                 if WS-TGT-FS not = "10"
                    move "VERIFY READ ERR" to WS-DETAIL-TAG
                    perform DETAIL-S thru DETAIL-E
                 end-if
              end-if
           end-perform.
           perform TGT-CLOSE-S thru TGT-CLOSE-E.
           move WS-CK-TOTAL to WS-CK-AFTER.
        VERIFY-E.

        PROBE-S.
      * 読めた各キーで直接読込を行い、索引から引けることを確かめる
      * (順読みできても直接読込が23になる壊れ方を見つけるため)
           perform TGT-OPEN-IN-S thru TGT-OPEN-IN-E.
           if WS-TGT-FS(1:1) not = "0"
              go to PROBE-E
           end-if.
           open input wkey-file.
           move "N" to WS-KEY-EOF.
           perform until WS-KEY-EOF = "Y"
              read wkey-file
                 at end
                    move "Y" to WS-KEY-EOF
                 not at end
                    move WKEY-FD-REC to WS-CUR-KEY
                    add 1 to WS-PROBE-COUNT
                    perform TGT-READ-KEY-S thru TGT-READ-KEY-E
                    if WS-TGT-FS(1:1) not = "0"
                       add 1 to WS-PROBE-MISS
                       move "KEY READ FAILED" to WS-DETAIL-TAG
                       move WKEY-FD-REC to WS-CUR-KEY
                       perform DETAIL-S thru DETAIL-E
                    end-if
              end-read
           end-perform.
           close wkey-file.
           perform TGT-CLOSE-S thru TGT-CLOSE-E.
        PROBE-E.

        LOST-CHECK-S.
      * 前回のキー一覧の各キーを作り直したファイルで引き、引けない
      * ものを失われたキーとして挙げる
           open input snap-file.
           if WS-SNAP-FS not = "00"
              move "NO KEY LIST" to WS-DETAIL-TAG
              move spaces to WS-CUR-KEY
              perform DETAIL-S thru DETAIL-E
              go to LOST-CHECK-E
           end-if.
           move "Y" to WS-HAVE-SNAP.
           perform TGT-OPEN-IN-S thru TGT-OPEN-IN-E.
           move "N" to WS-KEY-EOF.
           perform until WS-KEY-EOF = "Y"
              read snap-file
                 at end
                    move "Y" to WS-KEY-EOF
                 not at end
                    move SNAP-FD-REC to WS-CUR-KEY
                    add 1 to WS-SNAP-COUNT
                    perform TGT-READ-KEY-S thru TGT-READ-KEY-E
                    if WS-TGT-FS(1:1) not = "0"
                       add 1 to WS-LOST-COUNT
                       move "LOST KEY" to WS-DETAIL-TAG
                       move SNAP-FD-REC to WS-CUR-KEY
                       perform DETAIL-S thru DETAIL-E
                    end-if
              end-read
           end-perform.
           perform TGT-CLOSE-S thru TGT-CLOSE-E.
           close snap-file.
        LOST-CHECK-E.

        RESTORE-S.
      * 照合が合わなければ作り直したファイルを捨てて退避から戻す
           move spaces to WS-CMD.
           string "cp -p "        delimited by size
                  WS-BAK-FILENAME delimited by space
                  " "             delimited by size
                  WS-TGT-FILENAME delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
        RESTORE-E.

        SNAP-SAVE-S.
      * 今回のキー一覧を次回のRECOVERの照合元として残す
           move spaces to WS-CMD.
           string "cp "            delimited by size
                  WS-WKEY-FILENAME delimited by space
                  " "              delimited by size
                  WS-SNAP-FILENAME delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
        SNAP-SAVE-E.

        KEY-HASH-S.
      * キー1件のハッシュ(HSH001と同じ畳み込み)を合計へ足す
           move 7919 to WS-KEY-HASH.
           move 1 to j.
           perform until j > WS-KEY-LEN
              move WS-CUR-KEY(j:1) to WS-CK-CHAR
              compute WS-CK-WORK = (WS-KEY-HASH * 31) + WS-CK-VAL + j
              divide WS-CK-WORK by 99999989
                 giving WS-CK-QUOT
                 remainder WS-KEY-HASH
              compute j = j + 1
           end-perform.
           compute WS-CK-WORK = WS-CK-TOTAL + WS-KEY-HASH.
           divide WS-CK-WORK by 999999999989
              giving WS-CK-QUOT
              remainder WS-CK-TOTAL.
        KEY-HASH-E.

        FILE-SIZE-S.
      * WS-SIZE-PATHのファイルのサイズ(cksumの2項目目)を取る
           move spaces to WS-CK-SIZE.
           move spaces to WS-CMD.
           string "cksum "          delimited by size
                  WS-SIZE-PATH      delimited by space
                  " > "             delimited by size
                  WS-CKSUM-FILENAME delimited by space
                  " 2>/dev/null"    delimited by size
                  into WS-CMD.
           call "system" using WS-CMD.
           open input cksum-file.
           if WS-CKSUM-FS not = "00"
              go to FILE-SIZE-E
           end-if.
           read cksum-file
              at end
                 continue
              not at end
                 unstring CKSUM-FD-REC delimited by " "
                    into WS-CK-SUM WS-CK-SIZE WS-CK-JUNK
           end-read.
           close cksum-file.
           move spaces to WS-CMD.
           string "rm -f "          delimited by size
                  WS-CKSUM-FILENAME delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
        FILE-SIZE-E.

        DETAIL-S.
           move spaces to WS-RPT-LINE.
           string WS-DETAIL-TAG " STATUS=" WS-TGT-FS " KEY="
                  WS-CUR-KEY(1:WS-KEY-LEN)
                  delimited by size into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
        DETAIL-E.

        SUMMARY-S.
           move spaces to WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           string "RECORDS READ      " WS-READ-COUNT
                  "   ACCEPTED " WS-ACCEPT-COUNT
                  "   (REVERSE WALK " WS-REVERSE-COUNT ")"
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           string "DUPLICATE KEYS    " WS-DUP-COUNT
                  "   OUT OF ORDER " WS-ORDER-COUNT
                  "   READ ERRORS " WS-READ-ERR-COUNT
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           move spaces to WS-RPT-LINE.
           string "KEY READS         " WS-PROBE-COUNT
                  "   FAILED " WS-PROBE-MISS
                  into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
           if WS-MODE not = "CHECK"
              move spaces to WS-RPT-LINE
              string "RECORDS WRITTEN   " WS-WRITE-COUNT
                     "   WRITE ERRORS " WS-WRITE-ERR-COUNT
                     "   READ BACK " WS-AFTER-COUNT
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
              move spaces to WS-RPT-LINE
              string "KEY CHECKSUM      BEFORE " WS-CK-BEFORE
                     "   AFTER " WS-CK-AFTER
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
              move spaces to WS-RPT-LINE
              string "FILE SIZE         BEFORE " delimited by size
                     WS-SIZE-BEFORE delimited by space
                     "   AFTER " delimited by size
                     WS-SIZE-AFTER delimited by space
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
           else
              move spaces to WS-RPT-LINE
              string "KEY CHECKSUM      " WS-CK-BEFORE
                     "   FILE SIZE " delimited by size
                     WS-SIZE-BEFORE delimited by space
                     into WS-RPT-LINE
              perform RPT-WRITE-S thru RPT-WRITE-E
           end-if.
           if WS-MODE = "RECOVER"
              move spaces to WS-RPT-LINE
              if WS-HAVE-SNAP = "Y"
                 string "PREVIOUS KEYS     " WS-SNAP-COUNT
                        "   LOST " WS-LOST-COUNT
                        into WS-RPT-LINE
              else
                 string "PREVIOUS KEYS     NONE ON FILE "
                        "(LOSS CANNOT BE MEASURED)"
                        into WS-RPT-LINE
              end-if
              perform RPT-WRITE-S thru RPT-WRITE-E
           end-if.
           move spaces to WS-RPT-LINE.
           string "RESULT: " WS-RESULT into WS-RPT-LINE.
           perform RPT-WRITE-S thru RPT-WRITE-E.
        SUMMARY-E.

        RPT-WRITE-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        RPT-WRITE-E.

      ******************************************************************
      * 対象ファイルごとの入出力(WS-FILE-IDで振り分ける)
      ******************************************************************
        TGT-OPEN-IN-S.
           evaluate WS-FILE-ID
              when 1  open input cust-file
              when 2  open input dlva-file
              when 3  open input route-file
              when 4  open input master-file
              when 5  open input idx-file
           end-evaluate.
        TGT-OPEN-IN-E.

        TGT-OPEN-OUT-S.
           evaluate WS-FILE-ID
              when 1  open output cust-file
              when 2  open output dlva-file
              when 3  open output route-file
              when 4  open output master-file
              when 5  open output idx-file
           end-evaluate.
        TGT-OPEN-OUT-E.

        TGT-CLOSE-S.
           evaluate WS-FILE-ID
              when 1  close cust-file
              when 2  close dlva-file
              when 3  close route-file
              when 4  close master-file
              when 5  close idx-file
           end-evaluate.
        TGT-CLOSE-E.

        TGT-READ-NEXT-S.
           evaluate WS-FILE-ID
              when 1  read cust-file next record
              when 2  read dlva-file next record
              when 3  read route-file next record
              when 4  read master-file next record
              when 5  read idx-file next record
           end-evaluate.
           perform TGT-TAKE-S thru TGT-TAKE-E.
        TGT-READ-NEXT-E.

        TGT-READ-PREV-S.
           evaluate WS-FILE-ID
              when 1  read cust-file previous record
              when 2  read dlva-file previous record
              when 3  read route-file previous record
              when 4  read master-file previous record
              when 5  read idx-file previous record
           end-evaluate.
           perform TGT-TAKE-S thru TGT-TAKE-E.
        TGT-READ-PREV-E.

        TGT-TAKE-S.
      * 読めたレコードを作業域へ写し、主キーを取り出す
           if WS-TGT-FS(1:1) not = "0"
              go to TGT-TAKE-E
           end-if.
           move spaces to WS-CUR-KEY.
           evaluate WS-FILE-ID
              when 1
                 move CUST-REC to WS-REC-IMAGE
                 move C-顧客番号 to WS-CUR-KEY
              when 2
                 move DLVA-REC to WS-REC-IMAGE
                 move D-副住所キー to WS-CUR-KEY
              when 3
                 move ROUTE-REC to WS-REC-IMAGE
                 move RT-郵便番号上3桁 to WS-CUR-KEY
              when 4
                 move EXPORT-MASTER-REC to WS-REC-IMAGE
                 move EX-郵便番号 to WS-CUR-KEY
              when 5
                 move SI-IDX-REC to WS-REC-IMAGE
                 move SI-郵便番号７桁 to WS-CUR-KEY
           end-evaluate.
        TGT-TAKE-E.

        TGT-START-S.
      * 順読みは最後のキーより後ろ、逆順読みは手前へ位置付ける
      * (逆順読みの開始時は最後のキーがHIGH-VALUEで末尾になる)
           evaluate WS-FILE-ID
              when 1
                 move WS-LAST-KEY to C-顧客番号
              when 2
                 move WS-LAST-KEY to D-副住所キー
              when 3
                 move WS-LAST-KEY to RT-郵便番号上3桁
              when 4
                 move WS-LAST-KEY to EX-郵便番号
              when 5
                 move WS-LAST-KEY to SI-郵便番号７桁
           end-evaluate.
           if WS-DIRECTION = "F"
              evaluate WS-FILE-ID
                 when 1  start cust-file key is > C-顧客番号
                 when 2  start dlva-file key is > D-副住所キー
                 when 3
                    start route-file key is > RT-郵便番号上3桁
                 when 4  start master-file key is > EX-郵便番号
                 when 5  start idx-file key is > SI-郵便番号７桁
              end-evaluate
           else
              evaluate WS-FILE-ID
                 when 1  start cust-file key is < C-顧客番号
                 when 2  start dlva-file key is < D-副住所キー
                 when 3
                    start route-file key is < RT-郵便番号上3桁
                 when 4  start master-file key is < EX-郵便番号
                 when 5  start idx-file key is < SI-郵便番号７桁
              end-evaluate
           end-if.
        TGT-START-E.

        TGT-WRITE-S.
           evaluate WS-FILE-ID
              when 1
                 move WS-REC-IMAGE to CUST-REC
                 move C-顧客番号 to WS-CUR-KEY
                 write CUST-REC
              when 2
                 move WS-REC-IMAGE to DLVA-REC
                 move D-副住所キー to WS-CUR-KEY
                 write DLVA-REC
              when 3
                 move WS-REC-IMAGE to ROUTE-REC
                 move RT-郵便番号上3桁 to WS-CUR-KEY
                 write ROUTE-REC
              when 4
                 move WS-REC-IMAGE to EXPORT-MASTER-REC
                 move EX-郵便番号 to WS-CUR-KEY
                 write EXPORT-MASTER-REC
              when 5
                 move WS-REC-IMAGE to SI-IDX-REC
                 move SI-郵便番号７桁 to WS-CUR-KEY
                 write SI-IDX-REC
           end-evaluate.
        TGT-WRITE-E.

        TGT-READ-KEY-S.
      * WS-CUR-KEYの主キーで直接読込する
           evaluate WS-FILE-ID
              when 1
                 move WS-CUR-KEY to C-顧客番号
                 read cust-file key is C-顧客番号
              when 2
                 move WS-CUR-KEY to D-副住所キー
                 read dlva-file key is D-副住所キー
              when 3
                 move WS-CUR-KEY to RT-郵便番号上3桁
                 read route-file key is RT-郵便番号上3桁
              when 4
                 move WS-CUR-KEY to EX-郵便番号
                 read master-file key is EX-郵便番号
              when 5
                 move WS-CUR-KEY to SI-郵便番号７桁
                 read idx-file key is SI-郵便番号７桁
           end-evaluate.
        TGT-READ-KEY-E.

        FILE-RESOLVE-S.
      * 対象ファイルと、そのキー一覧の所在を解決する
           move WS-TGT-NAME(WS-FILE-ID) to WS-TGT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TGT-FILENAME.
           move spaces to WS-SNAP-FILENAME.
           string WS-TGT-NAME(WS-FILE-ID) delimited by space
                  ".keys" delimited by size
                  into WS-SNAP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SNAP-FILENAME.
        FILE-RESOLVE-E.

        ENV-RESOLVE-S.
           move "idx_reorg.unl" to WS-UNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-UNL-FILENAME.
           move "idx_reorg.wkey" to WS-WKEY-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-WKEY-FILENAME.
           move "idx_reorg_ck.tmp" to WS-CKSUM-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CKSUM-FILENAME.
           move "idx_reorg.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
