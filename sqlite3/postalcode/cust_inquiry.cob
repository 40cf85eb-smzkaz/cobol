      **=================================================================
      ** 顧客の総合照会画面(参照専用)
      ** 入力：画面(顧客番号)
      **       customer.idx (顧客住所マスタ)
      **       custaddr2.idx (配送先サブレコード)
      **       mailing_hist.dat (郵送履歴。顧客番号・実行日・
      **       キャンペーン・コード)
      **       mail_return.dat (mail_return の返送記録)
      **       cust_jnl.dat (cust_maint の顧客変更ジャーナル)
      **       cust_merge_jnl.dat (cust_merge の整理→存続の対応)
      **       custlife.idx (cust_retention の稼働・休眠・終了の判定)
      ** 引数：MAIL=n … 表示する直近の郵送件数(1-5、既定5)
      ** 配送先は照会画面に3件まで示し、D で全件を頁送りで一覧する
      ** 出力：画面のみ(ファイルは一切更新しない。統合の対応は照会
      **       ごとに作業索引へ読み、終了時に消す)
      ** サービス窓口への問合せのたびに cust_maint・cust_asof・
      ** mail_return_report を順に開き、郵送履歴や統合ジャーナルを
      ** 手で検索していた作業を1画面にまとめる。統合で整理された
      ** 旧番号を入れた場合は、統合ジャーナルをたどって存続側の顧客
      ** へ自動で切り替える。履歴は存続側と、存続側へ統合された
      ** 旧番号の分を合わせて示す
      **=================================================================
        identification           division.
        program-id.              cust_inquiry.
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
        select life-file
            assign to WS-LIFE-FILENAME
            organization indexed
            access mode dynamic
            record key is L-顧客番号
            file status is WS-LIFE-FS.
        select mail-hist-file
            assign to WS-MAIL-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
        select return-file
            assign to WS-RETURN-FILENAME
            organization line sequential
            file status is WS-RET-FS.
        select cust-jnl-file
            assign to WS-CUST-JNL-FILENAME
            organization line sequential
            file status is WS-CJNL-FS.
        select merge-jnl-file
            assign to WS-MERGE-JNL-FILENAME
            organization line sequential
            file status is WS-MJNL-FS.
      * 統合の対応(整理→存続)と照会対象の旧番号の作業索引。照会の
      * たびに作り直す
        select mg-work-file
            assign to WS-MG-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is MG-整理番号
            file status is WS-MGW-FS.
        select al-work-file
            assign to WS-AL-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is AL-旧番号
            file status is WS-ALW-FS.
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

        fd  life-file
            label records are standard.
        01  LIFE-REC.
            COPY CUSTLIFE.

        fd  mail-hist-file
            label records are standard.
        01  MAIL-HIST-FD-REC.
            03 MH-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 MH-実行日        pic X(08).
            03 filler           pic X(01).
            03 MH-キャンペーン  pic X(08).
            03 filler           pic X(01).
      * 通区分(空白=1通。M=世帯宛ての1通に同封された世帯員の記録。
      * 照会ではどちらも郵送履歴として示す)
            03 MH-通区分        pic X(01).

      * 返送記録 "YYYYMMDD HHMMSS cust=nnnnnnnn zip=nnnnnnn reason=x"
        fd  return-file
            label records are standard.
        01  RETURN-FD-REC       pic X(80).

      * 顧客変更ジャーナル(1-8 日付 10-15 時刻 17-24 オペレータ
      * 26 処理 27 区分 28-35 顧客番号 …)。照会では見出し部だけ使う
        fd  cust-jnl-file
            label records are standard.
        01  CJNL-FD-REC         pic X(1070).

      * 統合ジャーナル "YYYYMMDD HHMMSS MERGED 整理 -> 存続 …"
        fd  merge-jnl-file
            label records are standard.
        01  MERGE-JNL-FD-REC    pic X(600).

        fd  mg-work-file
            label records are standard.
        01  MG-WORK-REC.
            03 MG-整理番号      pic X(08).
            03 MG-存続番号      pic X(08).

        fd  al-work-file
            label records are standard.
        01  AL-WORK-REC.
            03 AL-旧番号        pic X(08).

        working-storage           section.
        78  black                       value 0.
        01  WS-CUST-FS        pic X(02).
        01  WS-DLVA-FS        pic X(02).
        01  WS-LIFE-FS        pic X(02).
        01  WS-LIFE-PTR       pic 9(03).
        01  WS-LIFE-TEXT      pic X(12).
        01  WS-HIST-FS        pic X(02).
        01  WS-RET-FS         pic X(02).
        01  WS-CJNL-FS        pic X(02).
        01  WS-MJNL-FS        pic X(02).
        01  WS-EOF            pic X(01).
        01  WS-CUST-NO        pic X(08).
        01  WS-CONFIRM-KEY    pic X(01).
        01  WS-ARG-JUNK       pic X(10).
      * 表示する直近郵送の件数(引数MAIL=)
        01  WS-MAIL-MAX       pic 9(01) value 5.
      *****************************************
      ** 統合の対応(整理→存続)。統合ジャーナルを照会ごとに作業索引
      ** (cust_inquiry_mg_hhmmsscc.idx)へ読む。索引なので記帳が何件
      ** に増えても上限は無い。名前に起動時刻を付けて、同時に照会
      ** する端末どうしで作業索引が重ならないようにする
      *****************************************
        01  WS-MGW-FS         pic X(02).
        01  WS-ALW-FS         pic X(02).
        01  WS-WORK-OPEN      pic X(01) value "N".
        01  WS-START-TIME     pic 9(08).
        01  WS-FOLLOW-NO      pic X(08).
        01  WS-FOLLOW-HIT     pic X(01).
        01  WS-HOPS           pic 9(02).
      * 照会対象(存続側)と、旧番号から切り替えたときの元番号
        01  WS-TARGET-NO      pic X(08).
        01  WS-FOUND          pic X(01).
        01  WS-REDIRECT-MSG   pic X(70).
      * 照会対象へ統合された旧番号(履歴の照合にも使う)の件数。
      * 番号そのものは作業索引(cust_inquiry_al_hhmmsscc.idx)に持つ
        01  WS-ALIAS-USED     pic 9(05) value 0.
        01  WS-ALIAS-SHOW     pic 9(02).
        01  WS-ALIAS-REST     pic 9(05).
        01  al-i              pic 9(02).
        01  WS-MATCH-NO       pic X(08).
        01  WS-MATCH          pic X(01).
      *****************************************
      ** 直近の履歴(古いものから押し出す)
      *****************************************
        01  WS-ML-TABLE.
            03 WS-ML-ENTRY  occurs 5.
               05 WS-ML-DATE  pic X(08).
               05 WS-ML-CAMP  pic X(08).
               05 WS-ML-CUST  pic X(08).
        01  WS-ML-USED        pic 9(01).
        01  WS-ML-TOTAL       pic 9(05).
        01  WS-RT-TABLE.
            03 WS-RT-ENTRY  occurs 3.
               05 WS-RT-DATE  pic X(08).
               05 WS-RT-ZIP   pic X(07).
               05 WS-RT-RSN   pic X(01).
               05 WS-RT-CUST  pic X(08).
        01  WS-RT-USED        pic 9(01).
        01  WS-RT-TOTAL       pic 9(05).
        01  WS-JN-TABLE.
            03 WS-JN-ENTRY  occurs 3.
               05 WS-JN-DATE  pic X(08).
               05 WS-JN-TIME  pic X(06).
               05 WS-JN-OPER  pic X(08).
               05 WS-JN-ACT   pic X(01).
               05 WS-JN-KIND  pic X(01).
        01  WS-JN-USED        pic 9(01).
        01  WS-JN-TOTAL       pic 9(05).
        01  sh-i              pic 9(01).
        01  WS-DL-COUNT       pic 9(03).
        01  WS-DL-LINE        pic 9(02).
        01  WS-DL-TEXT        pic X(120).
      *****************************************
      ** 配送先一覧(D)の表示行(画面の5行目から18行分)
      *****************************************
        01  WS-DLV-TABLE.
            03 WS-DLV-L  occurs 18  pic X(120).
        01  WS-DLV-MSG        pic X(70).
        01  WS-DLV-IDX        pic 9(02).
        01  WS-DLV-EOF        pic X(01).
        01  WS-DLV-HOLD       pic X(01).
      * 表示文言
        01  WS-RSN-TEXT       pic X(20).
        01  WS-ACT-TEXT       pic X(20).
        01  WS-ACT-WORK       pic X(20).
      *****************************************
      ** 表示行(画面の5行目から18行分)
      *****************************************
        01  WS-VIEW-TABLE.
            03 WS-VIEW-L  occurs 18  pic X(120).
        01  v-i               pic 9(03).
      * 漢字項目のトリム用生バイト・ビュー(cust_asofと同じ流儀)
        01  WS-TRIM-NAME-N      pic N(20).
        01  WS-TRIM-NAME-X REDEFINES WS-TRIM-NAME-N pic X(60).
        01  WS-TRIM-KANA-N      pic N(20).
        01  WS-TRIM-KANA-X REDEFINES WS-TRIM-KANA-N pic X(60).
        01  WS-TRIM-KEN-N       pic N(4).
        01  WS-TRIM-KEN-X REDEFINES WS-TRIM-KEN-N pic X(12).
        01  WS-TRIM-SHI-N       pic N(10).
        01  WS-TRIM-SHI-X REDEFINES WS-TRIM-SHI-N pic X(30).
        01  WS-TRIM-CHO-N       pic N(37).
        01  WS-TRIM-CHO-X REDEFINES WS-TRIM-CHO-N pic X(111).
        01  WS-TRIM-BAN-N       pic N(30).
        01  WS-TRIM-BAN-X REDEFINES WS-TRIM-BAN-N pic X(90).
        01  i                 pic 99.
        01  argc              pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME       pic X(256).
        01  WS-DLVA-FILENAME       pic X(256).
        01  WS-LIFE-FILENAME       pic X(256).
        01  WS-MAIL-HIST-FILENAME  pic X(256).
        01  WS-RETURN-FILENAME     pic X(256).
        01  WS-CUST-JNL-FILENAME   pic X(256).
        01  WS-MERGE-JNL-FILENAME  pic X(256).
        01  WS-MG-WORK-FILENAME    pic X(256).
        01  WS-AL-WORK-FILENAME    pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD          pic X(600).
           03 filler               pic X(01) value low-value.
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 inq-key-screen.
           03 value "顧客総合照会" line 1 col 10.
           03 value "顧客番号(空白で終了):" line 3 col 10.
           03 k_01   line 3 col 40 pic X(8) using WS-CUST-NO.

        01 inq-detail-screen.
           03 r_01   line 4  col 10 pic X(70)  from WS-REDIRECT-MSG.
           03 v_01   line 5  col 2  pic X(120) from WS-VIEW-L(1).
           03 v_02   line 6  col 2  pic X(120) from WS-VIEW-L(2).
           03 v_03   line 7  col 2  pic X(120) from WS-VIEW-L(3).
           03 v_04   line 8  col 2  pic X(120) from WS-VIEW-L(4).
           03 v_05   line 9  col 2  pic X(120) from WS-VIEW-L(5).
           03 v_06   line 10 col 2  pic X(120) from WS-VIEW-L(6).
           03 v_07   line 11 col 2  pic X(120) from WS-VIEW-L(7).
           03 v_08   line 12 col 2  pic X(120) from WS-VIEW-L(8).
           03 v_09   line 13 col 2  pic X(120) from WS-VIEW-L(9).
           03 v_10   line 14 col 2  pic X(120) from WS-VIEW-L(10).
           03 v_11   line 15 col 2  pic X(120) from WS-VIEW-L(11).
           03 v_12   line 16 col 2  pic X(120) from WS-VIEW-L(12).
           03 v_13   line 17 col 2  pic X(120) from WS-VIEW-L(13).
           03 v_14   line 18 col 2  pic X(120) from WS-VIEW-L(14).
           03 v_15   line 19 col 2  pic X(120) from WS-VIEW-L(15).
           03 v_16   line 20 col 2  pic X(120) from WS-VIEW-L(16).
           03 v_17   line 21 col 2  pic X(120) from WS-VIEW-L(17).
           03 v_18   line 22 col 2  pic X(120) from WS-VIEW-L(18).
           03 value "D=配送先一覧 Enterで次の照会へ:"
                                            line 24 col 10.
           03 n_01   line 24 col 44 pic X(1) using WS-CONFIRM-KEY.

        01 dlva-list-screen.
           03 r_01   line 4  col 10 pic X(70)  from WS-DLV-MSG.
           03 w_01   line 5  col 2  pic X(120) from WS-DLV-L(1).
           03 w_02   line 6  col 2  pic X(120) from WS-DLV-L(2).
           03 w_03   line 7  col 2  pic X(120) from WS-DLV-L(3).
           03 w_04   line 8  col 2  pic X(120) from WS-DLV-L(4).
           03 w_05   line 9  col 2  pic X(120) from WS-DLV-L(5).
           03 w_06   line 10 col 2  pic X(120) from WS-DLV-L(6).
           03 w_07   line 11 col 2  pic X(120) from WS-DLV-L(7).
           03 w_08   line 12 col 2  pic X(120) from WS-DLV-L(8).
           03 w_09   line 13 col 2  pic X(120) from WS-DLV-L(9).
           03 w_10   line 14 col 2  pic X(120) from WS-DLV-L(10).
           03 w_11   line 15 col 2  pic X(120) from WS-DLV-L(11).
           03 w_12   line 16 col 2  pic X(120) from WS-DLV-L(12).
           03 w_13   line 17 col 2  pic X(120) from WS-DLV-L(13).
           03 w_14   line 18 col 2  pic X(120) from WS-DLV-L(14).
           03 w_15   line 19 col 2  pic X(120) from WS-DLV-L(15).
           03 w_16   line 20 col 2  pic X(120) from WS-DLV-L(16).
           03 w_17   line 21 col 2  pic X(120) from WS-DLV-L(17).
           03 w_18   line 22 col 2  pic X(120) from WS-DLV-L(18).
           03 value "N=次頁 Enterで照会へ戻る:" line 24 col 10.
           03 l_01   line 24 col 40 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform ARG-S thru ARG-E.
        perform FILE-OPEN-S thru FILE-OPEN-E.

        inquiry-loop.
          move spaces to WS-CUST-NO.
          display blank-screen.
          display inq-key-screen.
          accept inq-key-screen.
          if WS-CUST-NO = spaces
             close dlva-file
             close life-file
             close cust-file
             perform WORK-DROP-S thru WORK-DROP-E
             stop run
          end-if.
          perform INQUIRE-ONE-S thru INQUIRE-ONE-E.
          go to inquiry-loop.

      ******************************************************************
        ARG-S.
           accept argc from argument-number.
           if argc > 10
              move 10 to argc
           end-if.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:5) = "MAIL="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-MAIL-MAX
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           if WS-MAIL-MAX < 1 or WS-MAIL-MAX > 5
              move 5 to WS-MAIL-MAX
           end-if.
        ARG-E.

        FILE-OPEN-S.
      * 参照専用のため入力で開く。配送先マスタは未作成でも照会は
      * できるようにする
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
           open input dlva-file.
           open input life-file.
        FILE-OPEN-E.

        INQUIRE-ONE-S.
           move spaces to WS-REDIRECT-MSG.
           move spaces to WS-VIEW-TABLE.
           perform MERGE-LOAD-S thru MERGE-LOAD-E.
           perform RESOLVE-S thru RESOLVE-E.
           if WS-FOUND not = "Y"
              display "該当する顧客がありません: "
                      WS-CUST-NO
              perform SLEEP-S thru SLEEP-E
              go to INQUIRE-ONE-E
           end-if.
           perform ALIAS-BUILD-S thru ALIAS-BUILD-E.
           perform SHOW-MASTER-S thru SHOW-MASTER-E.
           perform SHOW-DLVA-S thru SHOW-DLVA-E.
           perform SCAN-MAIL-S thru SCAN-MAIL-E.
           perform SCAN-RETURN-S thru SCAN-RETURN-E.
           perform SCAN-CJNL-S thru SCAN-CJNL-E.
           perform SHOW-HISTORY-S thru SHOW-HISTORY-E.
           perform SHOW-ALIAS-S thru SHOW-ALIAS-E.
        INQUIRE-ONE-SHOW.
           move spaces to WS-CONFIRM-KEY.
           display blank-screen.
           display inq-key-screen.
           display inq-detail-screen.
           accept inq-detail-screen.
           if (WS-CONFIRM-KEY = "d" or WS-CONFIRM-KEY = "D")
              and WS-DL-COUNT > 0
              perform DLVA-LIST-S thru DLVA-LIST-E
              go to INQUIRE-ONE-SHOW
           end-if.
        INQUIRE-ONE-E.

        MERGE-LOAD-S.
      * 統合ジャーナルから整理→存続の対応を作業索引へ読み込む。
      * 前の照会の分を引き継がないよう、どちらの索引も空で作り直す
           if WS-WORK-OPEN = "Y"
              close mg-work-file
              close al-work-file
           end-if.
           open output mg-work-file.
           close mg-work-file.
           open i-o mg-work-file.
           if WS-MGW-FS not = "00"
              display "ERROR: cannot open cust_inquiry_mg.idx status="
                      WS-MGW-FS
              stop run
           end-if.
           open output al-work-file.
           close al-work-file.
           open i-o al-work-file.
           if WS-ALW-FS not = "00"
              display "ERROR: cannot open cust_inquiry_al.idx status="
                      WS-ALW-FS
              stop run
           end-if.
           move "Y" to WS-WORK-OPEN.
           open input merge-jnl-file.
           if WS-MJNL-FS not = "00"
              go to MERGE-LOAD-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read merge-jnl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if MERGE-JNL-FD-REC(16:8) = " MERGED "
                       perform MERGE-ADD-S thru MERGE-ADD-E
                    end-if
              end-read
           end-perform.
           close merge-jnl-file.
        MERGE-LOAD-E.

        MERGE-ADD-S.
      * 同じ整理番号の記帳が複数あれば最後の記帳の存続側を残す
           move MERGE-JNL-FD-REC(24:8) to MG-整理番号.
           read mg-work-file
              invalid key
                 move MERGE-JNL-FD-REC(36:8) to MG-存続番号
                 write MG-WORK-REC
                 go to MERGE-ADD-E
           end-read.
           move MERGE-JNL-FD-REC(36:8) to MG-存続番号.
           rewrite MG-WORK-REC.
        MERGE-ADD-E.

        RESOLVE-S.
      * マスタにある番号はそのまま照会する。無い番号は統合ジャー
      * ナルで存続側をたどり、マスタにある番号へ着くまで進む
      * (存続側が後でさらに統合されている場合があるため)
           move "N" to WS-FOUND.
           move WS-CUST-NO to WS-TARGET-NO.
           move 0 to WS-HOPS.
           perform until WS-FOUND = "Y" or WS-HOPS > 10
              move WS-TARGET-NO to C-顧客番号
              read cust-file
                 invalid key
                    move WS-TARGET-NO to WS-FOLLOW-NO
                    perform FOLLOW-ONE-S thru FOLLOW-ONE-E
                    if WS-FOLLOW-HIT = "Y"
                       move WS-FOLLOW-NO to WS-TARGET-NO
                       add 1 to WS-HOPS
                    else
                       move 99 to WS-HOPS
                    end-if
                 not invalid key
                    move "Y" to WS-FOUND
              end-read
           end-perform.
           if WS-FOUND = "Y" and WS-TARGET-NO not = WS-CUST-NO
              string "旧番号 " WS-CUST-NO " は統合済み → "
                     WS-TARGET-NO " を表示しています"
                 delimited by size into WS-REDIRECT-MSG
           end-if.
        RESOLVE-E.

        FOLLOW-ONE-S.
      * WS-FOLLOW-NO を整理側とする最後の統合記帳の存続側を返す
           move "N" to WS-FOLLOW-HIT.
           move WS-FOLLOW-NO to MG-整理番号.
           read mg-work-file
              invalid key
                 go to FOLLOW-ONE-E
           end-read.
           move "Y" to WS-FOLLOW-HIT.
           move MG-存続番号 to WS-FOLLOW-NO.
        FOLLOW-ONE-E.

        ALIAS-BUILD-S.
      * 統合の鎖をたどると照会対象に行き着く整理側番号を集める。
      * 対応の作業索引は鎖をたどる読込で位置が動くため、整理側の
      * 番号は統合ジャーナルをもう一度頭から読んで拾う
           move 0 to WS-ALIAS-USED.
           open input merge-jnl-file.
           if WS-MJNL-FS not = "00"
              go to ALIAS-BUILD-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read merge-jnl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if MERGE-JNL-FD-REC(16:8) = " MERGED "
                       perform ALIAS-CHECK-S thru ALIAS-CHECK-E
                    end-if
              end-read
           end-perform.
           close merge-jnl-file.
        ALIAS-BUILD-E.

        ALIAS-CHECK-S.
           move MERGE-JNL-FD-REC(24:8) to WS-MATCH-NO.
           perform MATCH-NO-S thru MATCH-NO-E.
           if WS-MATCH = "Y"
              go to ALIAS-CHECK-E
           end-if.
           move WS-MATCH-NO to WS-FOLLOW-NO.
           move 0 to WS-HOPS.
           move "Y" to WS-FOLLOW-HIT.
           perform until WS-FOLLOW-NO = WS-TARGET-NO
                      or WS-FOLLOW-HIT = "N" or WS-HOPS > 10
              perform FOLLOW-ONE-S thru FOLLOW-ONE-E
              add 1 to WS-HOPS
           end-perform.
           if WS-FOLLOW-NO = WS-TARGET-NO
              move MERGE-JNL-FD-REC(24:8) to AL-旧番号
              write AL-WORK-REC
                 invalid key
                    continue
                 not invalid key
                    add 1 to WS-ALIAS-USED
              end-write
           end-if.
        ALIAS-CHECK-E.

        MATCH-NO-S.
      * WS-MATCH-NO が照会対象またはその旧番号なら WS-MATCH="Y"
           move "N" to WS-MATCH.
           if WS-MATCH-NO = WS-TARGET-NO
              move "Y" to WS-MATCH
              go to MATCH-NO-E
           end-if.
           if WS-ALIAS-USED = 0
              go to MATCH-NO-E
           end-if.
           move WS-MATCH-NO to AL-旧番号.
           read al-work-file
              invalid key
                 go to MATCH-NO-E
           end-read.
           move "Y" to WS-MATCH.
        MATCH-NO-E.

        SHOW-MASTER-S.
      * 表示行1-3：顧客本体(CUSTADDR)
           move C-顧客名（漢字）     to WS-TRIM-NAME-N.
           move C-顧客名（カナ）     to WS-TRIM-KANA-N.
           move C-都道府県名（漢字） to WS-TRIM-KEN-N.
           move C-市町村名（漢字）   to WS-TRIM-SHI-N.
           move C-町域名（漢字）     to WS-TRIM-CHO-N.
           move C-番地建物           to WS-TRIM-BAN-N.
           string "顧客 " C-顧客番号 " " delimited by size
                  WS-TRIM-NAME-X delimited by "  "
                  " / "          delimited by size
                  WS-TRIM-KANA-X delimited by "  "
                  into WS-VIEW-L(1).
      * 海外顧客(国コードがJP以外)の住所は海外住所欄が正
           if C-国コード not = spaces and C-国コード not = "JP"
              string "住所 [" C-国コード "] " delimited by size
                     C-海外住所 delimited by size
                     into WS-VIEW-L(2)
           else
              string "住所 〒" C-郵便番号７桁 " "
                     delimited by size
                     WS-TRIM-KEN-X delimited by "  "
                     WS-TRIM-SHI-X delimited by "  "
                     WS-TRIM-CHO-X delimited by "  "
                     WS-TRIM-BAN-X delimited by "  "
                     into WS-VIEW-L(2)
           end-if.
           move 1 to WS-LIFE-PTR.
           string "郵送停止=" C-郵送停止フラグ
                  " ラベル区分=" C-ラベル区分
                  " 更新日=" C-更新年月日
                  delimited by size into WS-VIEW-L(3)
                  with pointer WS-LIFE-PTR.
      * 稼働状態(cust_retentionの判定。未判定なら出さない)
           if WS-LIFE-FS = "00"
              move C-顧客番号 to L-顧客番号
              read life-file
                 invalid key
                    move space to L-状態
              end-read
              evaluate L-状態
                 when "A"   move "稼働" to WS-LIFE-TEXT
                 when "D"   move "休眠" to WS-LIFE-TEXT
                 when "C"   move "終了" to WS-LIFE-TEXT
                 when other move spaces to WS-LIFE-TEXT
              end-evaluate
              if WS-LIFE-TEXT not = spaces
                 string " 状態="     delimited by size
                        WS-LIFE-TEXT delimited by space
                        "(" L-状態変更日 ")" delimited by size
                        into WS-VIEW-L(3) with pointer WS-LIFE-PTR
              end-if
           end-if.
        SHOW-MASTER-E.

        SHOW-DLVA-S.
      * 表示行4-6：配送先サブレコード(顧客番号で位置付けて順読み)
           move 0 to WS-DL-COUNT.
           move 4 to WS-DL-LINE.
           if WS-DLVA-FS not = "00"
              move "配送先: (配送先マスタなし)"
                 to WS-VIEW-L(4)
              go to SHOW-DLVA-E
           end-if.
           move WS-TARGET-NO to D-顧客番号.
           move low-values   to D-住所連番.
           start dlva-file key is >= D-副住所キー
              invalid key
                 move "配送先: なし" to WS-VIEW-L(4)
                 go to SHOW-DLVA-E
           end-start.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read dlva-file next record
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if D-顧客番号 not = WS-TARGET-NO
                       move "Y" to WS-EOF
                    else
                       perform DLVA-LINE-S thru DLVA-LINE-E
                    end-if
              end-read
           end-perform.
           if WS-DL-COUNT = 0
              move "配送先: なし" to WS-VIEW-L(4)
           end-if.
           if WS-DL-COUNT > 3
              move spaces to WS-VIEW-L(6)
              string "配送先: 全 " delimited by size
                     WS-DL-COUNT delimited by size
                     " 件 (3件目以降は D で一覧)"
                     delimited by size into WS-VIEW-L(6)
           end-if.
        SHOW-DLVA-E.

        DLVA-LINE-S.
           add 1 to WS-DL-COUNT.
           if WS-DL-LINE > 6
              go to DLVA-LINE-E
           end-if.
           perform DLVA-TEXT-S thru DLVA-TEXT-E.
           move WS-DL-TEXT to WS-VIEW-L(WS-DL-LINE).
           add 1 to WS-DL-LINE.
        DLVA-LINE-E.

        DLVA-LIST-S.
      * 配送先を住所連番の順に全件、1頁18件で示す。N で次の頁、
      * それ以外で照会画面へ戻る
           move WS-TARGET-NO to D-顧客番号.
           move low-values   to D-住所連番.
           start dlva-file key is >= D-副住所キー
              invalid key
                 move "Y" to WS-DLV-EOF
              not invalid key
                 move "N" to WS-DLV-EOF
           end-start.
           move "N" to WS-DLV-HOLD.
        DLVA-LIST-PAGE.
           move spaces to WS-DLV-TABLE.
           move spaces to WS-DLV-MSG.
           string "顧客 "      delimited by size
                  WS-TARGET-NO delimited by size
                  " の配送先(全 " delimited by size
                  WS-DL-COUNT  delimited by size
                  " 件)"        delimited by size
                  into WS-DLV-MSG.
           move 0 to WS-DLV-IDX.
           if WS-DLV-HOLD = "Y"
              move "N" to WS-DLV-HOLD
              perform DLVA-LIST-LINE-S thru DLVA-LIST-LINE-E
           end-if.
           perform until WS-DLV-EOF = "Y" or WS-DLV-HOLD = "Y"
              read dlva-file next record
                 at end
                    move "Y" to WS-DLV-EOF
                 not at end
                    if D-顧客番号 not = WS-TARGET-NO
                       move "Y" to WS-DLV-EOF
                    else
                       if WS-DLV-IDX >= 18
                          move "Y" to WS-DLV-HOLD
                       else
                          perform DLVA-LIST-LINE-S
                             thru DLVA-LIST-LINE-E
                       end-if
                    end-if
              end-read
           end-perform.
           move spaces to WS-CONFIRM-KEY.
           display blank-screen.
           display inq-key-screen.
           display dlva-list-screen.
           accept dlva-list-screen.
           if (WS-CONFIRM-KEY = "n" or WS-CONFIRM-KEY = "N")
              and WS-DLV-HOLD = "Y"
              go to DLVA-LIST-PAGE
           end-if.
        DLVA-LIST-E.

        DLVA-LIST-LINE-S.
           add 1 to WS-DLV-IDX.
           perform DLVA-TEXT-S thru DLVA-TEXT-E.
           move WS-DL-TEXT to WS-DLV-L(WS-DLV-IDX).
        DLVA-LIST-LINE-E.

        DLVA-TEXT-S.
      * 配送先1件の表示文字列
           move spaces to WS-DL-TEXT.
           move D-都道府県名（漢字） to WS-TRIM-KEN-N.
           move D-市町村名（漢字）   to WS-TRIM-SHI-N.
           move D-町域名（漢字）     to WS-TRIM-CHO-N.
           move D-番地建物           to WS-TRIM-BAN-N.
           string "配送先 " D-住所連番 " " D-用途区分
                  " 〒" D-郵便番号７桁 " " delimited by size
                  WS-TRIM-KEN-X delimited by "  "
                  WS-TRIM-SHI-X delimited by "  "
                  WS-TRIM-CHO-X delimited by "  "
                  WS-TRIM-BAN-X delimited by "  "
                  into WS-DL-TEXT.
        DLVA-TEXT-E.

        SCAN-MAIL-S.
      * 郵送履歴は時系列の追記なので、最後に読めたN件が直近N件
           move 0 to WS-ML-USED.
           move 0 to WS-ML-TOTAL.
           move spaces to WS-ML-TABLE.
           open input mail-hist-file.
           if WS-HIST-FS not = "00"
              go to SCAN-MAIL-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read mail-hist-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    move MH-顧客番号 to WS-MATCH-NO
                    perform MATCH-NO-S thru MATCH-NO-E
                    if WS-MATCH = "Y"
                       perform MAIL-KEEP-S thru MAIL-KEEP-E
                    end-if
              end-read
           end-perform.
           close mail-hist-file.
        SCAN-MAIL-E.

        MAIL-KEEP-S.
           add 1 to WS-ML-TOTAL.
           if WS-ML-USED < WS-MAIL-MAX
              add 1 to WS-ML-USED
           else
              move 1 to sh-i
              perform until sh-i >= WS-ML-USED
                 move WS-ML-ENTRY(sh-i + 1) to WS-ML-ENTRY(sh-i)
                 add 1 to sh-i
              end-perform
           end-if.
           move MH-実行日       to WS-ML-DATE(WS-ML-USED).
           move MH-キャンペーン to WS-ML-CAMP(WS-ML-USED).
           move MH-顧客番号     to WS-ML-CUST(WS-ML-USED).
        MAIL-KEEP-E.

        SCAN-RETURN-S.
           move 0 to WS-RT-USED.
           move 0 to WS-RT-TOTAL.
           move spaces to WS-RT-TABLE.
           open input return-file.
           if WS-RET-FS not = "00"
              go to SCAN-RETURN-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read return-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    move RETURN-FD-REC(22:8) to WS-MATCH-NO
                    perform MATCH-NO-S thru MATCH-NO-E
                    if WS-MATCH = "Y"
                       perform RETURN-KEEP-S thru RETURN-KEEP-E
                    end-if
              end-read
           end-perform.
           close return-file.
        SCAN-RETURN-E.

        RETURN-KEEP-S.
           add 1 to WS-RT-TOTAL.
           if WS-RT-USED < 3
              add 1 to WS-RT-USED
           else
              move 1 to sh-i
              perform until sh-i >= WS-RT-USED
                 move WS-RT-ENTRY(sh-i + 1) to WS-RT-ENTRY(sh-i)
                 add 1 to sh-i
              end-perform
           end-if.
           move RETURN-FD-REC(1:8)  to WS-RT-DATE(WS-RT-USED).
           move RETURN-FD-REC(35:7) to WS-RT-ZIP(WS-RT-USED).
           move RETURN-FD-REC(50:1) to WS-RT-RSN(WS-RT-USED).
           move RETURN-FD-REC(22:8) to WS-RT-CUST(WS-RT-USED).
        RETURN-KEEP-E.

        SCAN-CJNL-S.
           move 0 to WS-JN-USED.
           move 0 to WS-JN-TOTAL.
           move spaces to WS-JN-TABLE.
           open input cust-jnl-file.
           if WS-CJNL-FS not = "00"
              go to SCAN-CJNL-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read cust-jnl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    move CJNL-FD-REC(28:8) to WS-MATCH-NO
                    perform MATCH-NO-S thru MATCH-NO-E
                    if WS-MATCH = "Y"
                       perform CJNL-KEEP-S thru CJNL-KEEP-E
                    end-if
              end-read
           end-perform.
           close cust-jnl-file.
        SCAN-CJNL-E.

        CJNL-KEEP-S.
           add 1 to WS-JN-TOTAL.
           if WS-JN-USED < 3
              add 1 to WS-JN-USED
           else
              move 1 to sh-i
              perform until sh-i >= WS-JN-USED
                 move WS-JN-ENTRY(sh-i + 1) to WS-JN-ENTRY(sh-i)
                 add 1 to sh-i
              end-perform
           end-if.
           move CJNL-FD-REC(1:8)  to WS-JN-DATE(WS-JN-USED).
           move CJNL-FD-REC(10:6) to WS-JN-TIME(WS-JN-USED).
           move CJNL-FD-REC(17:8) to WS-JN-OPER(WS-JN-USED).
           move CJNL-FD-REC(26:1) to WS-JN-ACT(WS-JN-USED).
           move CJNL-FD-REC(27:1) to WS-JN-KIND(WS-JN-USED).
        CJNL-KEEP-E.

        SHOW-HISTORY-S.
      * 表示行7-11：直近の郵送(新しい順)、12-14：返送、15-17：変更
           if WS-ML-USED = 0
              move "郵送: 履歴なし" to WS-VIEW-L(7)
           end-if.
           move 7 to v-i.
           move WS-ML-USED to sh-i.
           perform until sh-i = 0
              string "郵送 " WS-ML-DATE(sh-i)
                     " キャンペーン=" WS-ML-CAMP(sh-i)
                     " (" WS-ML-CUST(sh-i) ")"
                     delimited by size into WS-VIEW-L(v-i)
              add 1 to v-i
              subtract 1 from sh-i
           end-perform.
           if WS-RT-USED = 0
              move "返送: 記録なし" to WS-VIEW-L(12)
           end-if.
           move 12 to v-i.
           move WS-RT-USED to sh-i.
           perform until sh-i = 0
              evaluate WS-RT-RSN(sh-i)
                 when "M"   move "転居"     to WS-RSN-TEXT
                 when "U"   move "宛所不明" to WS-RSN-TEXT
                 when "R"   move "受取拒否" to WS-RSN-TEXT
                 when other move spaces     to WS-RSN-TEXT
              end-evaluate
              string "返送 " WS-RT-DATE(sh-i)
                     " 〒" WS-RT-ZIP(sh-i)
                     " 事由=" WS-RT-RSN(sh-i) " "
                     delimited by size
                     WS-RSN-TEXT delimited by space
                     " (" WS-RT-CUST(sh-i) ")"
                     delimited by size into WS-VIEW-L(v-i)
              add 1 to v-i
              subtract 1 from sh-i
           end-perform.
           if WS-JN-USED = 0
              move "変更: 記帳なし" to WS-VIEW-L(15)
           end-if.
           move 15 to v-i.
           move WS-JN-USED to sh-i.
           perform until sh-i = 0
              evaluate WS-JN-ACT(sh-i)
                 when "A"   move "追加" to WS-ACT-TEXT
                 when "C"   move "変更" to WS-ACT-TEXT
                 when "D"   move "削除" to WS-ACT-TEXT
                 when other move spaces to WS-ACT-TEXT
              end-evaluate
              if WS-JN-KIND(sh-i) = "S"
                 move spaces to WS-ACT-WORK
                 string WS-ACT-TEXT delimited by space
                        "(配送先)"  delimited by size
                        into WS-ACT-WORK
                 move WS-ACT-WORK to WS-ACT-TEXT
              end-if
              if WS-JN-KIND(sh-i) = "M"
                 move spaces to WS-ACT-WORK
                 string WS-ACT-TEXT delimited by space
                        "(予約)"     delimited by size
                        into WS-ACT-WORK
                 move WS-ACT-WORK to WS-ACT-TEXT
              end-if
              string "変更 " WS-JN-DATE(sh-i) " " WS-JN-TIME(sh-i)
                     " oper=" WS-JN-OPER(sh-i) " "
                     delimited by size
                     WS-ACT-TEXT delimited by space
                     into WS-VIEW-L(v-i)
              add 1 to v-i
              subtract 1 from sh-i
           end-perform.
        SHOW-HISTORY-E.

        SHOW-ALIAS-S.
      * 表示行18：この顧客へ統合された旧番号(番号順に12件まで。
      * 収まらないときは11件と残りの件数を出す)
           if WS-ALIAS-USED = 0
              move "統合元: なし" to WS-VIEW-L(18)
              go to SHOW-ALIAS-E
           end-if.
           move "統合元:" to WS-VIEW-L(18).
           move 12 to WS-ALIAS-SHOW.
           if WS-ALIAS-USED > 12
              move 11 to WS-ALIAS-SHOW
           end-if.
           move low-values to AL-旧番号.
           start al-work-file key is >= AL-旧番号
              invalid key
                 go to SHOW-ALIAS-E
           end-start.
           move 0 to al-i.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y" or al-i >= WS-ALIAS-SHOW
              read al-work-file next record
                 at end
                    move "Y" to WS-EOF
                 not at end
                    add 1 to al-i
                    compute v-i = (al-i - 1) * 9 + 12
                    move AL-旧番号 to WS-VIEW-L(18)(v-i:8)
              end-read
           end-perform.
           if WS-ALIAS-USED > 12
              compute WS-ALIAS-REST = WS-ALIAS-USED - 11
              move "他" to WS-VIEW-L(18)(111:3)
              move WS-ALIAS-REST to WS-VIEW-L(18)(114:5)
           end-if.
        SHOW-ALIAS-E.

        WORK-DROP-S.
      * 終了時に作業索引を閉じて消す
           if WS-WORK-OPEN not = "Y"
              go to WORK-DROP-E
           end-if.
           close mg-work-file.
           close al-work-file.
           move "N" to WS-WORK-OPEN.
           move spaces to WS-FILE-CMD.
           string "rm -f "            delimited by size
                  WS-MG-WORK-FILENAME delimited by space
                  " "                 delimited by size
                  WS-AL-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
        WORK-DROP-E.

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
           move "custaddr2.idx" to WS-DLVA-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DLVA-FILENAME.
           move "custlife.idx" to WS-LIFE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LIFE-FILENAME.
           move "mailing_hist.dat" to WS-MAIL-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MAIL-HIST-FILENAME.
           move "mail_return.dat" to WS-RETURN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RETURN-FILENAME.
           move "cust_jnl.dat" to WS-CUST-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-JNL-FILENAME.
           move "cust_merge_jnl.dat" to WS-MERGE-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MERGE-JNL-FILENAME.
           accept WS-START-TIME from time.
           move spaces to WS-MG-WORK-FILENAME.
           string "cust_inquiry_mg_" WS-START-TIME ".idx"
              delimited by size into WS-MG-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MG-WORK-FILENAME.
           move spaces to WS-AL-WORK-FILENAME.
           string "cust_inquiry_al_" WS-START-TIME ".idx"
              delimited by size into WS-AL-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-AL-WORK-FILENAME.
        ENV-RESOLVE-E.
