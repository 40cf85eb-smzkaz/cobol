      **=================================================================
      ** 顧客の連絡同意(cust_consent.idx)の保守・履歴照会
      ** 入力：画面(登録・変更、履歴の一覧)
      **       customer.idx (顧客の実在確認と氏名の表示)
      ** 出力：cust_consent.idx (顧客番号キー → 販促の可否・法定の
      **       通知のみ・案内してよい商品区分・同意日・受付経路)
      **       cust_consent_hist.idx (登録・変更のたびに変更後の内容
      **       を1件足す。書き換えはしない)
      ** 「販促は要らないが契約の通知は欲しい」「この商品の案内だけ
      ** なら」という申し出を、全部を止めてしまう郵送停止フラグで
      ** しか受けられなかったため、同意を顧客ごとに持つ。C で登録・
      ** 変更し、H で同意の移り変わりを古い順に見る。ラベル・差し
      ** 込みの実行は CNS001 でキャンペーンの区分と突き合わせ、同意
      ** の無い顧客を選択レポートに載せて外す
      **=================================================================
        identification           division.
        program-id.              consent_maint.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select consent-file
            assign to WS-CONSENT-FILENAME
            organization indexed
            access mode dynamic
            record key is CS-顧客番号
            file status is WS-CONSENT-FS.
        select hist-file
            assign to WS-HIST-FILENAME
            organization indexed
            access mode dynamic
            record key is CH-キー
            file status is WS-HIST-FS.
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
      **=================================================================
        data                     division.
        file                      section.
        fd  consent-file
            label records are standard.
        01  CONSENT-REC.
            COPY CUSTCONS.

        fd  hist-file
            label records are standard.
        01  HIST-REC.
            COPY CUSTCNSH.

        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        working-storage           section.
        78  black                       value 0.
        01  WS-CONSENT-FS     pic X(02).
        01  WS-HIST-FS        pic X(02).
        01  WS-CUST-FS        pic X(02).
        01  WS-EOF            pic X(01).
        01  WS-HOLD           pic X(01).
        01  WS-MODE-KEY       pic X(01).
        01  WS-CUST-ENTRY     pic X(08).
        01  WS-CONFIRM-KEY    pic X(01).
        01  WS-ENTRY-OK       pic X(01).
        01  WS-NEW-REC        pic X(01).
        01  WS-TODAY          pic 9(08).
        01  WS-NOW-TIME       pic 9(08).
        01  WS-CUST-NAME      pic N(20).
      * 画面の入力項目(同意レコードの内容と同じ並び)
        01  WS-MKT-ENTRY      pic X(01).
        01  WS-LEGAL-ENTRY    pic X(01).
        01  WS-CAT-TABLE.
            03 WS-CAT-ENTRY  occurs 8  pic X(04).
        01  WS-AGREE-ENTRY    pic X(08).
        01  WS-SOURCE-ENTRY   pic X(08).
      * 変更前の内容(変更の無い確定で履歴を増やさないため)
        01  WS-BEFORE         pic X(50).
        01  WS-AFTER          pic X(50).
        01  WS-CAT-WORK       pic X(04).
        01  cat-i             pic 9(02).
        01  cat-j             pic 9(02).
      * 一覧表示(xref_maint と同じ行バッファ方式)
        01  WS-VIEW.
            03 WS-VIEW-L  occurs 18  pic X(70).
        01  WS-VIEW-IDX       pic 9(02).
        01  WS-VIEW-MSG       pic X(70).
        01  WS-VIEW-PTR       pic 9(03).
        01  WS-HIST-COUNT     pic 9(05).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * オペレータ・サインオン(OPR001)とレコード単位ロック(LCK002)。
      * xref_maint と同じ流儀で、同じ顧客の同意を二人が同時に直す
      * 事故を防ぐ
        01  WS-OPER-ID        pic X(08).
        01  WS-OPER-PW        pic X(08).
        01  WS-OPER-ROLE      pic X(01).
        01  WS-SIGNON-OK      pic X(01) value "N".
        01  WS-OPR-MODE       pic X(05).
        01  WS-NEW-PW         pic X(08).
        01  WS-RLK-MODE       pic X(05).
        01  WS-RLK-RESOURCE   pic X(30).
        01  WS-RLK-RESULT     pic X(01).
        01  WS-RLK-HOLDER     pic X(08).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CONSENT-FILENAME  pic X(256).
        01  WS-HIST-FILENAME     pic X(256).
        01  WS-CUST-FILENAME     pic X(256).
        01  WS-ENV-MODE          pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 signon-screen.
           03 value "連絡同意保守サインオン" line 1 col 10.
           03 value "オペレータID:"         line 3 col 10.
           03 s_01   line 3 col 30 pic X(8) using WS-OPER-ID.
           03 value "パスワード:"           line 4 col 10.
           03 s_02   line 4 col 30 pic X(8) using WS-OPER-PW.

        01 newpw-screen.
           03 value "期限切れ。新パスワード:"
                                            line 6 col 10.
           03 n_01   line 6 col 55 pic X(8) using WS-NEW-PW.

        01 cons-mode-screen.
           03 value "顧客の連絡同意"        line 1 col 10.
           03 value "処理 C=登録・変更 H=履歴 Q=終了:"
                                            line 3 col 10.
           03 m_01   line 3 col 50 pic X(1) using WS-MODE-KEY.
           03 value "顧客番号:"             line 4 col 10.
           03 m_02   line 4 col 50 pic X(8) using WS-CUST-ENTRY.

        01 cons-detail-screen.
           03 value "顧客名:"               line 6 col 10.
           03 d_00   line 6 col 36 pic N(20) from WS-CUST-NAME.
           03 value "販促郵便 Y=可 N=不可:" line 8 col 10.
           03 d_01   line 8 col 36 pic X(1) using WS-MKT-ENTRY.
           03 value "法定・契約の通知のみ Y/N:"
                                            line 9 col 10.
           03 d_02   line 9 col 36 pic X(1) using WS-LEGAL-ENTRY.
           03 value "商品区分(空白=全て):"  line 10 col 10.
           03 d_03   line 10 col 36 pic X(4) using WS-CAT-ENTRY(1).
           03 d_04   line 10 col 41 pic X(4) using WS-CAT-ENTRY(2).
           03 d_05   line 10 col 46 pic X(4) using WS-CAT-ENTRY(3).
           03 d_06   line 10 col 51 pic X(4) using WS-CAT-ENTRY(4).
           03 d_07   line 11 col 36 pic X(4) using WS-CAT-ENTRY(5).
           03 d_08   line 11 col 41 pic X(4) using WS-CAT-ENTRY(6).
           03 d_09   line 11 col 46 pic X(4) using WS-CAT-ENTRY(7).
           03 d_10   line 11 col 51 pic X(4) using WS-CAT-ENTRY(8).
           03 value "同意日(YYYYMMDD):"     line 12 col 10.
           03 d_11   line 12 col 36 pic X(8) using WS-AGREE-ENTRY.
           03 value "受付経路:"             line 13 col 10.
           03 d_12   line 13 col 36 pic X(8) using WS-SOURCE-ENTRY.
           03 value "(PAPER/WEB/PHONE/COUNTER 等)"
                                            line 13 col 46.

        01 cons-list-screen.
           03 r_01   line 2  col 10 pic X(70) from WS-VIEW-MSG.
           03 v_01   line 4  col 2  pic X(70) from WS-VIEW-L(1).
           03 v_02   line 5  col 2  pic X(70) from WS-VIEW-L(2).
           03 v_03   line 6  col 2  pic X(70) from WS-VIEW-L(3).
           03 v_04   line 7  col 2  pic X(70) from WS-VIEW-L(4).
           03 v_05   line 8  col 2  pic X(70) from WS-VIEW-L(5).
           03 v_06   line 9  col 2  pic X(70) from WS-VIEW-L(6).
           03 v_07   line 10 col 2  pic X(70) from WS-VIEW-L(7).
           03 v_08   line 11 col 2  pic X(70) from WS-VIEW-L(8).
           03 v_09   line 12 col 2  pic X(70) from WS-VIEW-L(9).
           03 v_10   line 13 col 2  pic X(70) from WS-VIEW-L(10).
           03 v_11   line 14 col 2  pic X(70) from WS-VIEW-L(11).
           03 v_12   line 15 col 2  pic X(70) from WS-VIEW-L(12).
           03 v_13   line 16 col 2  pic X(70) from WS-VIEW-L(13).
           03 v_14   line 17 col 2  pic X(70) from WS-VIEW-L(14).
           03 v_15   line 18 col 2  pic X(70) from WS-VIEW-L(15).
           03 v_16   line 19 col 2  pic X(70) from WS-VIEW-L(16).
           03 v_17   line 20 col 2  pic X(70) from WS-VIEW-L(17).
           03 v_18   line 21 col 2  pic X(70) from WS-VIEW-L(18).
           03 value "N=次頁 Enterで戻る:"   line 23 col 10.
           03 l_01   line 23 col 32 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK not = "Y"
           display "サインオンできませんでした"
           stop run
        end-if.
        accept WS-TODAY from date yyyymmdd.
        perform CONS-OPEN-S thru CONS-OPEN-E.

        cons-loop.
          move spaces to WS-MODE-KEY.
          move spaces to WS-CUST-ENTRY.
          display blank-screen.
          display cons-mode-screen.
          accept cons-mode-screen.
          evaluate true
             when WS-MODE-KEY = "c" or WS-MODE-KEY = "C"
                perform CONS-CHANGE-S thru CONS-CHANGE-E
             when WS-MODE-KEY = "h" or WS-MODE-KEY = "H"
                perform CONS-HIST-S thru CONS-HIST-E
             when WS-MODE-KEY = "q" or WS-MODE-KEY = "Q"
                continue
             when other
                display "C/H/Q を入力してください"
                perform SLEEP-S thru SLEEP-E
          end-evaluate.
          if WS-MODE-KEY not = "q" and WS-MODE-KEY not = "Q"
             go to cons-loop
          end-if.
          close cust-file.
          close hist-file.
          close consent-file.
          stop run.

      ******************************************************************
        CONS-OPEN-S.
      * 初回起動時は同意・履歴のファイル自体が無いので作成してから
      * 開き直す
           open i-o consent-file.
           if WS-CONSENT-FS not = "00"
              open output consent-file
              close consent-file
              open i-o consent-file
           end-if.
           if WS-CONSENT-FS not = "00"
              display "ERROR: cannot open cust_consent.idx status="
                      WS-CONSENT-FS
              stop run
           end-if.
           open i-o hist-file.
           if WS-HIST-FS not = "00"
              open output hist-file
              close hist-file
              open i-o hist-file
           end-if.
           if WS-HIST-FS not = "00"
              display "ERROR: cannot open cust_consent_hist.idx "
                      "status=" WS-HIST-FS
              stop run
           end-if.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
        CONS-OPEN-E.

        CONS-CHANGE-S.
           if WS-CUST-ENTRY = spaces
              display "顧客番号を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to CONS-CHANGE-E
           end-if.
           move WS-CUST-ENTRY to C-顧客番号.
           read cust-file
              invalid key
                 display "顧客がありません: " WS-CUST-ENTRY
                 perform SLEEP-S thru SLEEP-E
                 go to CONS-CHANGE-E
           end-read.
           move C-顧客名（漢字） to WS-CUST-NAME.
           perform REC-LOCK-S thru REC-LOCK-E.
           if WS-RLK-RESULT not = "Y"
              go to CONS-CHANGE-E
           end-if.
      * 未登録の顧客は従来どおりの扱い(販促可・区分を問わない)を
      * 初期値にして見せる
           move WS-CUST-ENTRY to CS-顧客番号.
           read consent-file
              invalid key
                 move "Y" to WS-NEW-REC
                 move spaces to CUSTCONS-DATA
                 move "Y" to CS-販促
                 move "N" to CS-法定のみ
              not invalid key
                 move "N" to WS-NEW-REC
           end-read.
           move CUSTCONS-DATA to WS-BEFORE.
           move CS-販促     to WS-MKT-ENTRY.
           move CS-法定のみ to WS-LEGAL-ENTRY.
           move 1 to cat-i.
           perform until cat-i > 8
              move CS-商品区分(cat-i) to WS-CAT-ENTRY(cat-i)
              compute cat-i = cat-i + 1
           end-perform.
      * 同意日は今回の申し出の日。既定は本日
           move WS-TODAY to WS-AGREE-ENTRY.
           move CS-受付経路 to WS-SOURCE-ENTRY.
           display blank-screen.
           display cons-mode-screen.
           display cons-detail-screen.
           accept cons-detail-screen.
           perform ENTRY-CHECK-S thru ENTRY-CHECK-E.
           if WS-ENTRY-OK not = "Y"
              perform REC-FREE-S thru REC-FREE-E
              go to CONS-CHANGE-E
           end-if.
           move WS-CUST-ENTRY  to CS-顧客番号.
           move WS-MKT-ENTRY   to CS-販促.
           move WS-LEGAL-ENTRY to CS-法定のみ.
           move 1 to cat-i.
           perform until cat-i > 8
              move WS-CAT-ENTRY(cat-i) to CS-商品区分(cat-i)
              compute cat-i = cat-i + 1
           end-perform.
           move WS-AGREE-ENTRY to CS-同意日.
           move WS-SOURCE-ENTRY to CS-受付経路.
      * 内容(同意日・受付経路を除く)が変わらない確定は記録しない
           move CUSTCONS-DATA to WS-AFTER.
           if WS-NEW-REC = "N"
              and WS-AFTER(1:34) = WS-BEFORE(1:34)
              display "変更はありません: " WS-CUST-ENTRY
              perform SLEEP-S thru SLEEP-E
              perform REC-FREE-S thru REC-FREE-E
              go to CONS-CHANGE-E
           end-if.
           move WS-OPER-ID to CS-変更者.
           move WS-TODAY   to CS-更新年月日.
           if WS-NEW-REC = "Y"
              write CONSENT-REC
                 invalid key
                    display "登録に失敗しました"
                    perform SLEEP-S thru SLEEP-E
                    perform REC-FREE-S thru REC-FREE-E
                    go to CONS-CHANGE-E
              end-write
           else
              rewrite CONSENT-REC
                 invalid key
                    display "変更に失敗しました"
                    perform SLEEP-S thru SLEEP-E
                    perform REC-FREE-S thru REC-FREE-E
                    go to CONS-CHANGE-E
              end-rewrite
           end-if.
           perform HIST-ADD-S thru HIST-ADD-E.
           display "記録しました: " WS-CUST-ENTRY.
           perform SLEEP-S thru SLEEP-E.
           perform REC-FREE-S thru REC-FREE-E.
        CONS-CHANGE-E.

        ENTRY-CHECK-S.
      * 可否は Y/N、同意日は8桁数字、受付経路は必須。法定の通知のみ
      * を選んだ顧客は販促も不可として記録する
           move "N" to WS-ENTRY-OK.
           inspect WS-MKT-ENTRY converting "yn" to "YN".
           inspect WS-LEGAL-ENTRY converting "yn" to "YN".
           if WS-LEGAL-ENTRY = space
              move "N" to WS-LEGAL-ENTRY
           end-if.
           if (WS-MKT-ENTRY not = "Y" and WS-MKT-ENTRY not = "N")
              or (WS-LEGAL-ENTRY not = "Y"
                  and WS-LEGAL-ENTRY not = "N")
              display "可否は Y/N で入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
           if WS-LEGAL-ENTRY = "Y"
              move "N" to WS-MKT-ENTRY
           end-if.
           if WS-AGREE-ENTRY not numeric
              display "同意日は YYYYMMDD で入力"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
           if WS-AGREE-ENTRY > WS-TODAY
              display "同意日に先日付は入力できません"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
           inspect WS-SOURCE-ENTRY converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if WS-SOURCE-ENTRY = spaces
              display "受付経路を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
      * 商品区分は大文字にそろえ、前へ詰める
           inspect WS-CAT-TABLE converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move 1 to cat-i.
           move 1 to cat-j.
           perform until cat-i > 8
              if WS-CAT-ENTRY(cat-i) not = spaces
                 move WS-CAT-ENTRY(cat-i) to WS-CAT-WORK
                 move spaces to WS-CAT-ENTRY(cat-i)
                 move WS-CAT-WORK to WS-CAT-ENTRY(cat-j)
                 compute cat-j = cat-j + 1
              end-if
              compute cat-i = cat-i + 1
           end-perform.
           move "Y" to WS-ENTRY-OK.
        ENTRY-CHECK-E.

        HIST-ADD-S.
      * 変更後の内容を記録日時つきで履歴へ足す
           accept WS-NOW-TIME from time.
           move WS-CUST-ENTRY to CH-顧客番号.
           move WS-TODAY      to CH-記録日時(1:8).
           move WS-NOW-TIME   to CH-記録日時(9:8).
           if WS-NEW-REC = "Y"
              move "N" to CH-処理
           else
              move "C" to CH-処理
           end-if.
           move CS-販促      to CH-販促.
           move CS-法定のみ  to CH-法定のみ.
           move 1 to cat-i.
           perform until cat-i > 8
              move CS-商品区分(cat-i) to CH-商品区分(cat-i)
              compute cat-i = cat-i + 1
           end-perform.
           move CS-同意日    to CH-同意日.
           move CS-受付経路  to CH-受付経路.
           move CS-変更者    to CH-変更者.
           write HIST-REC
              invalid key
                 display "履歴の記録に失敗しました status="
                         WS-HIST-FS
                 perform SLEEP-S thru SLEEP-E
           end-write.
        HIST-ADD-E.

        CONS-HIST-S.
      * 顧客の同意の履歴を古い順に表示する。1件2行(2行目は商品
      * 区分がある場合だけ)。N で次の頁、それ以外で戻る
           if WS-CUST-ENTRY = spaces
              display "顧客番号を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to CONS-HIST-E
           end-if.
           move 0 to WS-HIST-COUNT.
           move WS-CUST-ENTRY to CH-顧客番号.
           move low-values to CH-記録日時.
           start hist-file key is not less than CH-キー
              invalid key
                 move "Y" to WS-EOF
              not invalid key
                 move "N" to WS-EOF
           end-start.
           move "N" to WS-HOLD.
        CONS-HIST-PAGE.
           move spaces to WS-VIEW.
           move spaces to WS-VIEW-MSG.
           string "顧客 "        delimited by size
                  WS-CUST-ENTRY  delimited by size
                  " の連絡同意の履歴(古い順)"
                                 delimited by size
                  into WS-VIEW-MSG.
           move 0 to WS-VIEW-IDX.
           if WS-HOLD = "Y"
              move "N" to WS-HOLD
              perform HIST-LINE-S thru HIST-LINE-E
           end-if.
           perform until WS-EOF = "Y" or WS-HOLD = "Y"
              read hist-file next
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if CH-顧客番号 not = WS-CUST-ENTRY
                       move "Y" to WS-EOF
                    else
                       if WS-VIEW-IDX > 16
                          move "Y" to WS-HOLD
                       else
                          perform HIST-LINE-S thru HIST-LINE-E
                       end-if
                    end-if
              end-read
           end-perform.
           if WS-HIST-COUNT = 0
              move "(履歴がありません)" to WS-VIEW-L(1)
           end-if.
           move spaces to WS-CONFIRM-KEY.
           display blank-screen.
           display cons-list-screen.
           accept cons-list-screen.
           if (WS-CONFIRM-KEY = "n" or WS-CONFIRM-KEY = "N")
              and WS-HOLD = "Y"
              go to CONS-HIST-PAGE
           end-if.
        CONS-HIST-E.

        HIST-LINE-S.
      * 記録日時(時分まで) 処理 販促の可否 法定のみ 同意日 受付経路
      * 変更者
           add 1 to WS-HIST-COUNT.
           add 1 to WS-VIEW-IDX.
           move 1 to WS-VIEW-PTR.
           string CH-記録日時(1:8)  delimited by size
                  " "               delimited by size
                  CH-記録日時(9:4)  delimited by size
                  into WS-VIEW-L(WS-VIEW-IDX)
                  with pointer WS-VIEW-PTR.
           if CH-処理 = "N"
              string " 新規" delimited by size
                     into WS-VIEW-L(WS-VIEW-IDX)
                     with pointer WS-VIEW-PTR
           else
              string " 変更" delimited by size
                     into WS-VIEW-L(WS-VIEW-IDX)
                     with pointer WS-VIEW-PTR
           end-if.
           string " 販促" CH-販促
                  " 法定" CH-法定のみ
                  " 同意" CH-同意日
                  " "       delimited by size
                  CH-受付経路 delimited by space
                  " "       delimited by size
                  CH-変更者 delimited by space
                  into WS-VIEW-L(WS-VIEW-IDX)
                  with pointer WS-VIEW-PTR.
           if CH-商品区分(1) = spaces
              go to HIST-LINE-E
           end-if.
           add 1 to WS-VIEW-IDX.
           move 1 to WS-VIEW-PTR.
           string "      商品区分:" delimited by size
                  into WS-VIEW-L(WS-VIEW-IDX)
                  with pointer WS-VIEW-PTR.
           move 1 to cat-i.
           perform until cat-i > 8
              if CH-商品区分(cat-i) not = spaces
                 string " " CH-商品区分(cat-i) delimited by size
                        into WS-VIEW-L(WS-VIEW-IDX)
                        with pointer WS-VIEW-PTR
              end-if
              compute cat-i = cat-i + 1
           end-perform.
        HIST-LINE-E.

        SIGNON-S.
      * オペレータID・パスワードをOPR001で突合する。ロック中(L)は
      * 入れず、期限切れ(E)は新パスワードの設定を強制する
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

        REC-LOCK-S.
      * 顧客単位の編集ロックを取得する
           move spaces to WS-RLK-RESOURCE.
           string "CONS:" WS-CUST-ENTRY into WS-RLK-RESOURCE.
           move "LOCK " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
           if WS-RLK-RESULT not = "Y"
              display "編集中です。保持者: " WS-RLK-HOLDER
              perform SLEEP-S thru SLEEP-E
           end-if.
        REC-LOCK-E.

        REC-FREE-S.
           move "FREE " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
        REC-FREE-E.

      * sleep func
        SLEEP-S.
      D    DISPLAY SLEEP-CALL.
           if sleep_time > 0 then
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "cust_consent.idx" to WS-CONSENT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CONSENT-FILENAME.
           move "cust_consent_hist.idx" to WS-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
        ENV-RESOLVE-E.
