      **=================================================================
      ** 外部システム顧客番号の相互参照(cust_xref.idx)の保守・照会
      ** 入力：画面(追加・削除・顧客からの一覧・外部IDからの逆引き)
      **       customer.idx (顧客の実在確認と氏名の表示)
      ** 出力：cust_xref.idx (顧客番号＋システム＋外部ID)
      ** 同じ顧客が請求・Webショップで別の番号を持ち、担当者が氏名で
      ** 突き合わせていたため、対応を一か所に登録して両方向に引ける
      ** ようにする。L は当方の顧客番号から他システムの番号を一覧し、
      ** F はシステム・コードと外部IDから当方の顧客を引く。外部IDの
      ** 訂正は削除してから追加し直す(キーの一部のため)。1つの外部
      ** IDは1人の顧客にしか結べない
      **=================================================================
        identification           division.
        program-id.              xref_maint.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select xref-file
            assign to WS-XREF-FILENAME
            organization indexed
            access mode dynamic
            record key is XR-キー
            alternate record key is XR-外部キー
            file status is WS-XREF-FS.
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
        fd  xref-file
            label records are standard.
        01  XREF-REC.
            COPY CUSTXREF.

        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        working-storage           section.
        78  black                       value 0.
        01  WS-XREF-FS        pic X(02).
        01  WS-CUST-FS        pic X(02).
        01  WS-EOF            pic X(01).
        01  WS-MODE-KEY       pic X(01).
        01  WS-CUST-ENTRY     pic X(08).
        01  WS-SYS-ENTRY      pic X(04).
        01  WS-EXTID-ENTRY    pic X(20).
        01  WS-CONFIRM-KEY    pic X(01).
        01  WS-TODAY          pic 9(08).
        01  WS-CUST-NAME      pic N(20).
        01  WS-CUST-NAME-X REDEFINES WS-CUST-NAME pic X(60).
      * 一覧表示(cust_inquiry と同じ行バッファ方式)
        01  WS-VIEW.
            03 WS-VIEW-L  occurs 18  pic X(70).
        01  WS-VIEW-IDX       pic 9(02).
        01  WS-VIEW-MSG       pic X(70).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * オペレータ・サインオン(OPR001)とレコード単位ロック(LCK002)。
      * campaign_maint と同じ流儀で、同じ顧客の相互参照を二人が同時
      * に直す事故を防ぐ
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
        01  WS-XREF-FILENAME  pic X(256).
        01  WS-CUST-FILENAME  pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 signon-screen.
           03 value "外部ID相互参照サインオン"
                                            line 1 col 10.
           03 value "オペレータID:"         line 3 col 10.
           03 s_01   line 3 col 30 pic X(8) using WS-OPER-ID.
           03 value "パスワード:"           line 4 col 10.
           03 s_02   line 4 col 30 pic X(8) using WS-OPER-PW.

        01 newpw-screen.
           03 value "期限切れ。新パスワード:"
                                            line 6 col 10.
           03 n_01   line 6 col 55 pic X(8) using WS-NEW-PW.

        01 xref-mode-screen.
           03 value "外部システム顧客番号の相互参照"
                                            line 1 col 10.
           03 value "処理 A=追加 D=削除 L=一覧"
                                            line 3 col 10.
           03 value "F=逆引き Q=終了:"      line 3 col 40.
           03 m_01   line 3 col 58 pic X(1) using WS-MODE-KEY.
           03 value "顧客番号(A/D/L):"      line 5 col 10.
           03 m_02   line 5 col 40 pic X(8) using WS-CUST-ENTRY.
           03 value "システム BILL/WEBS等(A/D/F):"
                                            line 6 col 10.
           03 m_03   line 6 col 40 pic X(4) using WS-SYS-ENTRY.
           03 value "外部ID(A/D/F):"        line 7 col 10.
           03 m_04   line 7 col 40 pic X(20) using WS-EXTID-ENTRY.

        01 xref-confirm-screen.
           03 value "削除してよいですか Y/N:" line 9 col 10.
           03 f_01   line 9 col 40 pic X(1) using WS-CONFIRM-KEY.

        01 xref-list-screen.
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
           03 value "Enterで戻る:"          line 23 col 10.
           03 l_01   line 23 col 30 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK not = "Y"
           display "サインオンできませんでした"
           stop run
        end-if.
        accept WS-TODAY from date yyyymmdd.
        perform XREF-OPEN-S thru XREF-OPEN-E.

        xref-loop.
          move spaces to WS-MODE-KEY.
          move spaces to WS-CUST-ENTRY.
          move spaces to WS-SYS-ENTRY.
          move spaces to WS-EXTID-ENTRY.
          display blank-screen.
          display xref-mode-screen.
          accept xref-mode-screen.
          inspect WS-SYS-ENTRY converting
             "abcdefghijklmnopqrstuvwxyz"
             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          evaluate true
             when WS-MODE-KEY = "a" or WS-MODE-KEY = "A"
                perform XREF-ADD-S thru XREF-ADD-E
             when WS-MODE-KEY = "d" or WS-MODE-KEY = "D"
                perform XREF-DELETE-S thru XREF-DELETE-E
             when WS-MODE-KEY = "l" or WS-MODE-KEY = "L"
                perform XREF-LIST-S thru XREF-LIST-E
             when WS-MODE-KEY = "f" or WS-MODE-KEY = "F"
                perform XREF-FIND-S thru XREF-FIND-E
             when WS-MODE-KEY = "q" or WS-MODE-KEY = "Q"
                continue
             when other
                display "A/D/L/F/Q を入力してください"
                perform SLEEP-S thru SLEEP-E
          end-evaluate.
          if WS-MODE-KEY not = "q" and WS-MODE-KEY not = "Q"
             go to xref-loop
          end-if.
          close cust-file.
          close xref-file.
          stop run.

      ******************************************************************
        XREF-OPEN-S.
      * 初回起動時は相互参照自体が無いので作成してから開き直す
           open i-o xref-file.
           if WS-XREF-FS not = "00"
              open output xref-file
              close xref-file
              open i-o xref-file
           end-if.
           if WS-XREF-FS not = "00"
              display "ERROR: cannot open cust_xref.idx status="
                      WS-XREF-FS
              stop run
           end-if.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
        XREF-OPEN-E.

        XREF-ADD-S.
           if WS-CUST-ENTRY = spaces or WS-SYS-ENTRY = spaces
              or WS-EXTID-ENTRY = spaces
              display "顧客番号・システム・外部IDを"
                      "入力してください"
              perform SLEEP-S thru SLEEP-E
              go to XREF-ADD-E
           end-if.
           move WS-CUST-ENTRY to C-顧客番号.
           read cust-file
              invalid key
                 display "顧客がありません: " WS-CUST-ENTRY
                 perform SLEEP-S thru SLEEP-E
                 go to XREF-ADD-E
           end-read.
      * 同じ外部IDが別の顧客に結ばれていないか(副キーで確かめる)
           move WS-SYS-ENTRY to XR-システム.
           move WS-EXTID-ENTRY to XR-外部ID.
           read xref-file key is XR-外部キー
              invalid key
                 continue
              not invalid key
                 display "この外部IDは登録済みです。"
                         "顧客番号: "
                         XR-顧客番号
                 perform SLEEP-S thru SLEEP-E
                 go to XREF-ADD-E
           end-read.
           perform REC-LOCK-S thru REC-LOCK-E.
           if WS-RLK-RESULT not = "Y"
              go to XREF-ADD-E
           end-if.
           move WS-CUST-ENTRY  to XR-顧客番号.
           move WS-SYS-ENTRY   to XR-システム.
           move WS-EXTID-ENTRY to XR-外部ID.
           move WS-OPER-ID     to XR-登録者.
           move WS-TODAY       to XR-更新年月日.
           write XREF-REC
              invalid key
                 display "登録に失敗しました"
                 perform SLEEP-S thru SLEEP-E
              not invalid key
                 display "登録しました: " WS-CUST-ENTRY " "
                         WS-SYS-ENTRY " " WS-EXTID-ENTRY
                 perform SLEEP-S thru SLEEP-E
           end-write.
           perform REC-FREE-S thru REC-FREE-E.
        XREF-ADD-E.

        XREF-DELETE-S.
           perform REC-LOCK-S thru REC-LOCK-E.
           if WS-RLK-RESULT not = "Y"
              go to XREF-DELETE-E
           end-if.
           move WS-CUST-ENTRY  to XR-顧客番号.
           move WS-SYS-ENTRY   to XR-システム.
           move WS-EXTID-ENTRY to XR-外部ID.
           read xref-file
              invalid key
                 display "該当がありません: " WS-CUST-ENTRY " "
                         WS-SYS-ENTRY " " WS-EXTID-ENTRY
                 perform SLEEP-S thru SLEEP-E
                 perform REC-FREE-S thru REC-FREE-E
                 go to XREF-DELETE-E
           end-read.
           move spaces to WS-CONFIRM-KEY.
           display xref-confirm-screen.
           accept xref-confirm-screen.
           if WS-CONFIRM-KEY = "y" or WS-CONFIRM-KEY = "Y"
              delete xref-file
                 invalid key
                    display "削除に失敗しました"
                    perform SLEEP-S thru SLEEP-E
                 not invalid key
                    display "削除しました: " WS-CUST-ENTRY " "
                            WS-SYS-ENTRY " " WS-EXTID-ENTRY
                    perform SLEEP-S thru SLEEP-E
              end-delete
           end-if.
           perform REC-FREE-S thru REC-FREE-E.
        XREF-DELETE-E.

        XREF-LIST-S.
      * 当方の顧客番号 → 他システムの番号(キー順に最大18件)
           if WS-CUST-ENTRY = spaces
              display "顧客番号を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to XREF-LIST-E
           end-if.
           move spaces to WS-VIEW.
           move WS-CUST-ENTRY to C-顧客番号.
           read cust-file
              invalid key
                 move spaces to WS-CUST-NAME
              not invalid key
                 move C-顧客名（漢字） to WS-CUST-NAME
           end-read.
           move spaces to WS-VIEW-MSG.
           string "顧客 "      delimited by size
                  WS-CUST-ENTRY delimited by size
                  " の外部ID"   delimited by size
                  into WS-VIEW-MSG.
           move 0 to WS-VIEW-IDX.
           move WS-CUST-ENTRY to XR-顧客番号.
           move low-values to XR-外部キー.
           start xref-file key is not less than XR-キー
              invalid key
                 move "Y" to WS-EOF
              not invalid key
                 move "N" to WS-EOF
           end-start.
           perform until WS-EOF = "Y"
              read xref-file next
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if XR-顧客番号 not = WS-CUST-ENTRY
                       or WS-VIEW-IDX = 18
                       move "Y" to WS-EOF
                    else
                       add 1 to WS-VIEW-IDX
                       string XR-システム  delimited by size
                              "  "         delimited by size
                              XR-外部ID    delimited by size
                              "  登録 "    delimited by size
                              XR-更新年月日 delimited by size
                              " "          delimited by size
                              XR-登録者    delimited by size
                              into WS-VIEW-L(WS-VIEW-IDX)
                    end-if
              end-read
           end-perform.
           if WS-VIEW-IDX = 0
              move "(登録がありません)" to WS-VIEW-L(1)
           end-if.
           move spaces to WS-CONFIRM-KEY.
           display blank-screen.
           display xref-list-screen.
           accept xref-list-screen.
        XREF-LIST-E.

        XREF-FIND-S.
      * システム＋外部ID → 当方の顧客番号(副キーで逆引き)
           if WS-SYS-ENTRY = spaces or WS-EXTID-ENTRY = spaces
              display "システムと外部IDを"
                      "入力してください"
              perform SLEEP-S thru SLEEP-E
              go to XREF-FIND-E
           end-if.
           move WS-SYS-ENTRY to XR-システム.
           move WS-EXTID-ENTRY to XR-外部ID.
           read xref-file key is XR-外部キー
              invalid key
                 display "該当がありません: " WS-SYS-ENTRY " "
                         WS-EXTID-ENTRY
                 perform SLEEP-S thru SLEEP-E
                 go to XREF-FIND-E
           end-read.
           move XR-顧客番号 to C-顧客番号.
           read cust-file
              invalid key
                 move spaces to WS-CUST-NAME
              not invalid key
                 move C-顧客名（漢字） to WS-CUST-NAME
           end-read.
           move spaces to WS-VIEW.
           move spaces to WS-VIEW-MSG.
           string WS-SYS-ENTRY " " WS-EXTID-ENTRY delimited by size
                  into WS-VIEW-MSG.
           string "顧客番号 " XR-顧客番号 delimited by size
                  into WS-VIEW-L(1).
           move WS-CUST-NAME-X to WS-VIEW-L(2).
           if WS-CUST-NAME = spaces
              move "(顧客マスタにありません)" to WS-VIEW-L(2)
           end-if.
           move spaces to WS-CONFIRM-KEY.
           display blank-screen.
           display xref-list-screen.
           accept xref-list-screen.
        XREF-FIND-E.

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
           string "XREF:" WS-CUST-ENTRY into WS-RLK-RESOURCE.
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
           move "cust_xref.idx" to WS-XREF-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-XREF-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
        ENV-RESOLVE-E.
