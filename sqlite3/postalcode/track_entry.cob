      **=================================================================
      ** 追跡郵便(書留・レターパック)の追跡番号の入力
      ** 入力：画面(顧客番号・キャンペーン・差出日・追跡番号)
      **       tracked_mail.idx (mail_merge が TRACKED= 指定の実行で
      **       番号待ちに登録した1通)
      **       customer.idx (顧客の確認表示)
      ** 出力：tracked_mail.idx (追跡番号・状態T=番号登録済み・
      **       入力したオペレータ)
      ** 窓口で受け取った受領証のお問い合わせ番号を、紙の控え帳で
      ** なく台帳へ打ち込む。キャンペーンと差出日は受領証の束の間は
      ** 同じなので前の入力を残す。顧客番号を空欄で終了。まとめて
      ** 取り込むときは track_update NUMBERS= を使う。記録者を残す
      ** ため開始時にサインオン(OPR001)する
      **=================================================================
        identification           division.
        program-id.              track_entry.
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
        select track-file
            assign to WS-TRACK-FILENAME
            organization indexed
            access mode dynamic
            record key is TM-キー
            alternate record key is TM-追跡番号
                with duplicates
            file status is WS-TRK-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  track-file
            label records are standard.
        01  TRACK-REC.
            COPY TRKMAIL.

        working-storage           section.
        78  black                       value 0.
        01  WS-CUST-FS        pic X(02).
        01  WS-TRK-FS         pic X(02).
        01  WS-CUST-NO        pic X(08).
        01  WS-CAMPAIGN       pic X(08).
        01  WS-SEND-DATE      pic X(08).
        01  WS-TRACK-NO       pic X(13).
        01  WS-TRACK-LEN      pic 9(02).
        01  WS-TRACK-CHK      pic X(13).
        01  WS-CONFIRM-KEY    pic X(01).
        01  WS-DISP-NAME      pic N(20).
        01  WS-DISP-ZIP       pic X(07).
        01  WS-DISP-KIND      pic N(6).
        01  WS-DISP-STATUS    pic N(6).
        01  WS-DISP-OLD-NO    pic X(13).
        01  WS-TODAY          pic 9(08).
        01  WS-DUP-FOUND      pic X(01).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * オペレータ・サインオン(OPR001)。mail_return と同じ流儀
        01  WS-OPER-ID        pic X(08).
        01  WS-OPER-PW        pic X(08).
        01  WS-OPER-ROLE      pic X(01).
        01  WS-SIGNON-OK      pic X(01) value "N".
        01  WS-OPR-MODE       pic X(05).
        01  WS-NEW-PW         pic X(08).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME    pic X(256).
        01  WS-TRACK-FILENAME   pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 signon-screen.
           03 value "追跡番号の入力サインオン"
                                            line 1 col 10.
           03 value "オペレータID:"         line 3 col 10.
           03 s_01   line 3 col 30 pic X(8) using WS-OPER-ID.
           03 value "パスワード:"           line 4 col 10.
           03 s_02   line 4 col 30 pic X(8) using WS-OPER-PW.

        01 newpw-screen.
           03 value "期限切れ。新パスワード:"
                                            line 6 col 10.
           03 n_01   line 6 col 55 pic X(8) using WS-NEW-PW.

        01 track-key-screen.
           03 value "追跡番号の入力" line 1 col 10.
           03 value "キャンペーン:"          line 3 col 10.
           03 k_01   line 3 col 40 pic X(8) using WS-CAMPAIGN.
           03 value "差出日(YYYYMMDD):"      line 4 col 10.
           03 k_02   line 4 col 40 pic X(8) using WS-SEND-DATE.
           03 value "顧客番号:"              line 5 col 10.
           03 k_03   line 5 col 40 pic X(8) using WS-CUST-NO.
           03 value "追跡番号(数字11-13桁):" line 6 col 10.
           03 k_04   line 6 col 40 pic X(13) using WS-TRACK-NO.

        01 track-confirm-screen.
           03 d_01   line 8 col 15 pic N(20) from WS-DISP-NAME.
           03 d_02   line 8 col 60 pic X(7)  from WS-DISP-ZIP.
           03 d_03   line 9 col 15 pic N(6)  from WS-DISP-KIND.
           03 d_04   line 9 col 30 pic N(6)  from WS-DISP-STATUS.
           03 d_05   line 9 col 45 pic X(13) from WS-DISP-OLD-NO.
           03 value "この番号を登録します Y/N:"
                                             line 11 col 10.
           03 d_06   line 11 col 50 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK not = "Y"
           display "サインオンできませんでした"
           stop run
        end-if.
        perform FILE-OPEN-S thru FILE-OPEN-E.
        accept WS-TODAY from date yyyymmdd.
        move spaces to WS-CAMPAIGN.
        move WS-TODAY to WS-SEND-DATE.

        track-loop.
          move spaces to WS-CUST-NO.
          move spaces to WS-TRACK-NO.
          display blank-screen.
          display track-key-screen.
          accept track-key-screen.
          if WS-CUST-NO = spaces
             close track-file
             close cust-file
             stop run
          end-if.
          perform RECORD-ONE-S thru RECORD-ONE-E.
          go to track-loop.

      ******************************************************************
        FILE-OPEN-S.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
           open i-o track-file.
           if WS-TRK-FS not = "00"
              display "ERROR: cannot open tracked_mail.idx status="
                      WS-TRK-FS
              stop run
           end-if.
        FILE-OPEN-E.

        RECORD-ONE-S.
      * お問い合わせ番号は数字11-13桁(ハイフンは打たない)
           move 0 to WS-TRACK-LEN.
           inspect WS-TRACK-NO tallying WS-TRACK-LEN
              for characters before initial space.
           move WS-TRACK-NO to WS-TRACK-CHK.
           inspect WS-TRACK-CHK replacing all space by "0".
           if WS-TRACK-LEN < 11
              or WS-TRACK-CHK not numeric
              display "追跡番号は数字11-13桁で入力"
              perform SLEEP-S thru SLEEP-E
              go to RECORD-ONE-E
           end-if.
           if WS-SEND-DATE not numeric
              display "差出日は YYYYMMDD で入力"
              perform SLEEP-S thru SLEEP-E
              go to RECORD-ONE-E
           end-if.
      * 同じ番号を別の1通に登録済みなら打ち間違いとして止める
           perform DUP-CHECK-S thru DUP-CHECK-E.
           if WS-DUP-FOUND = "Y"
              display "別の郵便に登録済みの番号: "
                      TM-顧客番号
              perform SLEEP-S thru SLEEP-E
              go to RECORD-ONE-E
           end-if.
           move WS-CUST-NO   to TM-顧客番号.
           move WS-CAMPAIGN  to TM-キャンペーン.
           move WS-SEND-DATE to TM-差出日.
           read track-file
              invalid key
                 display "追跡扱いの登録なし: "
                         WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
                 go to RECORD-ONE-E
           end-read.
           if TM-状態 = "D" or TM-状態 = "R"
              display "配達済み・返送済みです: "
                      WS-CUST-NO
              perform SLEEP-S thru SLEEP-E
              go to RECORD-ONE-E
           end-if.
           move spaces to WS-DISP-NAME.
           move WS-CUST-NO to C-顧客番号.
           read cust-file
              invalid key
                 continue
              not invalid key
                 move C-顧客名（漢字） to WS-DISP-NAME
           end-read.
           move TM-郵便番号７桁 to WS-DISP-ZIP.
           move TM-追跡番号     to WS-DISP-OLD-NO.
           evaluate TM-種別
              when "R"   move "一般書留"     to WS-DISP-KIND
              when "K"   move "簡易書留"     to WS-DISP-KIND
              when "L"   move "レターパック" to WS-DISP-KIND
              when other move spaces         to WS-DISP-KIND
           end-evaluate.
           evaluate TM-状態
              when "P"   move "番号待ち"     to WS-DISP-STATUS
              when "T"   move "番号登録済"   to WS-DISP-STATUS
              when "A"   move "引受"         to WS-DISP-STATUS
              when other move spaces         to WS-DISP-STATUS
           end-evaluate.
           move spaces to WS-CONFIRM-KEY.
           display track-confirm-screen.
           accept track-confirm-screen.
           if WS-CONFIRM-KEY not = "y" and WS-CONFIRM-KEY not = "Y"
              go to RECORD-ONE-E
           end-if.
           move WS-TRACK-NO to TM-追跡番号.
           if TM-状態 = "P"
              move "T" to TM-状態
              move WS-TODAY to TM-状態日
           end-if.
           move WS-OPER-ID to TM-登録者.
           move WS-TODAY   to TM-更新年月日.
           rewrite TRACK-REC
              invalid key
                 display "更新に失敗しました: " WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
              not invalid key
                 display "登録しました: " WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
           end-rewrite.
        RECORD-ONE-E.

        DUP-CHECK-S.
      * 副キー(追跡番号)で引き、別のキーの1通が持っていれば重複
           move "N" to WS-DUP-FOUND.
           move WS-TRACK-NO to TM-追跡番号.
           read track-file key is TM-追跡番号
              invalid key
                 go to DUP-CHECK-E
           end-read.
           if TM-顧客番号 not = WS-CUST-NO
              or TM-キャンペーン not = WS-CAMPAIGN
              or TM-差出日 not = WS-SEND-DATE
              move "Y" to WS-DUP-FOUND
           end-if.
        DUP-CHECK-E.

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
           move "tracked_mail.idx" to WS-TRACK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TRACK-FILENAME.
        ENV-RESOLVE-E.
