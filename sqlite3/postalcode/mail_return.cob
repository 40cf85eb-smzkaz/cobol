      ** 返送郵便の記録と郵送停止の設定
      ** 入力：画面(顧客番号・事由コード)、customer.idx
      ** 出力：mail_return.dat (返送記録。日時・顧客番号・郵便番号・
      **       事由コード・記録したオペレータ)
      **       customer.idx (C-郵送停止フラグ="Y" の設定)
      ** 郵便局から戻ってきた不達郵便を付箋でなく記録に残す。事由：
      **   M=転居  U=宛所不明  R=受取拒否
      ** フラグの立った顧客は label_print の出力から外れ、cust_maint
      ** で住所を訂正するとフラグは解除される。月次の追跡には
      ** mail_return_report を使う。記録者を残すため開始時にサイン
      ** オン(OPR001)する
      **=================================================================
        identification           division.
        program-id.              mail_return.
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
        select return-file
            assign to WS-RETURN-FILENAME
            organization line sequential
            file status is WS-RET-FS.
      **=================================================================
        01  WS-DISP-NAME      pic N(20).
        01  WS-DISP-ZIP       pic X(07).
        01  WS-RET-DATE       pic 9(08).
        01  WS-RET-TIME       pic 9(08).
        01  WS-RET-LINE       pic X(80).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * オペレータ・サインオン(OPR001)。campaign_maint と同じ流儀
        01  WS-OPER-ID        pic X(08).
        01  WS-OPER-PW        pic X(08).
        01  WS-OPER-ROLE      pic X(01).
        01  WS-SIGNON-OK      pic X(01) value "N".
        01  WS-OPR-MODE       pic X(05).
        01  WS-NEW-PW         pic X(08).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME    pic X(256).
        01  WS-RETURN-FILENAME  pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 signon-screen.
           03 value "返送郵便の記録サインオン"
                                            line 1 col 10.
           03 value "オペレータID:"         line 3 col 10.
           03 s_01   line 3 col 30 pic X(8) using WS-OPER-ID.
           03 value "パスワード:"           line 4 col 10.
           03 s_02   line 4 col 30 pic X(8) using WS-OPER-PW.

        01 newpw-screen.
           03 value "期限切れ。新パスワード:"
                                            line 6 col 10.
           03 n_01   line 6 col 55 pic X(8) using WS-NEW-PW.

        01 return-key-screen.
           03 value "返送郵便の記録" line 1 col 10.
           03 value "顧客番号:"              line 3 col 10.
           03 d_03   line 8 col 50 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK not = "Y"
           display "サインオンできませんでした"
           stop run
        end-if.
        perform CUST-OPEN-S thru CUST-OPEN-E.

        return-loop.
           move spaces to WS-RET-LINE.
           string WS-RET-DATE   delimited by size
                  " "           delimited by size
                  WS-RET-TIME(1:6)   delimited by size
                  " cust="      delimited by size
                  WS-CUST-NO    delimited by size
                  " zip="       delimited by size
                  WS-DISP-ZIP   delimited by size
                  " reason="    delimited by size
                  WS-REASON-KEY delimited by size
                  " oper="      delimited by size
                  WS-OPER-ID    delimited by size
                  into WS-RET-LINE.
           open extend return-file.
           if WS-RET-FS not = "00"
           close return-file.
        RETURN-JNL-E.

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
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "mail_return.dat" to WS-RETURN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RETURN-FILENAME.
        ENV-RESOLVE-E.
