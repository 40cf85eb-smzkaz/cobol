        input-output              section.
        file-control.
        select status-file
            assign to WS-STATUS-FILENAME
            organization line sequential
            file status is WS-STATUS-FS.
        select runctl-file
            assign to WS-RUNCTL-FILENAME
            organization line sequential
            file status is WS-RUNCTL-FS.
      **=================================================================
        01  WS-REPORT-CMD       pic X(60) value "./postal_report".
        01  WS-OPER-CMD         pic X(60) value "./oper_maint".
        01  WS-MATCH-CMD        pic X(60) value "./addr_match".
        01  WS-INQ-CMD          pic X(60) value "./cust_inquiry".
        01  WS-ALERT-CMD        pic X(60) value "./alert_console".
        01  WS-ADDRLK-CMD       pic X(60) value "./addr_lookup".
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 3.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-STATUS-FILENAME  pic X(256).
        01  WS-RUNCTL-FILENAME  pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 value "4: 抽出状況の確認"         line 6  col 12.
           03 value "5: 住所一括突合バッチ"     line 7  col 12.
           03 value "6: オペレータ管理"         line 8  col 12.
           03 value "7: 顧客総合照会"           line 9  col 12.
           03 value "8: アラート・コンソール" line 10 col 12.
           03 value "9: 住所から郵便番号検索" line 11 col 12.
           03 value "Q: 終了"                   line 12 col 12.
           03 value "選択:"                     line 13 col 10.
           03 mn_01  line 13 col 20 pic X(1) using WS-MENU-KEY.

        procedure               division.
          perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        menu-loop.
          move spaces to WS-MENU-KEY.
          display blank-screen.
                perform SLEEP-S thru SLEEP-E
             when "6"
                call "system" using WS-OPER-CMD
             when "7"
                call "system" using WS-INQ-CMD
             when "8"
                call "system" using WS-ALERT-CMD
             when "9"
                call "system" using WS-ADDRLK-CMD
             when "q"
                continue
             when "Q"
                continue
             when other
                display "1-9 または Q を入力してください"
                perform SLEEP-S thru SLEEP-E
          end-evaluate.
          if WS-MENU-KEY not = "q" and WS-MENU-KEY not = "Q"
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_complete.dat" to WS-STATUS-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-STATUS-FILENAME.
           move "yubin_runctl.dat" to WS-RUNCTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RUNCTL-FILENAME.
        ENV-RESOLVE-E.
