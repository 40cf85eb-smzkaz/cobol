      **=================================================================
      ** 月末郵送ジョブストリームの実行ドライバ
      ** 手順：(1)cust_zip_audit (2)label_print (3)route_manifest
      ** (4)cust_retention(顧客の稼働判定と保存期間消去) を
      ** この順で起動し、各ステップの完了を制御ファイル
      ** (month_end_ctl.dat)へ記録する。途中で失敗した場合、次回は
      ** 未完了の最初のステップから再開する(完了済みの監査を
        input-output              section.
        file-control.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select runjnl-file
            assign to WS-RUNJNL-FILENAME
            organization line sequential
            file status is WS-RUNJNL-FS.
      **=================================================================

        fd  runjnl-file
            label records are standard.
        01  RUNJNL-FD-REC       pic X(100).

        working-storage           section.
        01  WS-CTL-FS           pic X(02).
            03 filler pic X(20) value "LABEL_PRINT".
            03 filler pic X(20) value "./route_manifest".
            03 filler pic X(20) value "ROUTE_MANIFEST".
      * 保存期間消去は当月の郵送を済ませてから行う
            03 filler pic X(20) value "./cust_retention".
            03 filler pic X(20) value "CUST_RETENTION".
        01  WS-STEPS REDEFINES WS-STEP-DEFS.
            03 WS-STEP  occurs 4.
               05 WS-STEP-CMD   pic X(20).
               05 WS-STEP-PROG  pic X(20).
        01  WS-STEP-DONE-TBL.
            03 WS-STEP-DONE  occurs 4  pic X(01).
        01  WS-STEP-NO          pic 9(01).
        01  WS-STEP-OK          pic X(01).
        01  WS-ALL-DONE         pic X(01) value "N".
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 9(01).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CTL-FILENAME     pic X(256).
        01  WS-RUNJNL-FILENAME  pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-ALT-PROGNAME
           perform LOAD-CTL-S thru LOAD-CTL-E.
           move 1 to WS-STEP-NO.
           perform RUN-STEP-S thru RUN-STEP-E
              until WS-STEP-NO > 4.
           move "Y" to WS-ALL-DONE.
           move 1 to i.
           perform until i > 4
              if WS-STEP-DONE(i) not = "Y"
                 move "N" to WS-ALL-DONE
              end-if
      * COMPLETE行があれば前回のストリームは完走しているので
      * 全ステップを未完了へ戻して新しい周回を始める
           move 1 to i.
           perform until i > 4
              move "N" to WS-STEP-DONE(i)
              compute i = i + 1
           end-perform.
                 not at end
                    if CTL-FD-REC(1:8) = "COMPLETE"
                       move 1 to i
                       perform until i > 4
                          move "N" to WS-STEP-DONE(i)
                          compute i = i + 1
                       end-perform
                    if CTL-FD-REC(1:5) = "STEP="
                       and CTL-FD-REC(6:1) is numeric
                       and CTL-FD-REC(6:1) >= "1"
                       and CTL-FD-REC(6:1) <= "4"
                       move CTL-FD-REC(6:1) to i
                       if CTL-FD-REC(8:11) = "STATUS=DONE"
                          move "Y" to WS-STEP-DONE(i)
           accept WS-RUN-TIME from time.
           open output ctl-file.
           move 1 to i.
           perform until i > 4
              move spaces to WS-CTL-LINE
              if WS-STEP-DONE(i) = "Y"
                 string "STEP=" i " STATUS=DONE DATE="
                                  WS-ALT-MESSAGE
              display "step " WS-STEP-NO " FAILED - stream "
                      "stopped, rerun resumes here"
              move 5 to WS-STEP-NO
           end-if.
        RUN-STEP-E.

           end-perform.
           close runjnl-file.
        CHECK-STEP-E.

        ENV-RESOLVE-S.
           move "month_end_ctl.dat" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "yubin_runjnl.dat" to WS-RUNJNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RUNJNL-FILENAME.
        ENV-RESOLVE-E.
