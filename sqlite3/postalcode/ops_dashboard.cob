      **       yubin_recon.rpt    (件数突合とスキップ件数)
      **       batch_duration.log (所要時間履歴の最終行)
      **       yubin_error.log    (最終成功実行以降のエラー件数)
      **       yubin_alert.dat / yubin_alert_ack.dat (クローズされて
      **       いないアラートの件数と、うち未確認の重大アラート件数)
      ** 作業：ops_dashboard_ak_<開始時刻>.idx (確認・クローズの記録を
      **       アラートごとの最新状態に畳む索引。数え終えたら消す)
      ** 毎朝4つのファイルを開いて回る代わりに、前夜の抽出が正常
      ** だったかを1画面のOK/NOT-OK判定で確認できるようにする
      **=================================================================
        input-output              section.
        file-control.
        select runctl-file
            assign to WS-RUNCTL-FILENAME
            organization line sequential
            file status is WS-RUNCTL-FS.
        select status-file
            assign to WS-STATUS-FILENAME
            organization line sequential
            file status is WS-STATUS-FS.
        select recon-file
            assign to WS-RECON-FILENAME
            organization line sequential
            file status is WS-RECON-FS.
        select trend-log-file
            assign to WS-TREND-LOG-FILENAME
            organization line sequential
            file status is WS-TREND-FS.
        select err-log-file
            assign to WS-ERR-LOG-FILENAME
            organization line sequential
            file status is WS-ERR-LOG-FS.
        select backup-log-file
            assign to WS-BACKUP-LOG-FILENAME
            organization line sequential
            file status is WS-BKLOG-FS.
        select alert-file
            assign to WS-ALERT-FILENAME
            organization line sequential
            file status is WS-ALERT-FS.
        select ack-file
            assign to WS-ACK-FILENAME
            organization line sequential
            file status is WS-ACK-FS.
      * 確認・クローズの記録の作業索引(アラート番号＋日時ごとに
      * 最新の状態。記録の件数に上限を設けないため表でなく索引)
        select ak-work-file
            assign to WS-AK-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is AW-キー
            file status is WS-AW-FS.
      **=================================================================
        data                     division.
        file                      section.
            label records are standard.
        01  BKLOG-FD-REC        pic X(120).

        fd  alert-file
            label records are standard.
        01  ALERT-FD-REC        pic X(160).

        fd  ack-file
            label records are standard.
        01  ACK-FD-REC          pic X(160).

        fd  ak-work-file
            label records are standard.
        01  AK-WORK-REC.
            03 AW-キー.
               05 AW-ID         pic 9(08).
               05 AW-STAMP      pic X(15).
            03 AW-ACK           pic X(01).
            03 AW-CLOSED        pic X(01).

        working-storage           section.
        78  black                       value 0.
        01  WS-RUNCTL-FS        pic X(02).
        01  WS-TOK-3            pic X(40).
        01  WS-JUNK             pic X(30).
        01  WS-DUMMY-KEY        pic X(01).
      * 未対応アラート(alert_console と同じ記録の読み方)
        01  WS-ALERT-FS         pic X(02).
        01  WS-ACK-FS           pic X(02).
        01  WS-AW-FS            pic X(02).
        01  WS-AK-FOUND         pic X(01).
        01  WS-START-TIME       pic 9(08).
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD          pic X(600).
           03 filler               pic X(01) value low-value.
        01  WS-AL-NO            pic 9(08).
        01  WS-AL-STAMP         pic X(15).
        01  WS-OPEN-ALERT       pic 9(05) value 0.
        01  WS-OPEN-CRIT        pic 9(05) value 0.
        01  WS-OPEN-ED          pic ZZZZ9.
        01  WS-ALERT-TEXT       pic X(40) value spaces.
        01  WS-ALERT-PTR        pic 9(02).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-RUNCTL-FILENAME      pic X(256).
        01  WS-STATUS-FILENAME      pic X(256).
        01  WS-RECON-FILENAME       pic X(256).
        01  WS-TREND-LOG-FILENAME   pic X(256).
        01  WS-ERR-LOG-FILENAME     pic X(256).
        01  WS-BACKUP-LOG-FILENAME  pic X(256).
        01  WS-ALERT-FILENAME       pic X(256).
        01  WS-ACK-FILENAME         pic X(256).
        01  WS-AK-WORK-FILENAME     pic X(256).
        01  WS-ENV-MODE             pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 b_08 pic 9(05) from WS-NEW-ERR-COUNT line 10 col 24.
           03 value "最終バックアップ:" line 11 col 5.
           03 b_11 pic X(40) from WS-LAST-BACKUP   line 11 col 24.
           03 value "未対応アラート  :" line 12 col 5.
           03 b_12 pic X(40) from WS-ALERT-TEXT    line 12 col 24.
           03 value "判定            :" line 13 col 5.
           03 b_09 pic X(06) from WS-VERDICT       line 13 col 24
                   highlight.

        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           perform READ-RUNCTL-S thru READ-RUNCTL-E.
           perform READ-STATUS-S thru READ-STATUS-E.
           perform READ-RECON-S thru READ-RECON-E.
           perform READ-TREND-S thru READ-TREND-E.
           perform COUNT-ERRORS-S thru COUNT-ERRORS-E.
           perform READ-BACKUP-S thru READ-BACKUP-E.
           perform COUNT-ALERTS-S thru COUNT-ALERTS-E.
           perform JUDGE-S thru JUDGE-E.
           display blank-screen.
           display dashboard-screen.
           close backup-log-file.
        READ-BACKUP-E.

        COUNT-ALERTS-S.
      * 確認・クローズの記録を読んでから、アラート・ファイルの行で
      * クローズされていないものを数える(行番号がアラート番号)
           open output ak-work-file.
           close ak-work-file.
           open i-o ak-work-file.
           if WS-AW-FS not = "00"
              display "ERROR: cannot open ops_dashboard work index"
                      " status=" WS-AW-FS
              stop run
           end-if.
           open input ack-file.
           if WS-ACK-FS = "00"
              move "N" to WS-EOF
              perform until WS-EOF = "Y"
                 read ack-file
                    at end
                       move "Y" to WS-EOF
                    not at end
                       if ACK-FD-REC(1:8) is numeric
                          perform TAKE-ACK-S thru TAKE-ACK-E
                       end-if
                 end-read
              end-perform
              close ack-file
           end-if.
           move 0 to WS-AL-NO.
           open input alert-file.
           if WS-ALERT-FS not = "00"
              move "(アラートなし)" to WS-ALERT-TEXT
              perform WORK-DROP-S thru WORK-DROP-E
              go to COUNT-ALERTS-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read alert-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    compute WS-AL-NO = WS-AL-NO + 1
                    perform TAKE-ALERT-S thru TAKE-ALERT-E
              end-read
           end-perform.
           close alert-file.
           perform WORK-DROP-S thru WORK-DROP-E.
           move spaces to WS-ALERT-TEXT.
           move 1 to WS-ALERT-PTR.
           move WS-OPEN-ALERT to WS-OPEN-ED.
           string "OPEN=" WS-OPEN-ED delimited by size
                  into WS-ALERT-TEXT with pointer WS-ALERT-PTR.
           move WS-OPEN-CRIT to WS-OPEN-ED.
           string "  重大未確認=" WS-OPEN-ED delimited by size
                  into WS-ALERT-TEXT with pointer WS-ALERT-PTR.
        COUNT-ALERTS-E.

        TAKE-ACK-S.
           move ACK-FD-REC(1:8) to WS-AL-NO.
           move ACK-FD-REC(10:15) to WS-AL-STAMP.
           perform FIND-ACK-S thru FIND-ACK-E.
           if WS-AK-FOUND not = "Y"
              move WS-AL-NO to AW-ID
              move WS-AL-STAMP to AW-STAMP
              move "N" to AW-ACK
              move "N" to AW-CLOSED
           end-if.
           if ACK-FD-REC(26:1) = "A"
              move "Y" to AW-ACK
           end-if.
           if ACK-FD-REC(26:1) = "C"
              move "Y" to AW-CLOSED
           end-if.
           if WS-AK-FOUND = "Y"
              rewrite AK-WORK-REC
           else
              write AK-WORK-REC
           end-if.
        TAKE-ACK-E.

        FIND-ACK-S.
      * アラート番号＋日時で作業索引を引く(見つかれば AK-WORK-REC)
           move WS-AL-NO to AW-ID.
           move WS-AL-STAMP to AW-STAMP.
           read ak-work-file
              invalid key
                 move "N" to WS-AK-FOUND
              not invalid key
                 move "Y" to WS-AK-FOUND
           end-read.
        FIND-ACK-E.

        WORK-DROP-S.
      * 数え終えた作業索引を閉じて消す
           close ak-work-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "            delimited by size
                  WS-AK-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD-AREA.
        WORK-DROP-E.

        TAKE-ALERT-S.
           if ALERT-FD-REC(17:4) not = "SEV="
              go to TAKE-ALERT-E
           end-if.
           move ALERT-FD-REC(1:15) to WS-AL-STAMP.
           perform FIND-ACK-S thru FIND-ACK-E.
           if WS-AK-FOUND = "Y"
              if AW-CLOSED = "Y"
                 go to TAKE-ALERT-E
              end-if
           end-if.
           compute WS-OPEN-ALERT = WS-OPEN-ALERT + 1.
           if ALERT-FD-REC(21:1) = "C"
              if WS-AK-FOUND not = "Y"
                 compute WS-OPEN-CRIT = WS-OPEN-CRIT + 1
              else
                 if AW-ACK not = "Y"
                    compute WS-OPEN-CRIT = WS-OPEN-CRIT + 1
                 end-if
              end-if
           end-if.
        TAKE-ALERT-E.

        JUDGE-S.
      * 完了ステータスSUCCESS・突合OK・新規エラーなしが揃って
      * はじめてOKとする
              move "NOT-OK" to WS-VERDICT
           end-if.
        JUDGE-E.

        ENV-RESOLVE-S.
           move "yubin_runctl.dat" to WS-RUNCTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RUNCTL-FILENAME.
           move "yubin_complete.dat" to WS-STATUS-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-STATUS-FILENAME.
           move "yubin_recon.rpt" to WS-RECON-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RECON-FILENAME.
           move "batch_duration.log" to WS-TREND-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TREND-LOG-FILENAME.
           move "yubin_error.log" to WS-ERR-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ERR-LOG-FILENAME.
           move "yubin_backup.log" to WS-BACKUP-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-BACKUP-LOG-FILENAME.
           move "yubin_alert.dat" to WS-ALERT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ALERT-FILENAME.
           move "yubin_alert_ack.dat" to WS-ACK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ACK-FILENAME.
           accept WS-START-TIME from time.
           move spaces to WS-AK-WORK-FILENAME.
           string "ops_dashboard_ak_" WS-START-TIME ".idx"
              delimited by size into WS-AK-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-AK-WORK-FILENAME.
        ENV-RESOLVE-E.
