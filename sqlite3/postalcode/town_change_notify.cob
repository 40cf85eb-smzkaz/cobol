      **       yubin_seq.idx (新しい町域名の表示用)
      ** 出力：town_change_notify.rpt (顧客・旧町域名・新町域名の
      **       連絡ワークリスト)
      **       town_change_notify_zip.idx (処理済みの郵便番号。実行
      **       ごとに作り直し、終了時に消す)
      ** 世代突合(seq_compare)と顧客監査(cust_zip_audit)の間を夜の
      ** うちにつなぐ。変更が載った郵便番号を保有する顧客を洗い出し、
      ** 郵便が戻る前にサービスデスクが先回りで連絡できるようにする。
      ** 変更郵便番号は表へ溜めず、CHANGED行を読むたびに顧客マスタを
      ** 郵便番号の副キーで引くので、変更件数に上限は無い(一覧は
      ** seq_compare.rptと同じ順)。同じ郵便番号のCHANGED行は項目ごと
      ** に離れて出ることがあるので、処理済みの番号を索引ワークに
      ** 記録し、2度目以降は飛ばす
      **=================================================================
        identification           division.
        program-id.              town_change_notify.
        input-output              section.
        file-control.
        select cmp-file
            assign to WS-CMP-FILENAME
            organization line sequential
            file status is WS-CMP-FS.
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
        select idx-file
            assign to WS-IDX-FILENAME
            organization indexed
            access mode dynamic
            record key is TC-郵便番号７桁
            file status is WS-IDX-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      * 処理済みの郵便番号(毎回作り直す)
        select cz-work-file
            assign to WS-CZ-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is CZ-郵便番号
            file status is WS-CZW-FS.
      **=================================================================
        data                     division.
        file                      section.
            label records are standard.
        01  RPT-FD-REC          pic X(300).

        fd  cz-work-file
            label records are standard.
        01  CZ-WORK-REC.
            03 CZ-郵便番号      pic X(07).

        working-storage           section.
        01  WS-CMP-FS           pic X(02).
        01  WS-CUST-FS          pic X(02).
        01  WS-IDX-FS           pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-CZW-FS           pic X(02).
        01  WS-CMP-EOF          pic X(01) value "N".
        01  WS-CUST-EOF         pic X(01) value "N".
      * 変更のあった郵便番号(seq_compare.rptのCHANGED行から)。
      * 同じ番号の行が複数あっても最初の1行だけで顧客を引く
        01  WS-CZ-ZIP           pic X(07).
        01  WS-CZ-SEEN          pic X(01).
        01  WS-CZ-USED          pic 9(07) value 0.
        01  WS-ZIP-FOUND        pic X(01).
      * 顧客保有の旧町域名のバイト・ビュー
        01  WS-OLD-CHO-N        pic N(37).
        01  WS-RJ-PROGNAME     pic X(20) value "TOWN_CHANGE_NOTIFY".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CMP-FILENAME   pic X(256).
        01  WS-CUST-FILENAME  pic X(256).
        01  WS-IDX-FILENAME   pic X(256).
        01  WS-RPT-FILENAME   pic X(256).
        01  WS-CZ-WORK-FILENAME pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD      pic X(600).
           03 filler           pic X(01) value low-value.
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           open input cmp-file.
           if WS-CMP-FS not = "00"
              display "ERROR: cannot open seq_compare.rpt status="
                      WS-CMP-FS
              stop run
           end-if.
           open input cust-file.
                      WS-IDX-FS
              stop run
           end-if.
           open output cz-work-file.
           close cz-work-file.
           open i-o cz-work-file.
           if WS-CZW-FS not = "00"
              display "ERROR: cannot open town_change_notify_zip.idx"
                      " status=" WS-CZW-FS
              stop run
           end-if.
           open output rpt-file.
           accept WS-RUN-DATE from date yyyymmdd.
           move spaces to WS-RPT-LINE.
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           perform CHANGE-LOOP-S thru CHANGE-LOOP-E
              until WS-CMP-EOF = "Y".
           move spaces to WS-RPT-LINE.
           string "CHECKED=" WS-CHECK-COUNT
                  " CHANGED-ZIPS=" WS-CZ-USED
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           display WS-RPT-LINE.
           if WS-CZ-USED = 0
              display "no CHANGED entries in seq_compare.rpt - "
                      "nothing to notify"
           end-if.
           close rpt-file.
           close idx-file.
           close cust-file.
           close cmp-file.
           close cz-work-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "            delimited by size
                  WS-CZ-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-NOTIFY-COUNT to WS-RJ-COUNT.
        MAIN-E.

      ******************************************************************
        CHANGE-LOOP-S.
      * seq_compare.rpt の「CHANGED zip=NNNNNNN field=...」行ごとに、
      * その郵便番号を保有する顧客を副キーで位置付けて読む
           read cmp-file
              at end
                 move "Y" to WS-CMP-EOF
                 go to CHANGE-LOOP-E
           end-read.
           if CMP-FD-REC(1:12) not = "CHANGED zip="
              go to CHANGE-LOOP-E
           end-if.
           move CMP-FD-REC(13:7) to WS-CZ-ZIP.
           move WS-CZ-ZIP to CZ-郵便番号.
           move "Y" to WS-CZ-SEEN.
           read cz-work-file
              invalid key
                 move "N" to WS-CZ-SEEN
           end-read.
           if WS-CZ-SEEN = "Y"
              go to CHANGE-LOOP-E
           end-if.
           write CZ-WORK-REC
              invalid key
                 continue
           end-write.
           compute WS-CZ-USED = WS-CZ-USED + 1.
           move WS-CZ-ZIP to C-郵便番号７桁.
           move "N" to WS-CUST-EOF.
           start cust-file key is = C-郵便番号７桁
              invalid key
                 move "Y" to WS-CUST-EOF
           end-start.
           perform SCAN-CUST-S thru SCAN-CUST-E
              until WS-CUST-EOF = "Y".
        CHANGE-LOOP-E.

        SCAN-CUST-S.
           read cust-file next record
              at end
                 move "Y" to WS-CUST-EOF
                 go to SCAN-CUST-E
           end-read.
           if C-郵便番号７桁 not = WS-CZ-ZIP
              move "Y" to WS-CUST-EOF
              go to SCAN-CUST-E
           end-if.
           compute WS-CHECK-COUNT = WS-CHECK-COUNT + 1.
           perform WRITE-NOTIFY-S thru WRITE-NOTIFY-E.
        SCAN-CUST-E.

           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-NOTIFY-E.

        ENV-RESOLVE-S.
           move "seq_compare.rpt" to WS-CMP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CMP-FILENAME.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
           move "town_change_notify.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
           move "town_change_notify_zip.idx" to WS-CZ-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CZ-WORK-FILENAME.
        ENV-RESOLVE-E.
