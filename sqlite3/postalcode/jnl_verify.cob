      **=================================================================
      ** 監査ジャーナルの連鎖ハッシュ検証
      ** 引数：JNL=ファイル名 (1本だけ検証する。省略時は4本すべて)
      ** 入力：yubin_maint_jnl.dat / cust_jnl.dat /
      **       yubin_query_jnl.dat / yubin_runjnl.dat と、それぞれの
      **       housekeep 退避 <名前>.YYYYMM (古い順に生ファイルの前へ
      **       つなぐ)、<名前>.anchor (削除済み退避の末尾ハッシュ)、
      **       <名前>.chn (CHN001が控える最後のハッシュ)
      ** 出力：jnl_verify.rpt (ジャーナルごとの行数と判定。切れて
      **       いれば最初の切れ目のファイル名・行番号・理由)
      **       yubin_alert.dat (切れ目があれば ALT001 で重大C)
      ** 各行の「CHN=」ハッシュを直前の行から計算し直して突き合わせ、
      ** 書き換え・挿入・削除のあった最初の行を示す。連鎖を始める
      ** 前から残っている行(ハッシュ無し)は先頭に続く限り連鎖前と
      ** して数えるだけにする。最後の行のハッシュが控えと違うときは
      ** 末尾の行が消されたとみなす
      **=================================================================
        identification           division.
        program-id.              jnl_verify.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select vf-file
            assign to WS-VF-NAME
            organization line sequential
            file status is WS-VF-FS.
        select list-file
            assign to WS-LIST-FILENAME
            organization line sequential
            file status is WS-LIST-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  vf-file
            label records are standard.
        01  VF-FD-REC           pic X(1100).

        fd  list-file
            label records are standard.
        01  LIST-FD-REC         pic X(256).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(160).

        working-storage           section.
        01  WS-VF-NAME          pic X(256).
        01  WS-VF-FS            pic X(02).
        01  WS-LIST-FS          pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-EOF              pic X(01).
        01  WS-LIST-EOF         pic X(01).
        01  WS-ARG-JUNK         pic X(10).
        01  WS-ONLY-JNL         pic X(30) value spaces.
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-SYS-CMD-AREA.
           03 WS-SYS-CMD          pic X(600).
           03 filler              pic X(01) value low-value.
      * ジャーナルの実際のパスと退避の接頭部(ENV001で解決)
        01  WS-JNL-PATH         pic X(256).
        01  WS-ARC-PREFIX       pic X(256).
      * 検証するジャーナル(CHN001の対象表と同じ4本)
        01  WS-JNL-TABLE.
            03 filler pic X(30) value "yubin_maint_jnl.dat".
            03 filler pic X(30) value "cust_jnl.dat".
            03 filler pic X(30) value "yubin_query_jnl.dat".
            03 filler pic X(30) value "yubin_runjnl.dat".
        01  WS-JNLS redefines WS-JNL-TABLE.
            03 WS-JNL  occurs 4  pic X(30).
        01  WS-CUR-JNL          pic X(30).
      * 1本分の検証状態
        01  WS-PREV             pic X(16).
        01  WS-STARTED          pic X(01).
        01  WS-BROKEN           pic X(01).
        01  WS-FILE-COUNT       pic 9(03).
        01  WS-LINE-NO          pic 9(09).
        01  WS-TOTAL-LINES      pic 9(09).
        01  WS-CHAINED          pic 9(09).
        01  WS-PRECHAIN         pic 9(09).
        01  WS-BRK-FILE         pic X(256).
        01  WS-BRK-LINE         pic 9(09).
        01  WS-BRK-REASON       pic X(30).
        01  WS-STATE-HASH       pic X(16).
        01  WS-BROKEN-COUNT     pic 9(02) value 0.
      * 連鎖の照合(CHN001)
        01  WS-CHN-MODE         pic X(05) value "CHECK".
        01  WS-CHN-JOURNAL      pic X(30).
        01  WS-CHN-LINE         pic X(1100).
        01  WS-CHN-HASH         pic X(16).
        01  WS-CHN-RESULT       pic X(01).
      * 報告の組立
        01  WS-RPT-LINE         pic X(160).
        01  WS-RPT-PTR          pic 9(03).
        01  WS-CNT-ED           pic ZZZZZZZZ9.
      * 通知(ALT001)
        01  WS-ALT-SEVERITY     pic X(01) value "C".
        01  WS-ALT-MESSAGE      pic X(80).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "JNL_VERIFY".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
      * スプール登録(SPL001)
        01  WS-SPL-FILE         pic X(30) value "jnl_verify.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
        01  i                   pic 99.
        01  k                   pic 99.
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-LIST-FILENAME  pic X(256).
        01  WS-RPT-FILENAME   pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD       pic X(600).
           03 filler            pic X(01) value low-value.
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:4) = "JNL="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-ONLY-JNL
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           open output rpt-file.
           if WS-RPT-FS not = "00"
              display "ERROR: cannot open jnl_verify.rpt status="
                      WS-RPT-FS
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
           move "AUDIT JOURNAL CHAIN VERIFICATION" to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move 1 to k.
           perform until k > 4
              if WS-ONLY-JNL = spaces or WS-ONLY-JNL = WS-JNL(k)
                 move WS-JNL(k) to WS-CUR-JNL
                 perform VERIFY-JNL-S thru VERIFY-JNL-E
              end-if
              compute k = k + 1
           end-perform.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "BROKEN JOURNALS=" WS-BROKEN-COUNT
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           close rpt-file.
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "JNL VERIFY BROKEN=" WS-BROKEN-COUNT.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-BROKEN-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        VERIFY-JNL-S.
      * 起点(削除済み退避の末尾。無ければゼロ)から、残っている退避を
      * 名前順(YYYYMM順)に、最後に生ファイルを歩く
           move spaces to WS-PREV.
           move "N" to WS-STARTED.
           move "N" to WS-BROKEN.
           move 0 to WS-FILE-COUNT.
           move 0 to WS-TOTAL-LINES.
           move 0 to WS-CHAINED.
           move 0 to WS-PRECHAIN.
           move spaces to WS-BRK-FILE.
           move 0 to WS-BRK-LINE.
           move spaces to WS-BRK-REASON.
           move WS-CUR-JNL to WS-CHN-JOURNAL.
           move WS-CUR-JNL to WS-JNL-PATH.
           move "PATH " to WS-ENV-MODE.
           call "ENV001" using WS-ENV-MODE WS-JNL-PATH.
           move WS-CUR-JNL to WS-ARC-PREFIX.
           move "ARC  " to WS-ENV-MODE.
           call "ENV001" using WS-ENV-MODE WS-ARC-PREFIX.
           move "PATH " to WS-ENV-MODE.
           perform READ-ANCHOR-S thru READ-ANCHOR-E.
           move spaces to WS-SYS-CMD.
           string "ls "          delimited by size
                  WS-ARC-PREFIX  delimited by space
                  ".[0-9]* > "   delimited by size
                  WS-LIST-FILENAME delimited by space
                  " 2>/dev/null" delimited by size
                  into WS-SYS-CMD.
           call "system" using WS-SYS-CMD.
           open input list-file.
           if WS-LIST-FS = "00"
              move "N" to WS-LIST-EOF
              perform until WS-LIST-EOF = "Y" or WS-BROKEN = "Y"
                 read list-file
                    at end
                       move "Y" to WS-LIST-EOF
                    not at end
                       move LIST-FD-REC to WS-VF-NAME
                       perform WALK-FILE-S thru WALK-FILE-E
                 end-read
              end-perform
              close list-file
           end-if.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-LIST-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           if WS-BROKEN not = "Y"
              move WS-JNL-PATH to WS-VF-NAME
              perform WALK-FILE-S thru WALK-FILE-E
           end-if.
           if WS-BROKEN not = "Y" and WS-STARTED = "Y"
              perform CHECK-TAIL-S thru CHECK-TAIL-E
           end-if.
           perform REPORT-JNL-S thru REPORT-JNL-E.
           if WS-BROKEN = "Y"
              compute WS-BROKEN-COUNT = WS-BROKEN-COUNT + 1
              perform RAISE-ALERT-S thru RAISE-ALERT-E
           end-if.
        VERIFY-JNL-E.

        READ-ANCHOR-S.
           move spaces to WS-VF-NAME.
           string WS-ARC-PREFIX delimited by space
                  ".anchor"     delimited by size
                  into WS-VF-NAME.
           open input vf-file.
           if WS-VF-FS not = "00"
              go to READ-ANCHOR-E
           end-if.
           read vf-file
              at end
                 move spaces to VF-FD-REC
           end-read.
           close vf-file.
           if VF-FD-REC(1:7) = "ANCHOR=" and VF-FD-REC(8:16) numeric
              move VF-FD-REC(8:16) to WS-PREV
           end-if.
        READ-ANCHOR-E.

        WALK-FILE-S.
           call "ENV001" using WS-ENV-MODE WS-VF-NAME.
           open input vf-file.
           if WS-VF-FS not = "00"
              go to WALK-FILE-E
           end-if.
           compute WS-FILE-COUNT = WS-FILE-COUNT + 1.
           move 0 to WS-LINE-NO.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y" or WS-BROKEN = "Y"
              read vf-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    compute WS-LINE-NO = WS-LINE-NO + 1
                    compute WS-TOTAL-LINES = WS-TOTAL-LINES + 1
                    perform CHECK-LINE-S thru CHECK-LINE-E
              end-read
           end-perform.
           close vf-file.
        WALK-FILE-E.

        CHECK-LINE-S.
           move VF-FD-REC to WS-CHN-LINE.
           move WS-PREV to WS-CHN-HASH.
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
           evaluate WS-CHN-RESULT
              when "Y"
                 move "Y" to WS-STARTED
                 move WS-CHN-HASH to WS-PREV
                 compute WS-CHAINED = WS-CHAINED + 1
              when "U"
                 if WS-STARTED = "Y"
                    move "LINE WITHOUT CHAIN HASH" to WS-BRK-REASON
                    perform NOTE-BREAK-S thru NOTE-BREAK-E
                 else
                    compute WS-PRECHAIN = WS-PRECHAIN + 1
                 end-if
              when other
                 move "HASH MISMATCH" to WS-BRK-REASON
                 perform NOTE-BREAK-S thru NOTE-BREAK-E
           end-evaluate.
        CHECK-LINE-E.

        NOTE-BREAK-S.
           move "Y" to WS-BROKEN.
           move WS-VF-NAME to WS-BRK-FILE.
           move WS-LINE-NO to WS-BRK-LINE.
        NOTE-BREAK-E.

        CHECK-TAIL-S.
      * 控えの最後のハッシュと、歩き終えた最後の行のハッシュを比べる
           move spaces to WS-STATE-HASH.
           move spaces to WS-VF-NAME.
           string WS-JNL-PATH delimited by space
                  ".chn"      delimited by size
                  into WS-VF-NAME.
           open input vf-file.
           if WS-VF-FS not = "00"
              go to CHECK-TAIL-E
           end-if.
           read vf-file
              at end
                 move spaces to VF-FD-REC
           end-read.
           close vf-file.
           if VF-FD-REC(1:5) = "LAST="
              move VF-FD-REC(6:16) to WS-STATE-HASH
           end-if.
           if WS-STATE-HASH not = spaces
              and WS-STATE-HASH not = WS-PREV
              move "Y" to WS-BROKEN
              move WS-CUR-JNL to WS-BRK-FILE
              move WS-TOTAL-LINES to WS-BRK-LINE
              move "TAIL DOES NOT MATCH .chn" to WS-BRK-REASON
           end-if.
        CHECK-TAIL-E.

        REPORT-JNL-S.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           move 1 to WS-RPT-PTR.
           string WS-CUR-JNL delimited by space
                  "  FILES=" delimited by size
                  WS-FILE-COUNT delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           move WS-TOTAL-LINES to WS-CNT-ED.
           string "  LINES=" WS-CNT-ED delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           move WS-CHAINED to WS-CNT-ED.
           string "  CHAINED=" WS-CNT-ED delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           move WS-PRECHAIN to WS-CNT-ED.
           string "  PRE-CHAIN=" WS-CNT-ED delimited by size
                  into WS-RPT-LINE with pointer WS-RPT-PTR.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           if WS-BROKEN = "Y"
              move WS-BRK-LINE to WS-CNT-ED
              string "  ** BROKEN ** " delimited by size
                     WS-BRK-REASON delimited by "  "
                     " AT " delimited by size
                     WS-BRK-FILE delimited by space
                     " LINE " delimited by size
                     WS-CNT-ED delimited by size
                     into WS-RPT-LINE
           else
              if WS-FILE-COUNT = 0
                 move "  NOT PRESENT" to WS-RPT-LINE
              else
                 move "  OK" to WS-RPT-LINE
              end-if
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           display WS-RPT-LINE.
        REPORT-JNL-E.

        RAISE-ALERT-S.
           move WS-BRK-LINE to WS-CNT-ED.
           move spaces to WS-ALT-MESSAGE.
           string "journal chain broken: " delimited by size
                  WS-BRK-FILE delimited by space
                  " line" delimited by size
                  WS-CNT-ED delimited by size
                  " " delimited by size
                  WS-BRK-REASON delimited by "  "
                  into WS-ALT-MESSAGE.
           call "ALT001" using WS-ALT-SEVERITY WS-RJ-PROGNAME
                               WS-ALT-MESSAGE.
        RAISE-ALERT-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "jnl_verify_list.tmp" to WS-LIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LIST-FILENAME.
           move "jnl_verify.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
