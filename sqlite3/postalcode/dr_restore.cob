      ** リカバリセットの検証付き書き戻し
      ** 入力：SET=recovery_YYYYMMDD (dr_bundleが作ったセット)
      **       MODE=VERIFY … 検証のみ(書き戻さない)。復旧訓練用
      ** 出力：各ファイルの所在(ENV001で論理名を解決)への書き戻し、
      **       dr_restore.log、yubin_error.log (MANIFESTが60件を超える
      **       ときFATAL)
      ** まずセット内の全ファイルをMANIFESTのサイズ・チェックサムと
      ** 突合し、1件でも不一致があれば何も書き戻さずに止める
      ** (半端な復旧で運用状態を壊さないため)。検証が全件通った
            organization line sequential
            file status is WS-MANIFEST-FS.
        select cksum-file
            assign to WS-CKSUM-FILENAME
            organization line sequential
            file status is WS-CKSUM-FS.
        select log-file
            assign to WS-LOG-FILENAME
            organization line sequential
            file status is WS-LOG-FS.
      **=================================================================

        fd  log-file
            label records are standard.
        01  LOG-FD-REC          pic X(300).

        working-storage           section.
        01  WS-MANIFEST-FS     pic X(02).
        01  WS-CKSUM-FS        pic X(02).
        01  WS-LOG-FS          pic X(02).
        01  WS-MANIFEST-NAME   pic X(256).
        01  WS-SET-DIR         pic X(256) value spaces.
      * 書き戻し先の実際のパス(ENV001で解決)
        01  WS-DR-PATH         pic X(256).
        01  WS-MODE            pic X(06) value spaces.
        01  WS-ARG-JUNK        pic X(10).
        01  WS-MANIFEST-EOF    pic X(01) value "N".
      * MANIFESTの内容をメモリへ読み込んでから検証・書き戻しの
      * 2パスで処理する
        01  WS-MF-TABLE.
            03 WS-MF-ENTRY  occurs 60.
               05 WS-MF-NAME   pic X(30).
               05 WS-MF-SIZE   pic X(12).
               05 WS-MF-SUM    pic X(12).
        01  WS-MF-USED         pic 9(02) value 0.
        01  WS-MF-TOK2         pic X(20).
        01  WS-MF-TOK3         pic X(20).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-CMD-AREA.
           03 WS-CMD             pic X(800).
           03 filler             pic X(01) value low-value.
        01  WS-CK-SUM          pic X(12).
        01  WS-CK-SIZE         pic X(12).
        01  WS-CK-JUNK         pic X(100).
        01  WS-RESTORE-COUNT   pic 9(03) value 0.
        01  WS-TODAY-DATE      pic 9(08).
        01  WS-RUN-TIME        pic 9(06).
        01  WS-LOG-LINE        pic X(300).
      * オペレータ通知(ALT001)
        01  WS-ALT-SEVERITY    pic X(01).
        01  WS-ALT-PROGNAME    pic X(20) value "DR_RESTORE".
        01  WS-ALT-MESSAGE     pic X(80).
      * エラーログ(LOG001)
        01  WS-LOG-SEVERITY    pic X(05).
        01  WS-LOG-MESSAGE     pic X(80).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-STATUS       pic X(07).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CKSUM-FILENAME  pic X(256).
        01  WS-LOG-FILENAME    pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD        pic X(600).
           03 filler             pic X(01) value low-value.
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
                      "[MODE=VERIFY]"
              stop run
           end-if.
           call "ENV001" using WS-ENV-MODE WS-SET-DIR.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-ALT-PROGNAME
           if MANIFEST-FD-REC = spaces
              go to PARSE-MANIFEST-E
           end-if.
           if WS-MF-USED >= 60
              perform MANIFEST-OVERFLOW-S thru MANIFEST-OVERFLOW-E
           end-if.
           add 1 to WS-MF-USED.
           unstring MANIFEST-FD-REC delimited by " "
              into WS-ARG-JUNK WS-MF-SUM(WS-MF-USED).
        PARSE-MANIFEST-E.

        MANIFEST-OVERFLOW-S.
      * 表に載らない行を読み飛ばすと、その分を検証も書き戻しもしない
      * まま「復旧済み」に見えてしまう。共通ログへFATAL(オペレータ
      * 通知つき)で記帳し、何も書き戻さずに止める
           move "FATAL" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "MANIFEST has more than 60 entries in "
                  delimited by size
                  WS-SET-DIR delimited by space
                  " - nothing restored" delimited by size
                  into WS-LOG-MESSAGE.
           call "LOG001" using WS-ALT-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "ERROR: " WS-LOG-MESSAGE.
           close manifest-file.
           move "FAILURE" to WS-RJ-STATUS.
           perform WRITE-LOG-S thru WRITE-LOG-E.
           perform JNL-END-S thru JNL-END-E.
           stop run.
        MANIFEST-OVERFLOW-E.

        VERIFY-ONE-S.
           perform CKSUM-SET-FILE-S thru CKSUM-SET-FILE-E.
           if WS-CK-OK not = "Y"
                  WS-SET-DIR    delimited by space
                  "/"           delimited by size
                  WS-MF-NAME(i) delimited by space
                  " > "         delimited by size
                  WS-CKSUM-FILENAME delimited by space
                  " 2>/dev/null" delimited by size
                  into WS-CMD.
           call "system" using WS-CMD.
           open input cksum-file.
                 end-if
           end-read.
           close cksum-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-CKSUM-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
        CKSUM-SET-FILE-E.

        RESTORE-ONE-S.
           move WS-MF-NAME(i) to WS-DR-PATH.
           call "ENV001" using WS-ENV-MODE WS-DR-PATH.
           move spaces to WS-CMD.
           string "cp -p "      delimited by size
                  WS-SET-DIR    delimited by space
                  "/"           delimited by size
                  WS-MF-NAME(i) delimited by space
                  " "           delimited by size
                  WS-DR-PATH    delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
           compute WS-RESTORE-COUNT = WS-RESTORE-COUNT + 1.
           write LOG-FD-REC.
           close log-file.
        WRITE-LOG-E.

        ENV-RESOLVE-S.
           move "dr_cksum.tmp" to WS-CKSUM-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CKSUM-FILENAME.
           move "dr_restore.log" to WS-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LOG-FILENAME.
        ENV-RESOLVE-E.
