      ** 運用ファイルの月次退避・保存期間整理
      ** 対象：yubin_error.log / batch_duration.log / yubin_export.csv
      **       (いずれもEXTENDで増え続ける一方のファイル)
      **       ROLL= で指定した監査ジャーナル(任意。最大4本)
      ** 入力：housekeep.ctl (任意。KEEP=n で保存月数、既定6。
      **       ROLL=ファイル名 の行で監査ジャーナルも月次退避に
      **       加える。例 ROLL=yubin_query_jnl.dat)
      ** 出力：<対象>.YYYYMM (当月分の退避)、housekeep.rpt (整理結果)
      **       <ジャーナル>.anchor (連鎖ハッシュつきのジャーナルの
      **       退避を削除したとき、残る最古の退避の起点ハッシュ)
      **       退避・.anchor は ENV001 の ARCHIVE-DIR に置く(未設定なら
      **       生ファイルと同じ所)
      ** 月次で生ファイルを日付付き退避へ切り出して小さく保ち、保存
      ** 期間を過ぎた退避を削除する。監査証跡は退避側に残る。
      ** 連鎖ハッシュ(CHN001)の控え <ジャーナル>.chn は生ファイルと
      ** 一緒に動かさないので、退避後の最初の行は退避の末尾から
      ** 連鎖が続く
      **=================================================================
        identification           division.
        program-id.              housekeep.
            organization line sequential
            file status is WS-TARGET-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select anchor-file
            assign to W-ANCHOR-FILENAME
            organization line sequential
            file status is WS-ANCHOR-FS.
        select list-file
            assign to WS-LIST-FILENAME
            organization line sequential
            file status is WS-LIST-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        file                      section.
        fd  target-file
            label records are standard.
        01  TARGET-FD-REC       pic X(1100).

        fd  anchor-file
            label records are standard.
        01  ANCHOR-FD-REC       pic X(80).

        fd  ctl-file
            label records are standard.

        working-storage           section.
        01  W-TARGET-FILENAME  pic X(256).
        01  W-ANCHOR-FILENAME  pic X(256).
      * 対象の論理名と、その退避の接頭部(ENV001の退避ディレクトリ)
        01  WS-HK-LOGICAL      pic X(30).
        01  WS-ARC-PREFIX      pic X(256).
        01  WS-ANCHOR-FS       pic X(02).
        01  WS-TARGET-FS       pic X(02).
        01  WS-CTL-FS          pic X(02).
        01  WS-LIST-FS         pic X(02).
        01  WS-EOF             pic X(01).
        01  WS-KEEP-MONTHS     pic 9(02) value 6.
        01  WS-CTL-JUNK        pic X(10).
        01  WS-CTL-EOF         pic X(01).
      * ROLL= で加えた監査ジャーナル
        01  WS-ROLL-COUNT      pic 9(01) value 0.
        01  WS-ROLL-TABLE.
            03 WS-ROLL  occurs 4  pic X(30).
      * 退避削除時の連鎖の起点(CHN001のCHECKで行のハッシュを拾う)
        01  WS-CHN-MODE        pic X(05) value "CHECK".
        01  WS-CHN-JOURNAL     pic X(30).
        01  WS-CHN-LINE        pic X(1100).
        01  WS-CHN-HASH        pic X(16).
        01  WS-CHN-RESULT      pic X(01).
        01  WS-LAST-HASH       pic X(16).
      * 整理対象の一覧
        01  WS-TARGET-TABLE.
            03 filler pic X(30) value "yubin_error.log".
        01  i                  pic 99.
        01  k                  pic 99.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CTL-FILENAME   pic X(256).
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
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move 1 to i.
           perform until i > 3
              move WS-TARGET(i) to WS-HK-LOGICAL
              perform ARCHIVE-ONE-S thru ARCHIVE-ONE-E
              perform PURGE-OLD-S thru PURGE-OLD-E
              compute i = i + 1
           end-perform.
           move 1 to i.
           perform until i > WS-ROLL-COUNT
              move WS-ROLL(i) to WS-HK-LOGICAL
              perform ARCHIVE-ONE-S thru ARCHIVE-ONE-E
              perform PURGE-OLD-S thru PURGE-OLD-E
              compute i = i + 1
           if WS-CTL-FS not = "00"
              go to READ-CONTROL-E
           end-if.
           move "N" to WS-CTL-EOF.
           perform until WS-CTL-EOF = "Y"
              read ctl-file
                 at end
                    move "Y" to WS-CTL-EOF
                 not at end
                    if CTL-FD-REC(1:5) = "KEEP="
                       unstring CTL-FD-REC delimited by "="
                          into WS-CTL-JUNK WS-KEEP-MONTHS
                    end-if
                    if CTL-FD-REC(1:5) = "ROLL="
                       and CTL-FD-REC(6:30) not = spaces
                       and WS-ROLL-COUNT < 4
                       add 1 to WS-ROLL-COUNT
                       move CTL-FD-REC(6:30) to WS-ROLL(WS-ROLL-COUNT)
                    end-if
              end-read
           end-perform.
           close ctl-file.
           if WS-KEEP-MONTHS = 0
              move 1 to WS-KEEP-MONTHS
        ARCHIVE-ONE-S.
      * 生ファイルの行数を数えてから当月の退避名へ切り出す
           move 0 to WS-LINE-COUNT.
           move WS-HK-LOGICAL to W-TARGET-FILENAME.
           move "PATH " to WS-ENV-MODE.
           call "ENV001" using WS-ENV-MODE W-TARGET-FILENAME.
           move WS-HK-LOGICAL to WS-ARC-PREFIX.
           move "ARC  " to WS-ENV-MODE.
           call "ENV001" using WS-ENV-MODE WS-ARC-PREFIX.
           move "PATH " to WS-ENV-MODE.
           open input target-file.
           if WS-TARGET-FS not = "00"
              move spaces to WS-RPT-LINE
           string "cat "             delimited by size
                  W-TARGET-FILENAME  delimited by space
                  " >> "             delimited by size
                  WS-ARC-PREFIX      delimited by space
                  "."                delimited by size
                  WS-YM-CUR          delimited by size
                  " && rm -f "       delimited by size
      * 退避ファイル(<名前>.YYYYMM)のうち保存期限より古いものを消す
           move spaces to WS-LS-CMD.
           string "ls "              delimited by size
                  WS-ARC-PREFIX      delimited by space
                  ".[0-9]* > "       delimited by size
                  WS-LIST-FILENAME   delimited by space
                  " 2>/dev/null"     delimited by size
                  into WS-LS-CMD.
           call "system" using WS-LS-CMD.
           move 0 to WS-BASE-LEN.
           inspect WS-ARC-PREFIX tallying WS-BASE-LEN
              for characters before initial space.
           open input list-file.
           if WS-LIST-FS not = "00"
              end-read
           end-perform.
           close list-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-LIST-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
        PURGE-OLD-E.

        PURGE-CHECK-S.
           end-if.
           move WS-ARC-SUFFIX to WS-ARC-YM.
           if WS-ARC-YM < WS-CUTOFF-YM
              perform ANCHOR-SAVE-S thru ANCHOR-SAVE-E
              move spaces to WS-RM-CMD
              string "rm -f "     delimited by size
                     LIST-FD-REC  delimited by space
           end-if.
        PURGE-CHECK-E.

        ANCHOR-SAVE-S.
      * 連鎖ハッシュつきのジャーナルなら、消す退避の末尾ハッシュを
      * 起点として残す(名前順に古い方から消すので最後に残るのは
      * 削除した中で最新の退避の末尾＝残る最古の退避の直前)
           move WS-HK-LOGICAL to WS-CHN-JOURNAL.
           move spaces to WS-LAST-HASH.
           move W-TARGET-FILENAME to W-ANCHOR-FILENAME.
           move LIST-FD-REC to W-TARGET-FILENAME.
           call "ENV001" using WS-ENV-MODE W-TARGET-FILENAME.
           open input target-file.
           if WS-TARGET-FS = "00"
              move "N" to WS-EOF
              perform until WS-EOF = "Y"
                 read target-file
                    at end
                       move "Y" to WS-EOF
                    not at end
                       move TARGET-FD-REC to WS-CHN-LINE
                       move spaces to WS-CHN-HASH
                       call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                                           WS-CHN-LINE WS-CHN-HASH
                                           WS-CHN-RESULT
                       if WS-CHN-RESULT = "Y" or WS-CHN-RESULT = "N"
                          move WS-CHN-HASH to WS-LAST-HASH
                       end-if
                 end-read
              end-perform
              close target-file
           end-if.
           move W-ANCHOR-FILENAME to W-TARGET-FILENAME.
           if WS-LAST-HASH = spaces
              go to ANCHOR-SAVE-E
           end-if.
           move spaces to W-ANCHOR-FILENAME.
           string WS-ARC-PREFIX delimited by space
                  ".anchor"     delimited by size
                  into W-ANCHOR-FILENAME.
           open output anchor-file.
           if WS-ANCHOR-FS not = "00"
              go to ANCHOR-SAVE-E
           end-if.
           move spaces to ANCHOR-FD-REC.
           string "ANCHOR=" WS-LAST-HASH " FROM=" delimited by size
                  LIST-FD-REC delimited by space
                  into ANCHOR-FD-REC.
           write ANCHOR-FD-REC.
           close anchor-file.
        ANCHOR-SAVE-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           display WS-RPT-LINE.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "housekeep.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "housekeep_list.tmp" to WS-LIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LIST-FILENAME.
           move "housekeep.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
