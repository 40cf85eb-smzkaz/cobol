      **=================================================================
      ** 夜間抽出前のプリフライト点検
      ** 入力：yubin.db、作業ディレクトリ、yubin_ckpt.dat、
      **       yubin_complete.dat、環境制御ファイル(ENV001が使うもの)
      ** 出力：yubin_preflight.dat (点検結果。STATUS=OK/FAIL)
      ** 抽出が夜中に途中死にする前に、(1)DBが開けてスキーマ水準が
      ** このリリースの最新か (2)作業ディレクトリへ書けるか (3)出力
      ** と.bak退避分のディスク空きがあるか (4)前回成功済みなのに
      ** チェックポイントが残っていないか (5)環境制御ファイルが定める
      ** 各ディレクトリと個別の置き場が実在するか、を具体的なメッセ
      ** ージ付きで点検する。ドライバ
      ** はこの結果ファイルを見て抽出起動を判断する
      **=================================================================
        identification           division.
        program-id.              preflight_check.
        input-output              section.
        file-control.
        select result-file
            assign to WS-RESULT-FILENAME
            organization line sequential
            file status is WS-RESULT-FS.
        select probe-file
            assign to WS-PROBE-FILENAME
            organization line sequential
            file status is WS-PROBE-FS.
        select df-file
            assign to WS-DF-FILENAME
            organization line sequential
            file status is WS-DF-FS.
        select du-file
            assign to WS-DU-FILENAME
            organization line sequential
            file status is WS-DU-FS.
        select ckpt-file
            assign to WS-CKPT-FILENAME
            organization line sequential
            file status is WS-CKPT-FS.
        select status-file
            assign to WS-STATUS-FILENAME
            organization line sequential
            file status is WS-STATUS-FS.
        select env-file
            assign to WS-ENV-CTL-NAME
            organization line sequential
            file status is WS-ENV-FS.
        select envchk-file
            assign to WS-ENVCHK-FILENAME
            organization line sequential
            file status is WS-ENVCHK-FS.
      **=================================================================
        data                     division.
        file                      section.
            label records are standard.
        01  STATUS-FD-REC       pic X(80).

        fd  env-file
            label records are standard.
        01  ENV-FD-REC          pic X(300).

        fd  envchk-file
            label records are standard.
        01  ENVCHK-FD-REC       pic X(10).

        working-storage           section.
        01  W-INPUT-DBNAME     pic X(256) values "yubin.db".
        01  WS-ARG-JUNK        pic X(10).
      * DB点検
        01  sbuff              pic X(100).
        01  db                 pic 9(04).
      * スキーマ水準(SCH001)。点検では最低水準を問わずに水準を読み、
      * このリリースの最新水準と突き合わせる
        01  WS-SCH-NEED        pic 9(04) value 0.
        01  WS-SCH-LEVEL       pic 9(04).
        01  WS-SCH-CURRENT     pic 9(04).
        01  WS-SCH-RESULT      pic X(01).
        01  rec-count          pic 9(07).
      * ディスク空き点検。必要量は直近のyubin_seq.datの3倍
      * (新出力＋.bak退避＋ソート作業分)、最低でも50MBとする
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-DF-CMD-AREA.
           03 WS-DF-CMD          pic X(600).
           03 filler             pic X(01) value low-value.
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-DU-CMD-AREA.
           03 WS-DU-CMD          pic X(600).
           03 filler             pic X(01) value low-value.
        01  WS-SEQ-PATH        pic X(256).
      * 環境点検(制御ファイルの各パスの実在)
        01  WS-ENV-CTL-NAME    pic X(256).
        01  WS-ENV-FS          pic X(02).
        01  WS-ENV-EOF         pic X(01).
        01  WS-ENVCHK-FS       pic X(02).
        01  WS-ENV-KEY         pic X(20).
        01  WS-ENV-VAL         pic X(280).
        01  WS-ENV-LOGICAL     pic X(60).
        01  WS-ENV-PATH        pic X(256).
        01  WS-ENV-POS         pic 9(03).
        01  WS-ENV-KIND        pic X(01).
        01  WS-ENV-ANSWER      pic X(01).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-ENV-CMD-AREA.
           03 WS-ENV-CMD         pic X(600).
           03 filler             pic X(01) value low-value.
        01  WS-ENV-COUNT       pic 9(03) value 0.
        01  WS-ENV-BAD         pic 9(03) value 0.
        01  WS-DF-TOKENS.
            03 WS-DF-TOK  occurs 6  pic X(20).
        01  WS-AVAIL-KB        pic 9(12) value 0.
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-RESULT-FILENAME  pic X(256).
        01  WS-PROBE-FILENAME   pic X(256).
        01  WS-DF-FILENAME      pic X(256).
        01  WS-DU-FILENAME      pic X(256).
        01  WS-CKPT-FILENAME    pic X(256).
        01  WS-STATUS-FILENAME  pic X(256).
        01  WS-ENVCHK-FILENAME  pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD         pic X(600).
           03 filler              pic X(01) value low-value.
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                 compute i = i + 1
              end-perform
           end-if.
           call "ENV001" using WS-ENV-MODE W-INPUT-DBNAME.
           open output result-file.
           perform CHECK-ENV-S thru CHECK-ENV-E.
           perform CHECK-DB-S thru CHECK-DB-E.
           perform CHECK-WRITABLE-S thru CHECK-WRITABLE-E.
           perform CHECK-DISK-S thru CHECK-DISK-E.
        MAIN-E.

      ******************************************************************
        CHECK-ENV-S.
      * 環境制御ファイルの DATA/SPOOL/ARCHIVE/LOG-DIR はディレクトリ
      * として実在すること。FILE= の個別の置き場はファイルが実在
      * するか、まだ無い(出力で作られる)なら置き場のディレクトリが
      * 実在すること
           move spaces to WS-ENV-CTL-NAME.
           move "CTL  " to WS-ENV-MODE.
           call "ENV001" using WS-ENV-MODE WS-ENV-CTL-NAME.
           move "PATH " to WS-ENV-MODE.
           if WS-ENV-CTL-NAME = spaces
              move spaces to WS-RESULT-LINE
              string "OK: no environment file - fixed names in "
                     "working directory"
                     into WS-RESULT-LINE
              perform WRITE-RESULT-S thru WRITE-RESULT-E
              go to CHECK-ENV-E
           end-if.
           open input env-file.
           if WS-ENV-FS not = "00"
              move "N" to WS-PREFLIGHT-OK
              move spaces to WS-RESULT-LINE
              string "FAIL: cannot open environment file "
                     WS-ENV-CTL-NAME delimited by space
                     into WS-RESULT-LINE
              perform WRITE-RESULT-S thru WRITE-RESULT-E
              go to CHECK-ENV-E
           end-if.
           move "N" to WS-ENV-EOF.
           perform until WS-ENV-EOF = "Y"
              read env-file
                 at end
                    move "Y" to WS-ENV-EOF
                 not at end
                    perform CHECK-ENV-LINE-S thru CHECK-ENV-LINE-E
              end-read
           end-perform.
           close env-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-ENVCHK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           if WS-ENV-BAD = 0
              move spaces to WS-RESULT-LINE
              string "OK: environment file "
                     WS-ENV-CTL-NAME delimited by space
                     " paths checked=" delimited by size
                     WS-ENV-COUNT delimited by size
                     into WS-RESULT-LINE
              perform WRITE-RESULT-S thru WRITE-RESULT-E
           end-if.
        CHECK-ENV-E.

        CHECK-ENV-LINE-S.
           if ENV-FD-REC(1:1) = "*" or ENV-FD-REC = spaces
              go to CHECK-ENV-LINE-E
           end-if.
           move spaces to WS-ENV-KEY.
           move 1 to WS-ENV-POS.
           unstring ENV-FD-REC delimited by "="
              into WS-ENV-KEY
              with pointer WS-ENV-POS.
           move ENV-FD-REC(WS-ENV-POS:) to WS-ENV-VAL.
           move spaces to WS-ENV-LOGICAL.
           move spaces to WS-ENV-PATH.
           evaluate WS-ENV-KEY
              when "DATA-DIR"
              when "SPOOL-DIR"
              when "ARCHIVE-DIR"
              when "LOG-DIR"
                 move "D" to WS-ENV-KIND
                 move WS-ENV-KEY to WS-ENV-LOGICAL
                 move WS-ENV-VAL to WS-ENV-PATH
              when "FILE"
                 move "F" to WS-ENV-KIND
                 unstring WS-ENV-VAL delimited by "="
                    into WS-ENV-LOGICAL WS-ENV-PATH
              when other
                 go to CHECK-ENV-LINE-E
           end-evaluate.
           if WS-ENV-PATH = spaces
              go to CHECK-ENV-LINE-E
           end-if.
           add 1 to WS-ENV-COUNT.
      * 判定はシェルの test に任せ、結果の1文字を読む
      * (D=ディレクトリ F=ファイル P=未作成だが置き場あり N=無し)
           move spaces to WS-ENV-CMD.
           string "if test -d "      delimited by size
                  WS-ENV-PATH        delimited by space
                  "; then echo D; elif test -e " delimited by size
                  WS-ENV-PATH        delimited by space
                  "; then echo F; elif test -d `dirname "
                                     delimited by size
                  WS-ENV-PATH        delimited by space
                  "`; then echo P; else echo N; fi > "
                                     delimited by size
                  WS-ENVCHK-FILENAME delimited by space
                  " 2>/dev/null"     delimited by size
                  into WS-ENV-CMD.
           call "system" using WS-ENV-CMD.
           move "N" to WS-ENV-ANSWER.
           open input envchk-file.
           if WS-ENVCHK-FS = "00"
              read envchk-file
                 at end
                    continue
                 not at end
                    move ENVCHK-FD-REC(1:1) to WS-ENV-ANSWER
              end-read
              close envchk-file
           end-if.
           if WS-ENV-KIND = "D" and WS-ENV-ANSWER = "D"
              go to CHECK-ENV-LINE-E
           end-if.
           if WS-ENV-KIND = "F" and WS-ENV-ANSWER = "F"
              go to CHECK-ENV-LINE-E
           end-if.
           if WS-ENV-KIND = "F" and WS-ENV-ANSWER = "P"
              move spaces to WS-RESULT-LINE
              string "OK: " WS-ENV-LOGICAL delimited by space
                     " not created yet, directory exists"
                                       delimited by size
                     into WS-RESULT-LINE
              perform WRITE-RESULT-S thru WRITE-RESULT-E
              go to CHECK-ENV-LINE-E
           end-if.
           move "N" to WS-PREFLIGHT-OK.
           add 1 to WS-ENV-BAD.
           move spaces to WS-RESULT-LINE.
           string "FAIL: environment "  delimited by size
                  WS-ENV-LOGICAL        delimited by space
                  " path missing: "     delimited by size
                  WS-ENV-PATH           delimited by space
                  into WS-RESULT-LINE.
           perform WRITE-RESULT-S thru WRITE-RESULT-E.
        CHECK-ENV-LINE-E.

        CHECK-DB-S.
      * DBが存在して開け、POSTAL_CODEが読めることを確認する
           call "SQLite3_Open" using db W-INPUT-DBNAME.
              perform WRITE-RESULT-S thru WRITE-RESULT-E
              go to CHECK-DB-E
           end-if.
      * 未適用の移行段階が残るDB(抽出がJIGYOSYO_CODE等の前提の表で
      * 途中死にする)や、新しいリリースで移行済みのDBは通さない
           call "SCH001" using db WS-SCH-NEED WS-SCH-LEVEL
                               WS-SCH-CURRENT WS-SCH-RESULT.
           move spaces to WS-RESULT-LINE.
           if WS-SCH-RESULT = "Y"
              and WS-SCH-LEVEL = WS-SCH-CURRENT
              string "OK: database schema level " WS-SCH-LEVEL
                     into WS-RESULT-LINE
           else
              move "N" to WS-PREFLIGHT-OK
              string "FAIL: database schema level " WS-SCH-LEVEL
                     ", release expects " WS-SCH-CURRENT
                     " - run schema_migrate"
                     into WS-RESULT-LINE
           end-if.
           perform WRITE-RESULT-S thru WRITE-RESULT-E.
           initialize sbuff.
           string "SELECT COUNT(*) FROM POSTAL_CODE" into sbuff.
           call "SQLite3_Exec" using db sbuff.
           move "probe" to PROBE-FD-REC.
           write PROBE-FD-REC.
           close probe-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-PROBE-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           move spaces to WS-RESULT-LINE.
           string "OK: working directory writable"
                  into WS-RESULT-LINE.
        CHECK-WRITABLE-E.

        CHECK-DISK-S.
      * 空き容量と、前回出力サイズから見積もった必要量を比較する。
      * 空きは yubin_seq.dat の置き場のファイルシステムで見る
           move "yubin_seq.dat" to WS-SEQ-PATH.
           call "ENV001" using WS-ENV-MODE WS-SEQ-PATH.
           move spaces to WS-DU-CMD.
           string "du -k "        delimited by size
                  WS-SEQ-PATH     delimited by space
                  " 2>/dev/null > " delimited by size
                  WS-DU-FILENAME  delimited by space
                  into WS-DU-CMD.
           move spaces to WS-DF-CMD.
           string "df -Pk `dirname " delimited by size
                  WS-SEQ-PATH        delimited by space
                  "` | tail -1 > "   delimited by size
                  WS-DF-FILENAME     delimited by space
                  into WS-DF-CMD.
           call "system" using WS-DU-CMD.
           open input du-file.
           if WS-DU-FS = "00"
              end-read
              close du-file
           end-if.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-DU-FILENAME  delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           compute WS-REQ-KB = WS-SEQ-KB * 3.
           if WS-REQ-KB < WS-MIN-KB
              move WS-MIN-KB to WS-REQ-KB
                 end-if
           end-read.
           close df-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-DF-FILENAME  delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           if WS-AVAIL-KB < WS-REQ-KB
              move "N" to WS-PREFLIGHT-OK
              move spaces to WS-RESULT-LINE
           write RESULT-FD-REC.
           display WS-RESULT-LINE.
        WRITE-RESULT-E.

        ENV-RESOLVE-S.
           move "yubin_preflight.dat" to WS-RESULT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RESULT-FILENAME.
           move "yubin_preflight.tmp" to WS-PROBE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PROBE-FILENAME.
           move "yubin_df.tmp" to WS-DF-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DF-FILENAME.
           move "yubin_du.tmp" to WS-DU-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DU-FILENAME.
           move "yubin_ckpt.dat" to WS-CKPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CKPT-FILENAME.
           move "yubin_complete.dat" to WS-STATUS-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-STATUS-FILENAME.
           move "yubin_envchk.tmp" to WS-ENVCHK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ENVCHK-FILENAME.
        ENV-RESOLVE-E.
