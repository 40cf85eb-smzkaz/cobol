      **       規則はカンマ区切りで EXIST / NONEMPTY / MODDAYS=n /
      **       MINSIZE=n / MAXSIZE=n を組み合わせる。重要度 C の
      **       違反はALT001の重大通知、それ以外は警告通知)
      **       ファイル名は論理名で書き、所在はENV001で解決する
      ** 出力：inventory_check.rpt (違反明細と件数)
      ** preflight_check は抽出自身の前提しか見ない。運用を構成する
      ** 30本超のファイル群を台帳で宣言し、「サイズ0のまま2週間」の
        input-output              section.
        file-control.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select probe-file
            assign to WS-PROBE-FILENAME
            organization line sequential
            file status is WS-PROBE-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  WS-INV-CRIT        pic X(01).
        01  WS-RULE-TOK        pic X(20).
        01  WS-RULE-REST       pic X(60).
        01  WS-RULE-WORK       pic X(60).
        01  WS-RULE-JUNK       pic X(10).
      * 点検対象の実測値
        01  WS-FILE-EXISTS     pic X(01).
        01  WS-FILE-SIZE       pic 9(12).
        01  WS-FILE-DATE       pic 9(08).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-CMD-AREA.
           03 WS-CMD             pic X(600).
           03 filler             pic X(01) value low-value.
      * 台帳のファイル名(論理名)の実際のパス(ENV001で解決)
        01  WS-INV-PATH        pic X(256).
      * 規則値
        01  WS-MODDAYS         pic 9(03).
        01  WS-MINSIZE         pic 9(12).
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CTL-FILENAME    pic X(256).
        01  WS-PROBE-FILENAME  pic X(256).
        01  WS-RPT-FILENAME    pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD        pic X(600).
           03 filler             pic X(01) value low-value.
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-ALT-PROGNAME
           move WS-INV-RULES to WS-RULE-REST.
           perform until WS-RULE-REST = spaces
              move spaces to WS-RULE-TOK
              move WS-RULE-REST to WS-RULE-WORK
              move spaces to WS-RULE-REST
              unstring WS-RULE-WORK delimited by ","
                 into WS-RULE-TOK WS-RULE-REST
              if WS-RULE-TOK not = spaces
                 perform APPLY-RULE-S thru APPLY-RULE-E
           move "N" to WS-FILE-EXISTS.
           move 0 to WS-FILE-SIZE.
           move 0 to WS-FILE-DATE.
           move WS-INV-FILE to WS-INV-PATH.
           call "ENV001" using WS-ENV-MODE WS-INV-PATH.
           move spaces to WS-CMD.
           string "wc -c < "    delimited by size
                  WS-INV-PATH   delimited by space
                  " > "         delimited by size
                  WS-PROBE-FILENAME delimited by space
                  " 2>/dev/null" delimited by size
                  into WS-CMD.
           call "system" using WS-CMD.
           open input probe-file.
           end-if.
           move spaces to WS-CMD.
           string "date -r "    delimited by size
                  WS-INV-PATH   delimited by space
                  " +%Y%m%d > " delimited by size
                  WS-PROBE-FILENAME delimited by space
                  " 2>/dev/null" delimited by size
                  into WS-CMD.
           call "system" using WS-CMD.
           open input probe-file.
              end-read
              close probe-file
           end-if.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-PROBE-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
        PROBE-FILE-E.

        PARSE-SIZE-S.
              = (WS-SER-YYYY * 365) + (WS-SER-YYYY / 4)
              + WS-CUM-MM(WS-SER-MM) + WS-SER-DD.
        DATE-TO-SERIAL-E.

        ENV-RESOLVE-S.
           move "yubin_inventory.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "yubin_inv_probe.tmp" to WS-PROBE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PROBE-FILENAME.
           move "inventory_check.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
