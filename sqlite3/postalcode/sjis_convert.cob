            organization line sequential
            file status is WS-IN-FS.
        select work-file
            assign to WS-WORK-FILENAME
            organization line sequential
            file status is WS-WORK-FS.
        select reject-file
            assign to WS-REJECT-FILENAME
            organization line sequential
            file status is WS-REJ-FS.
        select rc-file
            assign to WS-RC-FILENAME
            organization line sequential
            file status is WS-RC-FS.
        select out-count-file
            assign to WS-OUT-COUNT-FILENAME
            organization line sequential
            file status is WS-OUTCNT-FS.
        select one-rec-file
            assign to WS-ONE-REC-FILENAME
            organization line sequential
            file status is WS-ONE-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  WS-VAL-VALID       pic X(01).
        01  WS-ROW-BAD         pic X(01).
      * 変換コマンド。厳密モード(-cを付けず、不正文字はエラー)
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-ICONV-ALL-CMD-AREA.
           03 WS-ICONV-ALL-CMD   pic X(900).
           03 filler             pic X(01) value low-value.
      * 1行変換は直接本番ファイルへ追記せず、一旦sjis_rec.outへ
      * 書く。厳密モードのiconvは失敗時も行の途中までを出力する
      * ため、成功(rc=0)を確認してから追記しないと変換不能行の
      * 部分バイトが連携ファイルに残ってしまう
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-ICONV-ONE-CMD-AREA.
           03 WS-ICONV-ONE-CMD   pic X(900).
           03 filler             pic X(01) value low-value.
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-APPEND-ONE-CMD-AREA.
           03 WS-APPEND-ONE-CMD  pic X(600).
           03 filler             pic X(01) value low-value.
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-CLEANUP-CMD-AREA.
           03 WS-CLEANUP-CMD     pic X(1100).
           03 filler             pic X(01) value low-value.
        01  WS-REC-OUT-NAME    pic X(256).
        01  WS-ICONV-RC        pic 9(03).
        01  WS-CONVERT-OK      pic X(01).
        01  WS-JOB-STATUS      pic X(07).
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-WORK-FILENAME       pic X(256).
        01  WS-REJECT-FILENAME     pic X(256).
        01  WS-RC-FILENAME         pic X(256).
        01  WS-OUT-COUNT-FILENAME  pic X(256).
        01  WS-ONE-REC-FILENAME    pic X(256).
        01  WS-RPT-FILENAME        pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD            pic X(600).
           03 filler                 pic X(01) value low-value.
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
      ******************************************************************
        VALIDATE-PASS-S.
      * 各行の漢字3項目をVAL001で検証し、不正行は変換に掛けず例外へ
           call "ENV001" using WS-ENV-MODE W-INPUT-FILENAME.
           open input in-file.
           if WS-IN-FS not = "00"
              display "ERROR: cannot open " W-INPUT-FILENAME
        CONVERT-EACH-S.
      * 一括で通らなかった場合は1行ずつ変換し、Shift-JISに写像
      * できない行だけを例外へ落とす
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-OUT-COUNT-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           open input work-file.
           open extend reject-file.
           move "N" to WS-WORK-EOF.
                   " REJ=" WS-ENC-REJ-COUNT
                   "/" WS-CNV-REJ-COUNT.
        WRITE-RECON-E.

        ENV-RESOLVE-S.
           move "sjis_work.tmp" to WS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-WORK-FILENAME.
           move "sjis_reject.dat" to WS-REJECT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REJECT-FILENAME.
           move "sjis_rc.tmp" to WS-RC-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RC-FILENAME.
           move "yubin_seq_sjis.dat" to WS-OUT-COUNT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OUT-COUNT-FILENAME.
           move "sjis_rec.tmp" to WS-ONE-REC-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ONE-REC-FILENAME.
           move "sjis_convert.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
           move "sjis_rec.out" to WS-REC-OUT-NAME.
           call "ENV001" using WS-ENV-MODE WS-REC-OUT-NAME.
           move spaces to WS-ICONV-ALL-CMD.
           string "iconv -f UTF-8 -t SHIFT_JIS " delimited by size
                  WS-WORK-FILENAME      delimited by space
                  " > "                 delimited by size
                  WS-OUT-COUNT-FILENAME delimited by space
                  " 2>/dev/null; echo $? > " delimited by size
                  WS-RC-FILENAME        delimited by space
                  into WS-ICONV-ALL-CMD.
           move spaces to WS-ICONV-ONE-CMD.
           string "iconv -f UTF-8 -t SHIFT_JIS " delimited by size
                  WS-ONE-REC-FILENAME   delimited by space
                  " > "                 delimited by size
                  WS-REC-OUT-NAME       delimited by space
                  " 2>/dev/null; echo $? > " delimited by size
                  WS-RC-FILENAME        delimited by space
                  into WS-ICONV-ONE-CMD.
           move spaces to WS-APPEND-ONE-CMD.
           string "cat "                delimited by size
                  WS-REC-OUT-NAME       delimited by space
                  " >> "                delimited by size
                  WS-OUT-COUNT-FILENAME delimited by space
                  into WS-APPEND-ONE-CMD.
           move spaces to WS-CLEANUP-CMD.
           string "rm -f "              delimited by size
                  WS-WORK-FILENAME      delimited by space
                  " "                   delimited by size
                  WS-RC-FILENAME        delimited by space
                  " "                   delimited by size
                  WS-ONE-REC-FILENAME   delimited by space
                  " "                   delimited by size
                  WS-REC-OUT-NAME       delimited by space
                  into WS-CLEANUP-CMD.
        ENV-RESOLVE-E.
