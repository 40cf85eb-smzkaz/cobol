            organization line sequential
            file status is WS-IN-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select sort-work-file
            assign to WS-SORT-WORK-FILENAME.
        select srt-file
            assign to WS-SRT-FILENAME
            organization line sequential
            file status is WS-SRT-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CTL-FILENAME        pic X(256).
        01  WS-SORT-WORK-FILENAME  pic X(256).
        01  WS-SRT-FILENAME        pic X(256).
        01  WS-RPT-FILENAME        pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD            pic X(600).
           03 filler                 pic X(01) value low-value.
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           perform READ-CONTROL-S thru READ-CONTROL-E.
           call "ENV001" using WS-ENV-MODE W-INPUT-FILENAME.
           sort sort-work-file
              on ascending key SRT-町域名（カナ）
                               SRT-市町村名（カナ）
              until WS-SRT-EOF = "Y".
           close rpt-file.
           close srt-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-SRT-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
      * 冊子の印字イメージをスプールへ登録(紙詰まり時は
      * spool_maintで頁指定の再印字ができる)
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
           write RPT-FD-REC.
           move 1 to WS-LINE-COUNT.
        NEW-PAGE-E.

        ENV-RESOLVE-S.
           move "kana_index.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "kana_index_sort.wk" to WS-SORT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-WORK-FILENAME.
           move "kana_index.srt" to WS-SRT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SRT-FILENAME.
           move "kana_index.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
