            organization line sequential
            file status is WS-B-FS.
        select sort-work-file
            assign to WS-SORT-WORK-FILENAME.
        select a-srt-file
            assign to WS-A-SRT-FILENAME
            organization line sequential
            file status is WS-A-SRT-FS.
        select b-srt-file
            assign to WS-B-SRT-FILENAME
            organization line sequential
            file status is WS-B-SRT-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-SORT-WORK-FILENAME  pic X(256).
        01  WS-A-SRT-FILENAME      pic X(256).
        01  WS-B-SRT-FILENAME      pic X(256).
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
                 compute i = i + 1
              end-perform
           end-if.
           call "ENV001" using WS-ENV-MODE W-A-FILENAME.
           call "ENV001" using WS-ENV-MODE W-B-FILENAME.
      * 両世代を郵便番号順へ並べ直してから突き合わせる
           sort sort-work-file
              on ascending key SRT-郵便番号７桁
           close rpt-file.
           close b-srt-file.
           close a-srt-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-A-SRT-FILENAME delimited by space
                  " "             delimited by size
                  WS-B-SRT-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           compute WS-RJ-COUNT = WS-ADD-COUNT + WS-DEL-COUNT
           write RPT-FD-REC.
           display WS-RPT-LINE.
        WRITE-TOTALS-E.

        ENV-RESOLVE-S.
           move "seq_cmp_sort.wk" to WS-SORT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-WORK-FILENAME.
           move "seq_cmp_a.srt" to WS-A-SRT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-A-SRT-FILENAME.
           move "seq_cmp_b.srt" to WS-B-SRT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-B-SRT-FILENAME.
           move "seq_compare.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
