            organization line sequential
            file status is WS-TARGET-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  WS-TARGET-FS       pic X(02).
        01  WS-RPT-FS          pic X(02).
        01  WS-TARGET-BASE     pic X(30) value "yubin_error.log".
        01  WS-TARGET-NAME     pic X(256).
        01  WS-FROM-YM         pic 9(06) value 0.
        01  WS-TO-YM           pic 9(06) value 0.
        01  WS-CUR-YM          pic 9(06).
        01  params.
            03 param  occurs 10  pic X(70).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-RPT-FILENAME  pic X(256).
        01  WS-ENV-MODE      pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
        SEARCH-FILE-S.
      * 1ファイルを行単位で走査し、該当行を出どころ付きで転記する。
      * 存在しない月の退避は静かに飛ばす
           call "ENV001" using WS-ENV-MODE WS-TARGET-NAME.
           open input target-file.
           if WS-TARGET-FS not = "00"
              go to SEARCH-FILE-E
              compute WS-SCAN-POS = WS-SCAN-POS + 1
           end-perform.
        FIND-SCAN-E.

        ENV-RESOLVE-S.
           move "arc_search.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
