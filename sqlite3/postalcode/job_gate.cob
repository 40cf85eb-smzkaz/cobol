        input-output              section.
        file-control.
        select depend-file
            assign to WS-DEPEND-FILENAME
            organization line sequential
            file status is WS-DEP-FS.
        select runjnl-file
            assign to WS-RUNJNL-FILENAME
            organization line sequential
            file status is WS-RUNJNL-FS.
      **=================================================================

        fd  runjnl-file
            label records are standard.
        01  RUNJNL-FD-REC       pic X(100).

        working-storage           section.
        01  WS-DEP-FS           pic X(02).
        01  params.
            03 param  occurs 10  pic X(70).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-DEPEND-FILENAME  pic X(256).
        01  WS-RUNJNL-FILENAME  pic X(256).
        01  WS-ENV-MODE         pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
           end-if.
           compute i = i + 1.
        CHECK-RULE-E.

        ENV-RESOLVE-S.
           move "yubin_depend.ctl" to WS-DEPEND-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DEPEND-FILENAME.
           move "yubin_runjnl.dat" to WS-RUNJNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RUNJNL-FILENAME.
        ENV-RESOLVE-E.
