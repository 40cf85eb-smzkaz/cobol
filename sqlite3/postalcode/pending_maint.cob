        input-output              section.
        file-control.
        select pending-file
            assign to WS-PENDING-FILENAME
            organization line sequential
            file status is WS-PEND-FS.
      **=================================================================
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-PENDING-FILENAME  pic X(256).
        01  WS-ENV-MODE          pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 e_05   line 9  col 30 pic N(37) using WS-CHO-ENTRY.

        procedure               division.
          perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        pend-loop.
          move spaces to WS-MODE-KEY.
          display blank-screen.
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_pending.dat" to WS-PENDING-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PENDING-FILENAME.
        ENV-RESOLVE-E.
