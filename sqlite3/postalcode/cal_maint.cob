        input-output              section.
        file-control.
        select calendar-file
            assign to WS-CALENDAR-FILENAME
            organization line sequential
            file status is WS-CAL-FS.
        select work-file
            assign to WS-WORK-FILENAME
            organization line sequential
            file status is WS-WORK-FS.
      **=================================================================
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CALENDAR-FILENAME  pic X(256).
        01  WS-WORK-FILENAME      pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD           pic X(600).
           03 filler                pic X(01) value low-value.
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 e_03   line 7 col 30 pic N(15) using WS-ENTRY-NOTE.

        procedure               division.
          perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        cal-loop.
          move spaces to WS-MODE-KEY.
          display blank-screen.
           end-perform.
           close work-file.
           close calendar-file.
           move spaces to WS-FILE-CMD.
           string "mv "           delimited by size
                  WS-WORK-FILENAME delimited by space
                  " "             delimited by size
                  WS-CALENDAR-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           display "削除: " WS-DEL-COUNT " 件".
           perform SLEEP-S thru SLEEP-E.
        CAL-DELETE-E.
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_calendar.dat" to WS-CALENDAR-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CALENDAR-FILENAME.
           move "yubin_calendar.new" to WS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-WORK-FILENAME.
        ENV-RESOLVE-E.
