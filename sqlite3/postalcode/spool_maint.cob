        input-output              section.
        file-control.
        select spool-ctl-file
            assign to WS-SPOOL-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select ctl-new-file
            assign to WS-CTL-NEW-FILENAME
            organization line sequential
            file status is WS-CTLNEW-FS.
        select image-file
            organization line sequential
            file status is WS-IMG-FS.
        select print-file
            assign to WS-PRINT-FILENAME
            organization line sequential
            file status is WS-PRINT-FS.
      **=================================================================
        01  WS-PRINT-FS       pic X(02).
        01  WS-CTL-EOF        pic X(01).
        01  WS-IMG-EOF        pic X(01).
        01  WS-IMAGE-NAME     pic X(256).
        01  WS-MODE-KEY       pic X(01).
        01  WS-JOB-ENTRY      pic X(05).
        01  WS-FROM-ENTRY     pic X(03).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-SPOOL-CTL-FILENAME  pic X(256).
        01  WS-CTL-NEW-FILENAME    pic X(256).
        01  WS-PRINT-FILENAME      pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD            pic X(600).
           03 filler                 pic X(01) value low-value.
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 m_04   line 6 col 58 pic X(3) using WS-TO-ENTRY.

        procedure               division.
          perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        spool-loop.
          move spaces to WS-MODE-KEY.
          move spaces to WS-JOB-ENTRY.
           move spaces to WS-IMAGE-NAME.
           string "spool/SP" WS-JOB-NO ".dat"
              into WS-IMAGE-NAME.
           call "ENV001" using WS-ENV-MODE WS-IMAGE-NAME.
           open input image-file.
           if WS-IMG-FS not = "00"
              display "該当ジョブのイメージ無し: "
           end-perform.
           close ctl-new-file.
           close spool-ctl-file.
           move spaces to WS-FILE-CMD.
           string "mv "           delimited by size
                  WS-CTL-NEW-FILENAME delimited by space
                  " "             delimited by size
                  WS-SPOOL-CTL-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
        MARK-RELEASED-E.

        REWRITE-STATUS-S.
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "spool_ctl.dat" to WS-SPOOL-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SPOOL-CTL-FILENAME.
           move "spool_ctl.new" to WS-CTL-NEW-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-NEW-FILENAME.
           move "spool_print.dat" to WS-PRINT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PRINT-FILENAME.
        ENV-RESOLVE-E.
