        input-output              section.
        file-control.
        select hist-file
            assign to WS-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
        select idx-file
            assign to WS-IDX-FILENAME
            organization indexed
            access mode dynamic
            record key is ZH-郵便番号７桁
            file status is WS-IDX-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-HIST-FILENAME  pic X(256).
        01  WS-IDX-FILENAME   pic X(256).
        01  WS-RPT-FILENAME   pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc = 0
              display "Usage: zip_history <zip7> [zip7 ...]"
           open output rpt-file.
           move 1 to i.
           perform until i > argc
              if param(i)(1:4) not = "ENV="
                 move param(i)(1:7) to WS-TARGET-ZIP
                 perform SHOW-TIMELINE-S thru SHOW-TIMELINE-E
              end-if
              compute i = i + 1
           end-perform.
           close rpt-file.
           write RPT-FD-REC.
           display WS-RPT-LINE.
        WRITE-LINE-E.

        ENV-RESOLVE-S.
           move "yubin_history.dat" to WS-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
           move "zip_history.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
