        input-output              section.
        file-control.
        select backup-log-file
            assign to WS-BACKUP-LOG-FILENAME
            organization line sequential
            file status is WS-BKLOG-FS.
      **=================================================================
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-BACKUP-LOG-FILENAME  pic X(256).
        01  WS-ENV-MODE             pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                 compute i = i + 1
              end-perform
           end-if.
           call "ENV001" using WS-ENV-MODE W-INPUT-DBNAME.

           perform ROTATE-GENERATIONS-S thru ROTATE-GENERATIONS-E.
           perform TAKE-SNAPSHOT-S thru TAKE-SNAPSHOT-E.
           close backup-log-file.
           display "backup: " WS-LOG-LINE.
        LOG-BACKUP-E.

        ENV-RESOLVE-S.
           move "yubin_backup.log" to WS-BACKUP-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-BACKUP-LOG-FILENAME.
        ENV-RESOLVE-E.
