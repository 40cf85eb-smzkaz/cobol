        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select rec-lock-file assign to WS-REC-LOCK-FILENAME
              organization line sequential
              file status RL-FS.
        DATA                    DIVISION.
        01 WS-HIT-IDX   PIC 9(02).
        01 i            PIC 9(02).
        01 j            PIC 9(02).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-REC-LOCK-FILENAME  PIC X(256).
        01 WS-ENV-MODE           PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-MODE      PIC X(5).
        01 LK-RESOURCE  PIC X(30).
        PROCEDURE               DIVISION USING LK-MODE LK-RESOURCE
                                               LK-OPER LK-RESULT
                                               LK-HOLDER.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move spaces to LK-HOLDER.
           accept WS-NOW-DATE from date yyyymmdd.
           accept WS-NOW-TIME from time.
           end-perform.
           close rec-lock-file.
        SAVE-LOCKS-E.

        ENV-RESOLVE-S.
           move "yubin_rec.lck" to WS-REC-LOCK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REC-LOCK-FILENAME.
        ENV-RESOLVE-E.
