        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select pref-table-file assign to WS-PREF-TABLE-FILENAME
              organization line sequential
              file status PT-FS.
        DATA                    DIVISION.
        01 PT-FS        PIC X(02).
        01 WS-PT-EOF    PIC X(01).
        01 i            PIC 9(02).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-PREF-TABLE-FILENAME  PIC X(256).
        01 WS-ENV-MODE             PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-PREF-CODE PIC X(02).
        01 LK-KEN       PIC X(12).
        01 LK-VALID     PIC X(01).
        PROCEDURE               DIVISION USING LK-PREF-CODE LK-KEN
                                               LK-VALID.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           if WS-LOADED = "N"
              perform LOAD-TABLE-S thru LOAD-TABLE-E
              move "Y" to WS-LOADED
           end-perform.
           close pref-table-file.
        LOAD-TABLE-E.

        ENV-RESOLVE-S.
           move "pref_code.dat" to WS-PREF-TABLE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PREF-TABLE-FILENAME.
        ENV-RESOLVE-E.
