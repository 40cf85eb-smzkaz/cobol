        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select era-table-file assign to WS-ERA-TABLE-FILENAME
              organization line sequential
              file status ET-FS.
        DATA                    DIVISION.
        01 WS-ERA-YYYY  PIC 9(04).
        01 WS-START-YYYY PIC 9(04).
        01 i            PIC 9(02).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-ERA-TABLE-FILENAME  PIC X(256).
        01 WS-ENV-MODE            PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-DATE      PIC 9(08).
        01 LK-ERA-NAME  PIC X(06).
        01 LK-RESULT    PIC X(01).
        PROCEDURE               DIVISION USING LK-DATE LK-ERA-NAME
                                               LK-ERA-YEAR LK-RESULT.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           if WS-LOADED = "N"
              perform LOAD-TABLE-S thru LOAD-TABLE-E
              move "Y" to WS-LOADED
           move 20190501 to WS-ERA-START(3).
           move "令和" to WS-ERA-NAME(3).
        BUILTIN-TABLE-E.

        ENV-RESOLVE-S.
           move "era_table.dat" to WS-ERA-TABLE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ERA-TABLE-FILENAME.
        ENV-RESOLVE-E.
