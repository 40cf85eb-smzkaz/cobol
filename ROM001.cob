        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select rom-table-file assign to WS-ROM-TABLE-FILENAME
              organization line sequential
              file status RT-FS.
        DATA                    DIVISION.
      * 促音(小さいッ)は次のカナの先頭子音を重ねて表現する
        01 WS-DOUBLE-NEXT pic X(01) value "N".
        01 i             pic 9(03).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-ROM-TABLE-FILENAME  pic X(256).
        01 WS-ENV-MODE            pic X(05) value "PATH ".
        LINKAGE                 SECTION.
        01 LK-KANA      PIC N(63).
        01 LK-KANA-X REDEFINES LK-KANA PIC X(189).
        01 LK-KANA-LEN  PIC 9(02).
        PROCEDURE               DIVISION USING LK-KANA LK-ROMAJI
                                               LK-KANA-LEN.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           if WS-LOADED = "N"
              perform LOAD-TABLE-S thru LOAD-TABLE-E
              move "Y" to WS-LOADED
              compute i = i + 1
           end-perform.
        TAB-SEARCH1-E.

        ENV-RESOLVE-S.
           move "romaji_table.dat" to WS-ROM-TABLE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROM-TABLE-FILENAME.
        ENV-RESOLVE-E.
