            organization line sequential
            file status is WS-PART-CONSIST-FS.
        select consist-out-file
            assign to WS-CONSIST-OUT-FILENAME
            organization line sequential
            file status is WS-CONSIST-OUT-FS.
        select comb-file
            assign to WS-COMB-FILENAME
            organization line sequential
            file status is WS-COMB-FS.
        select sort-work-file
            assign to WS-SORT-WORK-FILENAME.
        select sort-out-file
            assign to WS-SORT-OUT-FILENAME
            organization line sequential
            file status is WS-SORT-OUT-FS.
        select recon-file
            assign to WS-RECON-FILENAME
            organization line sequential
            file status is WS-RECON-FS.
        select status-file
            assign to WS-STATUS-FILENAME
            organization line sequential
            file status is WS-STATUS-FS.
        select master-load-file
            assign to WS-MASTER-LOAD-FILENAME
            organization line sequential
            file status is WS-MASTER-LOAD-FS.
      **=================================================================
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CONSIST-OUT-FILENAME  pic X(256).
        01  WS-COMB-FILENAME         pic X(256).
        01  WS-SORT-WORK-FILENAME    pic X(256).
        01  WS-SORT-OUT-FILENAME     pic X(256).
        01  WS-RECON-FILENAME        pic X(256).
        01  WS-STATUS-FILENAME       pic X(256).
        01  WS-MASTER-LOAD-FILENAME  pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD              pic X(600).
           03 filler                   pic X(01) value low-value.
        01  WS-ENV-MODE              pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           perform SORT-COMBINED-S thru SORT-COMBINED-E.
           perform WRITE-RECON-S thru WRITE-RECON-E.
           perform WRITE-STATUS-S thru WRITE-STATUS-E.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-COMB-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           move "END  " to WS-RJ-MODE.
           move WS-JOB-STATUS to WS-RJ-STATUS.
           move WS-T-WRITTEN to WS-RJ-COUNT.
           string "yubin_recon_" WS-PART-DIGIT ".rpt"
              into WS-PART-RECON-NAME.
           move "N" to WS-PART-STATUS-OK.
           call "ENV001" using WS-ENV-MODE WS-PART-RECON-NAME.
           open input part-recon-file.
           if WS-PART-RECON-FS not = "00"
              move "N" to WS-ALL-OK
           move spaces to WS-PART-CONSIST-NAME.
           string "yubin_consist_" WS-PART-DIGIT ".rpt"
              into WS-PART-CONSIST-NAME.
           call "ENV001" using WS-ENV-MODE WS-PART-CONSIST-NAME.
           open input part-consist-file.
           if WS-PART-CONSIST-FS not = "00"
              go to READ-PART-CONSIST-E
           display "merge " WS-JOB-STATUS ": EXPECTED="
                   WS-T-EXPECTED " WRITTEN=" WS-T-WRITTEN.
        WRITE-STATUS-E.

        ENV-RESOLVE-S.
           move "yubin_consist.rpt" to WS-CONSIST-OUT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CONSIST-OUT-FILENAME.
           move "yubin_seq_comb.wk" to WS-COMB-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-COMB-FILENAME.
           move "yubin_seq_sort.wk" to WS-SORT-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-WORK-FILENAME.
           move "yubin_seq.dat" to WS-SORT-OUT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SORT-OUT-FILENAME.
           move "yubin_recon.rpt" to WS-RECON-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RECON-FILENAME.
           move "yubin_complete.dat" to WS-STATUS-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-STATUS-FILENAME.
           move "yubin_master_load.dat" to WS-MASTER-LOAD-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MASTER-LOAD-FILENAME.
        ENV-RESOLVE-E.
