            organization line sequential
            file status is WS-DELTA-FS.
        select out-file
            assign to WS-OUT-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-OUT-FILENAME  pic X(256).
        01  WS-RPT-FILENAME  pic X(256).
        01  WS-ENV-MODE      pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
        DATE-CHECK-S.
      * コピー側の最新抽出日より古い(または同日の)差分は適用済みか
      * 取り違えの可能性が高いので既定では拒否する
           call "ENV001" using WS-ENV-MODE W-BASE-FILENAME.
           open input base-file.
           if WS-BASE-FS not = "00"
              display "ERROR: cannot open base copy "
           end-perform.
           close base-file.
           move "N" to WS-BASE-EOF.
           call "ENV001" using WS-ENV-MODE W-DELTA-FILENAME.
           open input delta-file.
           if WS-DELTA-FS not = "00"
              display "ERROR: cannot open delta file "
        DATE-CHECK-E.

        MERGE-RUN-S.
           call "ENV001" using WS-ENV-MODE W-BASE-FILENAME.
           open input base-file.
           call "ENV001" using WS-ENV-MODE W-DELTA-FILENAME.
           open input delta-file.
           open output out-file.
           perform READ-BASE-S thru READ-BASE-E.
           close rpt-file.
           display WS-RPT-LINE.
        APPLY-REPORT-E.

        ENV-RESOLVE-S.
           move "delta_apply.new" to WS-OUT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OUT-FILENAME.
           move "delta_apply.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
