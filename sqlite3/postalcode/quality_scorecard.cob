      **       yubin_error.log (当日のDB障害件数)
      **       yubin_quality_hist.dat (実行ごとの品質履歴)
      ** 出力：yubin_quality_hist.dat (APPENDモードで1行追記)
      **       yubin_quality.rpt (REPORTモードで月次集計。スプールへ
      **       登録する)
      ** yubin_recon.rptは毎晩上書きされて品質の推移が消えてしまう
      ** ため、実行ごとの品質指標を履歴へ積み、月末に集計・前月比較
      ** できるようにする
        input-output              section.
        file-control.
        select recon-file
            assign to WS-RECON-FILENAME
            organization line sequential
            file status is WS-RECON-FS.
        select err-log-file
            assign to WS-ERR-LOG-FILENAME
            organization line sequential
            file status is WS-ERR-LOG-FS.
        select hist-file
            assign to WS-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  WS-TOKENS.
            03 WS-TOK  occurs 6  pic X(20).
        01  WS-RPT-LINE         pic X(120).
      * スプール登録(SPL001)
        01  WS-SPL-FILE         pic X(30) value "yubin_quality.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "QUALITY_SCORECARD".
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-RECON-FILENAME    pic X(256).
        01  WS-ERR-LOG-FILENAME  pic X(256).
        01  WS-HIST-FILENAME     pic X(256).
        01  WS-RPT-FILENAME      pic X(256).
        01  WS-ENV-MODE          pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           end-perform.
           close hist-file.
           perform WRITE-REPORT-S thru WRITE-REPORT-E.
      * 月次集計は管理者へ配るのでスプールへ登録する
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
        REPORT-RUN-E.

        CALC-PREV-MONTH-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-LINE-E.

        ENV-RESOLVE-S.
           move "yubin_recon.rpt" to WS-RECON-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RECON-FILENAME.
           move "yubin_error.log" to WS-ERR-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ERR-LOG-FILENAME.
           move "yubin_quality_hist.dat" to WS-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HIST-FILENAME.
           move "yubin_quality.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
