      **       項目選択：Z=郵便番号 K=都道府県 S=市区町村 C=町域
      **                 A=カナ3列 を並べた文字列(例 ZKSC))
      **       yubin_seq.dat (IN=で差替え可)
      **       seed_master.dat / seed_assign.dat (取引先コードに割り
      **       当てたシード宛先。SED001で払い出す)
      ** 引数：PARTNER=コード (省略時は全取引先)
      ** 出力：プロファイルの出力ファイル名ごとの連携ファイルと
      **       partner_extract.rpt (取引先別の件数突合)
      **       seed_log.dat (どのシードをどの取引先へ出したかの記録)
      ** シード宛先は郵便番号順の明細の該当位置へ1件ずつ紛れ込ませ
      ** る。TRLの件数・READ/WRITTENの突合にはシードを数えず、
      ** 報告行の SEEDS= に別掲する
      ** 最初の配送業者向けに作ったsjis_convert一式を一般化し、
      ** 3社目からはプロファイル行を1行足すだけにする
      **=================================================================
        input-output              section.
        file-control.
        select profile-file
            assign to WS-PROFILE-FILENAME
            organization line sequential
            file status is WS-PROF-FS.
        select in-file
            organization line sequential
            file status is WS-OUT-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  WS-PF-FIELDS       pic X(08).
        01  WS-PF-OUTNAME      pic X(60).
      * 出力はまずUTF-8の作業名へ書き、文字コード変換後に本名へ置く
        01  WS-OUT-WORKNAME    pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-CMD-AREA.
           03 WS-CMD             pic X(800).
           03 filler             pic X(01) value low-value.
      * 明細の組み立て(N項目の生バイト・ビュー)
        01  WS-ZIP-N           pic N(7).
        01  WS-ZIP-X REDEFINES WS-ZIP-N pic X(21).
        01  WS-FLD-CODE        pic X(01).
        01  WS-FLD-VAL         pic X(189).
        01  WS-FLD-LEN         pic 9(03).
      * 取引先に割り当てたシード(SED001)。明細の郵便番号を超えた
      * 時点でその手前へ差し込む。件数突合の対象外
        01  WS-SEED-MODE       pic X(05).
        01  WS-SEED-TYPE       pic X(01) value "P".
        01  WS-SEED-TARGET     pic X(08).
        01  WS-SEED-SEQ        pic 9(03).
        01  WS-SEED-RESULT     pic X(01).
        01  WS-SEED-REC.
            COPY SEEDREC.
        01  WS-SEED-TABLE.
            02 WS-SEED-ENTRY  occurs 20.
               COPY SEEDREC.
        01  WS-SEED-SENT-TBL.
            03 WS-SEED-SENT   occurs 20  pic X(01).
        01  WS-SEED-USED       pic 9(02).
        01  WS-SEED-COUNT      pic 9(07).
        01  WS-DET-ZIP         pic X(07).
        01  sd-i               pic 9(02).
      * 件数突合
        01  WS-READ-COUNT      pic 9(07).
        01  WS-WRITE-COUNT     pic 9(07).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-PROFILE-FILENAME  pic X(256).
        01  WS-RPT-FILENAME      pic X(256).
        01  WS-ENV-MODE          pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
                  into WS-OUT-WORKNAME.
           move 0 to WS-READ-COUNT.
           move 0 to WS-WRITE-COUNT.
           perform SEED-LOAD-S thru SEED-LOAD-E.
           call "ENV001" using WS-ENV-MODE W-INPUT-FILENAME.
           open input in-file.
           if WS-IN-FS not = "00"
              display "ERROR: cannot open " W-INPUT-FILENAME
              go to SERVE-PARTNER-E
           end-if.
           call "ENV001" using WS-ENV-MODE WS-OUT-WORKNAME.
           open output out-file.
           if WS-PF-HDR = "Y"
              perform WRITE-HDR-S thru WRITE-HDR-E
           move "N" to WS-IN-EOF.
           perform DETAIL-LOOP-S thru DETAIL-LOOP-E
              until WS-IN-EOF = "Y".
      * 最後の明細より後ろの郵便番号のシードは末尾へ出す
           move high-values to WS-DET-ZIP.
           perform SEED-DUE-S thru SEED-DUE-E.
           if WS-PF-HDR = "Y"
              perform WRITE-TRL-S thru WRITE-TRL-E
           end-if.
           string "PARTNER=" WS-PF-CODE
                  " READ=" WS-READ-COUNT
                  " WRITTEN=" WS-WRITE-COUNT
                  " SEEDS=" WS-SEED-COUNT
                  " ENC=" delimited by size
                  WS-PF-ENC delimited by space
                  " FILE=" delimited by size
                  WS-PF-OUTNAME delimited by space
                  into WS-RPT-LINE.
           end-read.
           add 1 to WS-READ-COUNT.
           move 郵便番号７桁         to WS-ZIP-N.
           move WS-ZIP-X(1:7)        to WS-DET-ZIP.
           perform SEED-DUE-S thru SEED-DUE-E.
           move 郵便番号７桁         to WS-ZIP-N.
           move 都道府県名（漢字）   to WS-KEN-N.
           move 市町村名（漢字）     to WS-SHI-N.
           move 町域名（漢字）       to WS-CHO-N.
           compute WS-FLD-IDX = WS-FLD-IDX + 1.
        BUILD-FIELD-E.

        SEED-LOAD-S.
      * 取引先に割り当てた使用中のシードを表へ取る
           move 0 to WS-SEED-USED.
           move 0 to WS-SEED-COUNT.
           move WS-PF-CODE to WS-SEED-TARGET.
           move 0 to WS-SEED-SEQ.
           move "NEXT " to WS-SEED-MODE.
           move "Y" to WS-SEED-RESULT.
           perform until WS-SEED-RESULT not = "Y"
                      or WS-SEED-USED >= 20
              call "SED001" using WS-SEED-MODE WS-SEED-TYPE
                                  WS-SEED-TARGET WS-SEED-SEQ
                                  WS-RJ-PROGNAME WS-SEED-REC
                                  WS-SEED-RESULT
              if WS-SEED-RESULT = "Y"
                 add 1 to WS-SEED-USED
                 move WS-SEED-REC to WS-SEED-ENTRY(WS-SEED-USED)
                 move "N" to WS-SEED-SENT(WS-SEED-USED)
              end-if
           end-perform.
        SEED-LOAD-E.

        SEED-DUE-S.
      * 郵便番号が WS-DET-ZIP 以下で未出力のシードを書く
           move 1 to sd-i.
           perform until sd-i > WS-SEED-USED
              if WS-SEED-SENT(sd-i) = "N"
                 and SD-郵便番号７桁 of WS-SEED-ENTRY(sd-i)
                     <= WS-DET-ZIP
                 perform SEED-WRITE-S thru SEED-WRITE-E
              end-if
              compute sd-i = sd-i + 1
           end-perform.
        SEED-DUE-E.

        SEED-WRITE-S.
      * シード1件を取引先の項目選択どおりの明細にして書き、配布を
      * 記録する。住所カナは空白区切りの3つを都道府県・市町村・
      * 町域のカナ列へ振り分ける
           move WS-SEED-ENTRY(sd-i) to WS-SEED-REC.
           move spaces to WS-ZIP-X.
           move SD-郵便番号７桁 of WS-SEED-REC to WS-ZIP-X(1:7).
           move SD-都道府県名（漢字） of WS-SEED-REC
              to WS-KEN-X.
           move SD-市町村名（漢字） of WS-SEED-REC
              to WS-SHI-X.
           move SD-町域名（漢字） of WS-SEED-REC
              to WS-CHO-X.
           move spaces to WS-KKANA-X.
           move spaces to WS-SKANA-X.
           move spaces to WS-CKANA-X.
           unstring SD-住所（カナ） of WS-SEED-REC
              delimited by " "
              into WS-KKANA-X WS-SKANA-X WS-CKANA-X.
           move spaces to WS-OUT-LINE.
           move 1 to WS-OUT-POS.
           move 1 to WS-FLD-IDX.
           perform BUILD-FIELD-S thru BUILD-FIELD-E
              until WS-FLD-IDX > 8.
           if WS-OUT-POS > 1
              compute WS-OUT-POS = WS-OUT-POS - 1
              move space to WS-OUT-LINE(WS-OUT-POS:1)
           end-if.
           move WS-OUT-LINE to OUT-FD-REC.
           write OUT-FD-REC.
           move "Y" to WS-SEED-SENT(sd-i).
           add 1 to WS-SEED-COUNT.
           move "LOG  " to WS-SEED-MODE.
           call "SED001" using WS-SEED-MODE WS-SEED-TYPE
                               WS-SEED-TARGET WS-SEED-SEQ
                               WS-RJ-PROGNAME WS-SEED-REC
                               WS-SEED-RESULT.
        SEED-WRITE-E.

        ENCODE-OUTPUT-S.
      * プロファイルの文字コードに合わせて本名のファイルを作る。
      * SJISはiconv厳密モード(sjis_convertと同じ統制)
           end-if.
           call "system" using WS-CMD.
        ENCODE-OUTPUT-E.

        ENV-RESOLVE-S.
           move "partner_profile.dat" to WS-PROFILE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-PROFILE-FILENAME.
           move "partner_extract.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
