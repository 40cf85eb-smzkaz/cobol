      **       と保全済み印字イメージのspool/ディレクトリ
      ** 出力：recovery_YYYYMMDD/ 配下へのコピー一式と MANIFEST
      **       (ファイル名・サイズ・チェックサム)、dr_bundle.log
      **       (元ファイル・セットの置き場所はENV001で解決する。セット
      **       内のファイル名とMANIFESTは論理名のまま)
      ** db_backup はyubin.db本体しか守らない。復旧には顧客・ルート
      ** の各マスタ、保留・履歴・ラン制御・カレンダー・オペレータの
      ** 各ファイルまで揃った「その時点の運用状態」が要るため、日付
        input-output              section.
        file-control.
        select cksum-file
            assign to WS-CKSUM-FILENAME
            organization line sequential
            file status is WS-CKSUM-FS.
        select manifest-file
            organization line sequential
            file status is WS-MANIFEST-FS.
        select log-file
            assign to WS-LOG-FILENAME
            organization line sequential
            file status is WS-LOG-FS.
      **=================================================================

        fd  log-file
            label records are standard.
        01  LOG-FD-REC          pic X(300).

        working-storage           section.
        01  WS-CKSUM-FS        pic X(02).
        01  WS-MANIFEST-FS     pic X(02).
        01  WS-LOG-FS          pic X(02).
        01  WS-MANIFEST-NAME   pic X(256).
      * リカバリセットを構成するファイルの一覧。増やす場合はここと
      * OCCURS数・件数(WS-DR-FILE-MAX)を直す
        01  WS-DR-FILE-TBL.
            03 filler pic X(30) value "yubin.db".
            03 filler pic X(30) value "customer.idx".
            03 filler pic X(30) value "yubin_maint_pend.dat".
            03 filler pic X(30) value "spool_ctl.dat".
            03 filler pic X(30) value "yubin_query_jnl.dat".
            03 filler pic X(30) value "bi_keymap.idx".
            03 filler pic X(30) value "bi_extract_ctl.dat".
            03 filler pic X(30) value "cust_branch.idx".
            03 filler pic X(30) value "branch_cust_ctl.dat".
            03 filler pic X(30) value "cust_consent.idx".
            03 filler pic X(30) value "cust_consent_hist.idx".
            03 filler pic X(30) value "campaign.idx".
            03 filler pic X(30) value "campaign_class.idx".
            03 filler pic X(30) value "campaign_resp.dat".
            03 filler pic X(30) value "custmove.idx".
            03 filler pic X(30) value "custlife.idx".
            03 filler pic X(30) value "cust_xref.idx".
            03 filler pic X(30) value "tracked_mail.idx".
            03 filler pic X(30) value "delivery_result.dat".
            03 filler pic X(30) value "lookup_requester.idx".
            03 filler pic X(30) value "seed_master.dat".
            03 filler pic X(30) value "seed_assign.dat".
        01  WS-DR-FILES REDEFINES WS-DR-FILE-TBL.
            03 WS-DR-FILE  occurs 34  pic X(30).
        01  WS-DR-FILE-MAX     pic 9(03) value 34.
        01  WS-SET-DIR         pic X(256).
      * 既定ファイル・spoolの実際のパス(ENV001で解決)
        01  WS-DR-PATH         pic X(256).
        01  WS-SPOOL-DIR       pic X(256).
        01  WS-TODAY-DATE      pic 9(08).
        01  WS-RUN-TIME        pic 9(06).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-CMD-AREA.
           03 WS-CMD             pic X(800).
           03 filler             pic X(01) value low-value.
        01  WS-CK-SUM          pic X(12).
        01  WS-CK-SIZE         pic X(12).
        01  WS-CK-JUNK         pic X(100).
        01  WS-COPY-COUNT      pic 9(03) value 0.
        01  WS-MISS-COUNT      pic 9(03) value 0.
        01  WS-MANIFEST-LINE   pic X(120).
        01  WS-LOG-LINE        pic X(300).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE         pic X(05).
        01  WS-RJ-PROGNAME     pic X(20) value "DR_BUNDLE".
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 9(03).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CKSUM-FILENAME  pic X(256).
        01  WS-LOG-FILENAME    pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD        pic X(600).
           03 filler             pic X(01) value low-value.
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
           accept WS-RUN-TIME from time.
           move spaces to WS-SET-DIR.
           string "recovery_" WS-TODAY-DATE into WS-SET-DIR.
           call "ENV001" using WS-ENV-MODE WS-SET-DIR.
           move spaces to WS-CMD.
           string "mkdir -p " WS-SET-DIR into WS-CMD.
           call "system" using WS-CMD.
           open output manifest-file.
           move 1 to i.
           perform BUNDLE-ONE-S thru BUNDLE-ONE-E
              until i > WS-DR-FILE-MAX.
           close manifest-file.
      * 保全済み印字イメージ(spool/配下)はディレクトリごと写す。
      * 個々のSPnnnnn.datはMANIFESTの検証対象にしない(台帳
      * spool_ctl.datが対応関係を持つ)
           move spaces to WS-CMD.
           string "mkdir -p "     delimited by size
                  WS-SET-DIR      delimited by space
                  "/spool; cp -rp " delimited by size
                  WS-SPOOL-DIR    delimited by space
                  ". "            delimited by size
                  WS-SET-DIR      delimited by space
                  "/spool/ 2>/dev/null" delimited by size
                  into WS-CMD.
           call "system" using WS-CMD.
           perform WRITE-LOG-S thru WRITE-LOG-E.
      ******************************************************************
        BUNDLE-ONE-S.
      * 1ファイルをセットへコピーし、コピー側のサイズ・チェック
      * サムをMANIFESTへ書く(検証はコピー後の実体で行う)。
      * セット内とMANIFESTでは論理名を使う
           move WS-DR-FILE(i) to WS-DR-PATH.
           call "ENV001" using WS-ENV-MODE WS-DR-PATH.
           perform CKSUM-SOURCE-S thru CKSUM-SOURCE-E.
           if WS-CK-OK not = "Y"
      * 元が無いファイルは欠落として記録する(環境によっては
                 into WS-MANIFEST-LINE
              move WS-MANIFEST-LINE to MANIFEST-FD-REC
              write MANIFEST-FD-REC
              compute i = i + 1
              go to BUNDLE-ONE-E
           end-if.
           move spaces to WS-CMD.
           string "cp -p "     delimited by size
                  WS-DR-PATH   delimited by space
                  " "          delimited by size
                  WS-SET-DIR   delimited by space
                  "/"          delimited by size
                  WS-DR-FILE(i) delimited by space
                  into WS-CMD.
           call "system" using WS-CMD.
           compute WS-COPY-COUNT = WS-COPY-COUNT + 1.
                  into WS-MANIFEST-LINE.
           move WS-MANIFEST-LINE to MANIFEST-FD-REC.
           write MANIFEST-FD-REC.
           compute i = i + 1.
        BUNDLE-ONE-E.

        CKSUM-SOURCE-S.
           move spaces to WS-CK-SIZE.
           move spaces to WS-CMD.
           string "cksum "      delimited by size
                  WS-DR-PATH    delimited by space
                  " > "         delimited by size
                  WS-CKSUM-FILENAME delimited by space
                  " 2>/dev/null" delimited by size
                  into WS-CMD.
           call "system" using WS-CMD.
           open input cksum-file.
                 end-if
           end-read.
           close cksum-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-CKSUM-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
        CKSUM-SOURCE-E.

        WRITE-LOG-S.
           write LOG-FD-REC.
           close log-file.
        WRITE-LOG-E.

        ENV-RESOLVE-S.
           move "dr_cksum.tmp" to WS-CKSUM-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CKSUM-FILENAME.
           move "dr_bundle.log" to WS-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LOG-FILENAME.
           move "spool/" to WS-SPOOL-DIR.
           call "ENV001" using WS-ENV-MODE WS-SPOOL-DIR.
        ENV-RESOLVE-E.
