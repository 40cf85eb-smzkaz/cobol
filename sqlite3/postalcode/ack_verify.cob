      **=================================================================
      ** 配送システム連携ファイルの受領確認突合
      ** 引数：IF=CUSTFEED (顧客変更連携 cust_feed の突合。ファイルは
      **       cust_feed.dat / cust_feed_ack.dat / cust_feed_ack.rpt
      **       に替わる。省略時は下記の配送システム連携)
      **       IF=BRCUST BRANCH=支店コード (支店別の担当顧客ファイル
      **       branch_cust の突合。ファイルは brcust_支店.dat /
      **       brcust_支店_ack.dat / brcust_支店_ack.rpt に替わる)
      ** 入力：yubin_seq_romaji.dat (当方が送信したHDR/TRL付きファイル)
      **       yubin_if_ack.dat     (ベンダ側からの受領確認。
      **                             SEQ=nnnnnn COUNT=nnnnnnn
      **                             CHECKSUM=nnnnnnnnn の形式)
      ** 出力：yubin_if_ack.rpt (突合結果)
      ** 当方のヘッダ通番・トレーラ件数・チェックサムとベンダの受領
      ** 値を突き合わせ、通番の飛び・件数違い・内容破損を検出する。
      ** 顧客変更連携で通番が飛んだときは cust_feed RESEND=通番 で
      ** 控えから送り直す
      **=================================================================
        identification           division.
        program-id.              ack_verify.
        input-output              section.
        file-control.
        select romaji-file
            assign to WS-SENT-NAME
            organization line sequential
            file status is WS-ROMAJI-FS.
        select ack-file
            assign to WS-ACK-NAME
            organization line sequential
            file status is WS-ACK-FS.
        select rpt-file
            assign to WS-RPT-NAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        file                      section.
        fd  romaji-file
            label records are standard.
        01  ROMAJI-FD-REC       pic X(700).

        fd  ack-file
            label records are standard.
        01  WS-ACK-FS           pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-EOF              pic X(01).
      * 突合する連携(省略時は配送システム連携)
        01  WS-IF-KIND          pic X(10) value "POSTAL".
        01  WS-SENT-NAME        pic X(256) value "yubin_seq_romaji.dat".
        01  WS-ACK-NAME         pic X(256) value "yubin_if_ack.dat".
        01  WS-RPT-NAME         pic X(256) value "yubin_if_ack.rpt".
        01  WS-ARG-JUNK         pic X(10).
        01  WS-BRANCH           pic X(04) value spaces.
        01  WS-RESEND-FROM      pic 9(06).
        01  i                   pic 9(02).
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      * 当方の送信側制御値
        01  WS-SENT-SEQ         pic 9(06) value 0.
        01  WS-SENT-COUNT       pic 9(07) value 0.
        01  WS-RJ-PROGNAME     pic X(20) value "ACK_VERIFY".
        01  WS-RJ-STATUS       pic X(07).
        01  WS-RJ-COUNT        pic 9(07) value 0.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-ENV-MODE        pic X(05) value "PATH ".

      **=================================================================
        procedure               division.
        MAIN-S.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:3) = "IF="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-IF-KIND
                 end-if
                 if param(i)(1:7) = "BRANCH="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-BRANCH
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           if WS-IF-KIND = "CUSTFEED"
              move "cust_feed.dat" to WS-SENT-NAME
              move "cust_feed_ack.dat" to WS-ACK-NAME
              move "cust_feed_ack.rpt" to WS-RPT-NAME
           end-if.
           if WS-IF-KIND = "BRCUST"
              if WS-BRANCH = spaces
                 display "ERROR: IF=BRCUST needs BRANCH=code"
                 stop run
              end-if
              move spaces to WS-SENT-NAME
              string "brcust_" WS-BRANCH delimited by space
                     ".dat" delimited by size
                     into WS-SENT-NAME
              move spaces to WS-ACK-NAME
              string "brcust_" WS-BRANCH delimited by space
                     "_ack.dat" delimited by size
                     into WS-ACK-NAME
              move spaces to WS-RPT-NAME
              string "brcust_" WS-BRANCH delimited by space
                     "_ack.rpt" delimited by size
                     into WS-RPT-NAME
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
        READ-SENT-S.
      * 送信ファイルのHDR/TRLと明細件数を取り出す。TRLが無い場合は
      * 送信ファイル自体が切れている
           call "ENV001" using WS-ENV-MODE WS-SENT-NAME.
           open input romaji-file.
           if WS-ROMAJI-FS not = "00"
              display "ERROR: cannot open " WS-SENT-NAME
              stop run
           end-if.
           move "N" to WS-EOF.
        READ-SENT-E.

        READ-ACK-S.
           call "ENV001" using WS-ENV-MODE WS-ACK-NAME.
           open input ack-file.
           if WS-ACK-FS not = "00"
              display "ERROR: no acknowledgment file "
                      WS-ACK-NAME
              stop run
           end-if.
           move "N" to WS-EOF.
        READ-ACK-E.

        COMPARE-S.
           call "ENV001" using WS-ENV-MODE WS-RPT-NAME.
           open output rpt-file.
           if WS-HDR-FOUND = "N" or WS-TRL-FOUND = "N"
              move "N" to WS-VERIFY-OK
                     " acknowledged SEQ=" WS-ACK-SEQ
                     into WS-RPT-LINE
              perform WRITE-LINE-S thru WRITE-LINE-E
              if WS-IF-KIND = "CUSTFEED"
                 compute WS-RESEND-FROM = WS-ACK-SEQ + 1
                 move spaces to WS-RPT-LINE
                 string "    resend from: cust_feed RESEND="
                        WS-RESEND-FROM
                        " up to SEQ=" WS-SENT-SEQ
                        into WS-RPT-LINE
                 perform WRITE-LINE-S thru WRITE-LINE-E
              end-if
           end-if.
           if WS-ACK-COUNT not = WS-SENT-COUNT
              move "N" to WS-VERIFY-OK
