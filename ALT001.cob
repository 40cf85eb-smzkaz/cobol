        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select alert-file assign to WS-ALERT-FILENAME
              organization line sequential
              file status AL-FILE-FS.
           select alert-ctl-file assign to WS-ALERT-CTL-FILENAME
              organization line sequential
              file status AL-CTL-FS.
        DATA                    DIVISION.
      * 元からも監視対象のアラート・ファイル(yubin_alert.dat)へ追記
      * し、重大度C(critical)は設定ファイルにMAIL=宛先があれば
      * システムのmailコマンドでも飛ばす。W(warning)はファイルのみ
      * 行の形式は 年月日 時分秒 SEV=重大度 呼出元 本文 で、行番号が
      * そのままアラート番号になる(alert_console の確認・クローズと
      * alert_escalate の二次連絡は yubin_alert_ack.dat に番号で残す)
        01 AL-FILE-FS   PIC X(02).
        01 AL-CTL-FS    PIC X(02).
        01 WS-LOADED    PIC X(01) VALUE "N".
        01 WS-MAIL-ADDR PIC X(60) VALUE SPACES.
        01 WS-CTL-JUNK  PIC X(10).
        01 WS-CTL-EOF   PIC X(01).
        01 WS-AL-DATE   PIC 9(08).
        01 WS-AL-TIME   PIC 9(08).
        01 WS-AL-LINE   PIC X(160).
        01 WS-MAIL-CMD  PIC X(300).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-ALERT-FILENAME      PIC X(256).
        01 WS-ALERT-CTL-FILENAME  PIC X(256).
        01 WS-ENV-MODE            PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-SEVERITY  PIC X(01).
        01 LK-PROGNAME  PIC X(20).
        PROCEDURE               DIVISION USING LK-SEVERITY
                                               LK-PROGNAME
                                               LK-MESSAGE.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           if WS-LOADED = "N"
              perform LOAD-CTL-S thru LOAD-CTL-E
              move "Y" to WS-LOADED
           move spaces to WS-AL-LINE.
           string WS-AL-DATE   delimited by size
                  " "          delimited by size
                  WS-AL-TIME(1:6) delimited by size
                  " SEV="      delimited by size
                  LK-SEVERITY  delimited by size
                  " "          delimited by size
           if AL-CTL-FS not = "00"
              go to LOAD-CTL-E
           end-if.
      * 設定ファイルには二次連絡先(ESCALATE=)なども並ぶので全行を
      * 読んでMAIL=を探す
           move "N" to WS-CTL-EOF.
           perform until WS-CTL-EOF = "Y"
              read alert-ctl-file
                 at end
                    move "Y" to WS-CTL-EOF
                 not at end
                    if ALERT-CTL-FD-REC(1:5) = "MAIL="
                       unstring ALERT-CTL-FD-REC delimited by "="
                          into WS-CTL-JUNK WS-MAIL-ADDR
                    end-if
              end-read
           end-perform.
           close alert-ctl-file.
        LOAD-CTL-E.

        ENV-RESOLVE-S.
           move "yubin_alert.dat" to WS-ALERT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ALERT-FILENAME.
           move "yubin_alert.ctl" to WS-ALERT-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ALERT-CTL-FILENAME.
        ENV-RESOLVE-E.
