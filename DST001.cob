        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             DST001.
        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select dist-ctl-file assign to WS-DIST-CTL-FILENAME
              organization line sequential
              file status DC-FS.
           select image-file assign to WS-IMAGE-NAME
              organization line sequential
              file status IM-FS.
           select section-file assign to WS-SECTION-FILENAME
              organization line sequential
              file status SC-FS.
           select flag-file assign to WS-FLAG-FILENAME
              organization line sequential
              file status FL-FS.
           select dist-log-file assign to WS-DIST-LOG-FILENAME
              organization line sequential
              file status DL-FS.
        DATA                    DIVISION.
        FILE                    SECTION.
        FD  dist-ctl-file.
        01  DC-FD-REC           PIC X(300).
        FD  image-file.
        01  IM-FD-REC           PIC X(600).
        FD  section-file.
        01  SC-FD-REC           PIC X(600).
        FD  flag-file.
        01  FL-FD-REC           PIC X(10).
        FD  dist-log-file.
        01  DL-FD-REC           PIC X(300).
        WORKING-STORAGE         SECTION.
      * スプール済み帳票の配布(呼出流儀はJNL001と同じ)。SPL001が
      * ジョブを台帳へ登録した直後に呼び、配布表(report_dist.ctl)
      * にある受取先の送り箱(ディレクトリ)へ写しを置き、メール宛先
      * があれば system の mail コマンドでも送る。配布表(1行1項目。
      * * で始まる行は注釈)：
      *   DIST=出どころ TO=受取先 [OUTBOX=ディレクトリ] [MAIL=宛先]
      *        [SECTION=区分キー]
      *     出どころは SPL001 へ渡すプログラム名(ROUTE_MANIFEST 等)
      *     か帳票ファイル名(presort_statement.rpt 等)。同じ出どころ
      *     に行を重ねて複数の受取先へ配る。SECTION= のある行は帳票
      *     全体でなくその区分の葉だけを送る
      *   SPLIT=出どころ KEY=桁:長さ
      *     帳票を改頁文字で区切った1葉ずつに分け、各葉の1行目の
      *     その桁からその長さを区分キーとする(route_manifest なら
      *     KEY=10:4 でルートコード)
      * 送り箱には J<ジョブ番号>_[区分キー_]<帳票名> で置く。配布
      * ごとに report_dist_log.dat へ1行
      *   日付 時刻 JOB=番号 FILE=帳票名 TO=受取先 VIA=OUTBOX|MAIL
      *   DEST=送り先 SECTION=区分キー STATUS=SENT|FAILED|UNCLAIMED
      * を追記する。送れなかった配布は重大度C、どの受取先にも割り
      * 当たっていない区分(新しいルート等)は重大度Wで通知する(ALT001)
        01 DC-FS        PIC X(02).
        01 IM-FS        PIC X(02).
        01 SC-FS        PIC X(02).
        01 FL-FS        PIC X(02).
        01 DL-FS        PIC X(02).
        01 WS-EOF       PIC X(01).
        01 WS-FF-BYTE   PIC X(01) VALUE X"0C".
      * この出どころの配布先
        01 WS-DR-COUNT  PIC 9(02) VALUE 0.
        01 WS-DR-TABLE.
           03 WS-DR-ENTRY OCCURS 50.
              05 WS-DR-TO       PIC X(12).
              05 WS-DR-OUTBOX   PIC X(200).
              05 WS-DR-MAIL     PIC X(60).
              05 WS-DR-SECTION  PIC X(20).
        01 WS-SPLIT-SET  PIC X(01).
        01 WS-SPLIT-POS  PIC 9(03).
        01 WS-SPLIT-LEN  PIC 9(03).
      * 配布表の1行
        01 WS-TOK-TABLE.
           03 WS-TOK  OCCURS 6  PIC X(220).
        01 WS-TOK-KEY   PIC X(10).
        01 WS-TOK-VAL   PIC X(210).
        01 WS-LINE-SRC  PIC X(30).
        01 WS-LINE-KEY  PIC X(10).
        01 WS-N3        PIC X(03).
        01 WS-N3-VAL    PIC 9(03).
        01 WS-N3-POS    PIC X(03).
        01 WS-N3-LEN    PIC X(03).
      * 帳票に現れた区分キー
        01 WS-KEY-COUNT PIC 9(03) VALUE 0.
        01 WS-KEY-TABLE.
           03 WS-KEY-ENTRY OCCURS 200 PIC X(20).
        01 WS-PAGE-TOP  PIC X(01).
        01 WS-PAGE-KEY  PIC X(20).
        01 WS-SELECTED  PIC X(01).
        01 WS-PEND-FF   PIC X(01).
        01 WS-SC-LINES  PIC 9(07).
        01 WS-CLAIMED   PIC X(01).
      * 1件の配布
        01 WS-SRC-NAME  PIC X(256).
        01 WS-DEST-NAME PIC X(80).
        01 WS-DEST      PIC X(256).
        01 WS-VIA       PIC X(06).
        01 WS-DL-STATUS PIC X(09).
        01 WS-DL-DATE   PIC 9(08).
        01 WS-DL-TIME   PIC 9(08).
        01 WS-DL-LINE   PIC X(300).
        01 WS-DL-PTR    PIC 9(03).
        01 WS-JOB-ED    PIC 9(05).
      * system へ渡すコマンドは直後のNULで終端する(後続の領域まで
      * コマンドとして読まれないように)
        01 WS-CMD-AREA.
           03 WS-CMD    PIC X(900).
           03 FILLER    PIC X(01) VALUE LOW-VALUE.
      * 通知(ALT001)
        01 WS-ALT-SEVERITY PIC X(01).
        01 WS-ALT-PROGNAME PIC X(20) VALUE "DST001".
        01 WS-ALT-MESSAGE  PIC X(80).
        01 i            PIC 9(03).
        01 j            PIC 9(03).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-DIST-CTL-FILENAME   PIC X(256).
        01 WS-IMAGE-NAME          PIC X(256).
        01 WS-SECTION-FILENAME    PIC X(256).
        01 WS-FLAG-FILENAME       PIC X(256).
        01 WS-DIST-LOG-FILENAME   PIC X(256).
        01 WS-ENV-MODE            PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-ORIGIN    PIC X(20).
        01 LK-FILENAME  PIC X(30).
        01 LK-JOBNO     PIC 9(05).
        01 LK-IMAGE     PIC X(256).
        01 LK-RESULT    PIC X(01).
        PROCEDURE               DIVISION USING LK-ORIGIN LK-FILENAME
                                               LK-JOBNO LK-IMAGE
                                               LK-RESULT.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "N" to LK-RESULT.
           move LK-JOBNO to WS-JOB-ED.
           perform LOAD-DIST-S thru LOAD-DIST-E.
           if WS-DR-COUNT = 0
      * 配布表に無い帳票は従来どおりスプールに置くだけ
              goback
           end-if.
           move LK-IMAGE to WS-IMAGE-NAME.
           if WS-SPLIT-SET = "Y"
              perform SCAN-KEYS-S thru SCAN-KEYS-E
              perform CHECK-CLAIMED-S thru CHECK-CLAIMED-E
           end-if.
           move 1 to i.
           perform until i > WS-DR-COUNT
              perform DELIVER-ONE-S thru DELIVER-ONE-E
              compute i = i + 1
           end-perform.
           move "Y" to LK-RESULT.
           goback.

        LOAD-DIST-S.
      * この出どころ(プログラム名か帳票名)の行だけを積む
           move 0 to WS-DR-COUNT.
           move "N" to WS-SPLIT-SET.
           open input dist-ctl-file.
           if DC-FS not = "00"
              go to LOAD-DIST-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read dist-ctl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if DC-FD-REC(1:1) not = "*"
                       and DC-FD-REC not = spaces
                       perform PARSE-DIST-S thru PARSE-DIST-E
                    end-if
              end-read
           end-perform.
           close dist-ctl-file.
        LOAD-DIST-E.

        PARSE-DIST-S.
           move spaces to WS-TOK-TABLE.
           unstring DC-FD-REC delimited by all space
              into WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                   WS-TOK(5) WS-TOK(6).
           move spaces to WS-LINE-KEY WS-LINE-SRC.
           unstring WS-TOK(1) delimited by "="
              into WS-LINE-KEY WS-LINE-SRC.
           if WS-LINE-SRC not = LK-ORIGIN
              and WS-LINE-SRC not = LK-FILENAME
              go to PARSE-DIST-E
           end-if.
           if WS-LINE-KEY = "SPLIT"
              perform PARSE-SPLIT-S thru PARSE-SPLIT-E
              go to PARSE-DIST-E
           end-if.
           if WS-LINE-KEY not = "DIST" or WS-DR-COUNT >= 50
              go to PARSE-DIST-E
           end-if.
           compute WS-DR-COUNT = WS-DR-COUNT + 1.
           move spaces to WS-DR-ENTRY(WS-DR-COUNT).
           move 2 to j.
           perform until j > 6
              move spaces to WS-TOK-KEY WS-TOK-VAL
              unstring WS-TOK(j) delimited by "="
                 into WS-TOK-KEY WS-TOK-VAL
              evaluate WS-TOK-KEY
                 when "TO"
                    move WS-TOK-VAL to WS-DR-TO(WS-DR-COUNT)
                 when "OUTBOX"
                    move WS-TOK-VAL to WS-DR-OUTBOX(WS-DR-COUNT)
                 when "MAIL"
                    move WS-TOK-VAL to WS-DR-MAIL(WS-DR-COUNT)
                 when "SECTION"
                    move WS-TOK-VAL to WS-DR-SECTION(WS-DR-COUNT)
                 when other
                    continue
              end-evaluate
              compute j = j + 1
           end-perform.
      * 送り先の無い行は使わない
           if WS-DR-OUTBOX(WS-DR-COUNT) = spaces
              and WS-DR-MAIL(WS-DR-COUNT) = spaces
              compute WS-DR-COUNT = WS-DR-COUNT - 1
           end-if.
        PARSE-DIST-E.

        PARSE-SPLIT-S.
      * KEY=桁:長さ (1-3桁の数字)
           move spaces to WS-TOK-KEY WS-TOK-VAL.
           unstring WS-TOK(2) delimited by "="
              into WS-TOK-KEY WS-TOK-VAL.
           if WS-TOK-KEY not = "KEY"
              go to PARSE-SPLIT-E
           end-if.
           move spaces to WS-N3-POS WS-N3-LEN.
           unstring WS-TOK-VAL delimited by ":"
              into WS-N3-POS WS-N3-LEN.
           move WS-N3-POS to WS-N3.
           perform NUM3-S thru NUM3-E.
           move WS-N3-VAL to WS-SPLIT-POS.
           move WS-N3-LEN to WS-N3.
           perform NUM3-S thru NUM3-E.
           move WS-N3-VAL to WS-SPLIT-LEN.
           if WS-SPLIT-POS > 0 and WS-SPLIT-LEN > 0
              and WS-SPLIT-LEN <= 20
              and WS-SPLIT-POS + WS-SPLIT-LEN <= 601
              move "Y" to WS-SPLIT-SET
           end-if.
        PARSE-SPLIT-E.

        NUM3-S.
      * 左詰めの1-3桁の数字を数値にする(読めなければ0)
           if WS-N3(2:1) = space
              move WS-N3(1:1) to WS-N3(3:1)
              move "00" to WS-N3(1:2)
           end-if.
           if WS-N3(3:1) = space
              move WS-N3(2:1) to WS-N3(3:1)
              move WS-N3(1:1) to WS-N3(2:1)
              move "0" to WS-N3(1:1)
           end-if.
           if WS-N3 is numeric
              move WS-N3 to WS-N3-VAL
           else
              move 0 to WS-N3-VAL
           end-if.
        NUM3-E.

        SCAN-KEYS-S.
      * 印字イメージの各葉の1行目から区分キーを拾う
           move 0 to WS-KEY-COUNT.
           open input image-file.
           if IM-FS not = "00"
              go to SCAN-KEYS-E
           end-if.
           move "Y" to WS-PAGE-TOP.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read image-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if IM-FD-REC(1:1) = WS-FF-BYTE
                       move "Y" to WS-PAGE-TOP
                    else
                       if WS-PAGE-TOP = "Y"
                          move "N" to WS-PAGE-TOP
                          perform PAGE-KEY-S thru PAGE-KEY-E
                          perform ADD-KEY-S thru ADD-KEY-E
                       end-if
                    end-if
              end-read
           end-perform.
           close image-file.
        SCAN-KEYS-E.

        PAGE-KEY-S.
           move spaces to WS-PAGE-KEY.
           move IM-FD-REC(WS-SPLIT-POS:WS-SPLIT-LEN) to WS-PAGE-KEY.
        PAGE-KEY-E.

        ADD-KEY-S.
           move 1 to j.
           perform until j > WS-KEY-COUNT
              if WS-KEY-ENTRY(j) = WS-PAGE-KEY
                 go to ADD-KEY-E
              end-if
              compute j = j + 1
           end-perform.
           if WS-KEY-COUNT < 200
              compute WS-KEY-COUNT = WS-KEY-COUNT + 1
              move WS-PAGE-KEY to WS-KEY-ENTRY(WS-KEY-COUNT)
           end-if.
        ADD-KEY-E.

        CHECK-CLAIMED-S.
      * どの受取先の SECTION= にも無い区分は配られないので知らせる
           move 1 to j.
           perform until j > WS-KEY-COUNT
              move "N" to WS-CLAIMED
              move 1 to i
              perform until i > WS-DR-COUNT
                 if WS-DR-SECTION(i) = WS-KEY-ENTRY(j)
                    move "Y" to WS-CLAIMED
                 end-if
                 compute i = i + 1
              end-perform
              if WS-CLAIMED = "N"
                 perform UNCLAIMED-S thru UNCLAIMED-E
              end-if
              compute j = j + 1
           end-perform.
        CHECK-CLAIMED-E.

        UNCLAIMED-S.
           move spaces to WS-DL-LINE.
           perform LOG-HEAD-S thru LOG-HEAD-E.
           string " TO=(NONE) VIA=- SECTION=" delimited by size
                  WS-KEY-ENTRY(j) delimited by space
                  " STATUS=UNCLAIMED" delimited by size
                  into WS-DL-LINE with pointer WS-DL-PTR.
           perform WRITE-LOG-S thru WRITE-LOG-E.
           move "W" to WS-ALT-SEVERITY.
           move spaces to WS-ALT-MESSAGE.
           string "JOB=" WS-JOB-ED " " delimited by size
                  LK-FILENAME delimited by space
                  " section " delimited by size
                  WS-KEY-ENTRY(j) delimited by space
                  " has no recipient in report_dist.ctl"
                     delimited by size
                  into WS-ALT-MESSAGE.
           call "ALT001" using WS-ALT-SEVERITY WS-ALT-PROGNAME
                               WS-ALT-MESSAGE.
        UNCLAIMED-E.

        DELIVER-ONE-S.
      * i番目の受取先へ。区分付きならその葉だけの写しを作って送る
           if WS-DR-SECTION(i) = spaces
              move WS-IMAGE-NAME to WS-SRC-NAME
              move spaces to WS-DEST-NAME
              string "J" WS-JOB-ED "_" delimited by size
                     LK-FILENAME delimited by space
                     into WS-DEST-NAME
           else
              if WS-SPLIT-SET not = "Y"
                 move "FAILED" to WS-DL-STATUS
                 move "-" to WS-VIA
                 move "(NO-SPLIT-LINE)" to WS-DEST
                 perform LOG-DELIVERY-S thru LOG-DELIVERY-E
                 go to DELIVER-ONE-E
              end-if
              perform SECTION-WRITE-S thru SECTION-WRITE-E
              if WS-SC-LINES = 0
      * 今回の帳票にその区分が無い(配る物が無い)
                 go to DELIVER-ONE-E
              end-if
              move WS-SECTION-FILENAME to WS-SRC-NAME
              move spaces to WS-DEST-NAME
              string "J" WS-JOB-ED "_" delimited by size
                     WS-DR-SECTION(i) delimited by space
                     "_" delimited by size
                     LK-FILENAME delimited by space
                     into WS-DEST-NAME
           end-if.
           if WS-DR-OUTBOX(i) not = spaces
              perform SEND-OUTBOX-S thru SEND-OUTBOX-E
           end-if.
           if WS-DR-MAIL(i) not = spaces
              perform SEND-MAIL-S thru SEND-MAIL-E
           end-if.
        DELIVER-ONE-E.

        SECTION-WRITE-S.
      * 区分キーが受取先の SECTION= に一致する葉だけを書き出す。
      * 葉と葉の間の改頁文字は残す
           move 0 to WS-SC-LINES.
           open input image-file.
           if IM-FS not = "00"
              go to SECTION-WRITE-E
           end-if.
           open output section-file.
           move "Y" to WS-PAGE-TOP.
           move "N" to WS-SELECTED.
           move "N" to WS-PEND-FF.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read image-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if IM-FD-REC(1:1) = WS-FF-BYTE
                       move "Y" to WS-PAGE-TOP
                       move "Y" to WS-PEND-FF
                    else
                       if WS-PAGE-TOP = "Y"
                          move "N" to WS-PAGE-TOP
                          perform PAGE-KEY-S thru PAGE-KEY-E
                          if WS-PAGE-KEY = WS-DR-SECTION(i)
                             move "Y" to WS-SELECTED
                          else
                             move "N" to WS-SELECTED
                          end-if
                          if WS-SELECTED = "Y"
                             and WS-PEND-FF = "Y"
                             and WS-SC-LINES > 0
                             move spaces to SC-FD-REC
                             move WS-FF-BYTE to SC-FD-REC(1:1)
                             write SC-FD-REC
                          end-if
                          if WS-SELECTED = "Y"
                             move "N" to WS-PEND-FF
                          end-if
                       end-if
                       if WS-SELECTED = "Y"
                          move IM-FD-REC to SC-FD-REC
                          write SC-FD-REC
                          add 1 to WS-SC-LINES
                       end-if
                    end-if
              end-read
           end-perform.
           close section-file.
           close image-file.
        SECTION-WRITE-E.

        SEND-OUTBOX-S.
           move "OUTBOX" to WS-VIA.
           move spaces to WS-DEST.
           string WS-DR-OUTBOX(i) delimited by space
                  "/"             delimited by size
                  WS-DEST-NAME    delimited by space
                  into WS-DEST.
           move spaces to WS-CMD.
           string "rm -f "        delimited by size
                  WS-FLAG-FILENAME delimited by space
                  "; (mkdir -p "  delimited by size
                  WS-DR-OUTBOX(i) delimited by space
                  " && cp "       delimited by size
                  WS-SRC-NAME     delimited by space
                  " "             delimited by size
                  WS-DEST         delimited by space
                  ") 2>/dev/null || touch " delimited by size
                  WS-FLAG-FILENAME delimited by space
                  into WS-CMD.
           perform RUN-CMD-S thru RUN-CMD-E.
           perform LOG-DELIVERY-S thru LOG-DELIVERY-E.
        SEND-OUTBOX-E.

        SEND-MAIL-S.
           move "MAIL" to WS-VIA.
           move WS-DR-MAIL(i) to WS-DEST.
           move spaces to WS-CMD.
           string "rm -f "          delimited by size
                  WS-FLAG-FILENAME  delimited by space
                  "; (mail -s 'REPORT JOB=" delimited by size
                  WS-JOB-ED         delimited by size
                  " "               delimited by size
                  WS-DEST-NAME      delimited by space
                  "' "              delimited by size
                  WS-DR-MAIL(i)     delimited by space
                  " < "             delimited by size
                  WS-SRC-NAME       delimited by space
                  ") 2>/dev/null || touch " delimited by size
                  WS-FLAG-FILENAME  delimited by space
                  into WS-CMD.
           perform RUN-CMD-S thru RUN-CMD-E.
           perform LOG-DELIVERY-S thru LOG-DELIVERY-E.
        SEND-MAIL-E.

        RUN-CMD-S.
      * WS-CMD は失敗したら目印のファイルを作るよう組んである。
      * その有無で送れたかどうかを判定する
           call "system" using WS-CMD.
           move "SENT" to WS-DL-STATUS.
           open input flag-file.
           if FL-FS = "00"
              move "FAILED" to WS-DL-STATUS
              close flag-file
           end-if.
        RUN-CMD-E.

        LOG-DELIVERY-S.
           move spaces to WS-DL-LINE.
           perform LOG-HEAD-S thru LOG-HEAD-E.
           string " TO="           delimited by size
                  WS-DR-TO(i)      delimited by space
                  " VIA="          delimited by size
                  WS-VIA           delimited by space
                  " DEST="         delimited by size
                  WS-DEST          delimited by space
                  " SECTION="      delimited by size
                  WS-DR-SECTION(i) delimited by space
                  " STATUS="       delimited by size
                  WS-DL-STATUS     delimited by space
                  into WS-DL-LINE with pointer WS-DL-PTR.
           perform WRITE-LOG-S thru WRITE-LOG-E.
           if WS-DL-STATUS = "SENT"
              go to LOG-DELIVERY-E
           end-if.
           move "C" to WS-ALT-SEVERITY.
           move spaces to WS-ALT-MESSAGE.
           string "JOB=" WS-JOB-ED " " delimited by size
                  LK-FILENAME delimited by space
                  " not delivered to " delimited by size
                  WS-DR-TO(i) delimited by space
                  " via " delimited by size
                  WS-VIA delimited by space
                  into WS-ALT-MESSAGE.
           call "ALT001" using WS-ALT-SEVERITY WS-ALT-PROGNAME
                               WS-ALT-MESSAGE.
        LOG-DELIVERY-E.

        LOG-HEAD-S.
           accept WS-DL-DATE from date yyyymmdd.
           accept WS-DL-TIME from time.
           move 1 to WS-DL-PTR.
           string WS-DL-DATE       delimited by size
                  " "              delimited by size
                  WS-DL-TIME(1:6)  delimited by size
                  " JOB="          delimited by size
                  WS-JOB-ED        delimited by size
                  " FILE="         delimited by size
                  LK-FILENAME      delimited by space
                  into WS-DL-LINE with pointer WS-DL-PTR.
        LOG-HEAD-E.

        WRITE-LOG-S.
           open extend dist-log-file.
           if DL-FS not = "00"
              open output dist-log-file
           end-if.
           move WS-DL-LINE to DL-FD-REC.
           write DL-FD-REC.
           close dist-log-file.
        WRITE-LOG-E.

        ENV-RESOLVE-S.
           move "report_dist.ctl" to WS-DIST-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DIST-CTL-FILENAME.
           move "report_dist_log.dat" to WS-DIST-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DIST-LOG-FILENAME.
           move "spool_dist_section.tmp" to WS-SECTION-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SECTION-FILENAME.
           move "spool_dist_fail.tmp" to WS-FLAG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-FLAG-FILENAME.
        ENV-RESOLVE-E.
