        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             SED001.
        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select seed-master-file assign to WS-SEED-MASTER-FILENAME
              organization line sequential
              file status SM-FS.
           select seed-assign-file assign to WS-SEED-ASSIGN-FILENAME
              organization line sequential
              file status SA-FS.
           select seed-log-file assign to WS-SEED-LOG-FILENAME
              organization line sequential
              file status SL-FS.
        DATA                    DIVISION.
        FILE                    SECTION.
        FD  seed-master-file.
        01  SM-FD-REC           PIC X(600).
        FD  seed-assign-file.
        01  SA-FD-REC           PIC X(40).
        FD  seed-log-file.
        01  SL-FD-REC           PIC X(120).
        WORKING-STORAGE         SECTION.
      * シード(社員宛て・架空宛て)の払出しと配布記録。
      * 外部へ出す郵送物・連携ファイルに、取引先・キャンペーンごとに
      * 決めたシードの宛先を紛れ込ませ、シード宛てに届いた郵便物・
      * 勧誘から流出元を突き止められるようにする。
      *   seed_master.dat … 1行1シードの縦棒区切り
      *     番号|種別(S/D)|状態(A/D)|郵便番号7桁|氏名|氏名カナ|
      *     都道府県|市町村|町域|番地建物|住所カナ
      *   seed_assign.dat … 1行1割当の縦棒区切り
      *     対象種別(P=取引先 C=キャンペーン)|対象コード|シード番号
      * 1つのシードを2つ以上の対象へ割り当てると届いた先から流出元
      * を特定できなくなるため、重複して割り当てられたシードは
      * どの対象にも払い出さず、ログ(LOG001)へ警告を出す。
      * 呼出方：
      *   MODE="NEXT " … 対象(TYPE・TARGET)の次のシードを返す。
      *     SEQ は呼出側が最初に0にしておく割当表の位置で、返した
      *     シードの位置へ進める。RESULT=Y で LK-SEED-REC に1件、
      *     もう無ければ N
      *   MODE="LOG  " … LK-SEED-REC のシードを対象へ出したことを
      *     seed_log.dat へ1行追記する(呼出側は出力へ書いた直後に
      *     呼ぶ)。行形式は
      *     日付 時刻 SEED=番号 KIND=種別 TARGET=種別:コード
      *     PROG=プログラム名 ZIP=郵便番号
        01 SM-FS        PIC X(02).
        01 SA-FS        PIC X(02).
        01 SL-FS        PIC X(02).
        01 WS-EOF       PIC X(01).
        01 WS-LOADED    PIC X(01) VALUE "N".
        01 WS-SM-USED   PIC 9(03) VALUE 0.
        01 WS-SM-TABLE.
           02 WS-SM-ENTRY OCCURS 200.
              COPY SEEDREC.
        01 WS-SEED-WORK.
           COPY SEEDREC.
        01 WS-SA-USED   PIC 9(03) VALUE 0.
        01 WS-SA-TABLE.
           03 WS-SA-ENTRY OCCURS 500.
              05 WS-SA-TYPE    PIC X(01).
              05 WS-SA-TARGET  PIC X(08).
              05 WS-SA-SEED    PIC X(08).
              05 WS-SA-DUP     PIC X(01).
        01 WS-SA-COUNT  PIC 9(03).
        01 WS-FOUND     PIC X(01).
        01 WS-SL-DATE   PIC 9(08).
        01 WS-SL-TIME   PIC 9(08).
        01 WS-SL-LINE   PIC X(120).
        01 WS-LOG-PROGNAME PIC X(20) VALUE "SED001".
        01 WS-LOG-SEVERITY PIC X(05).
        01 WS-LOG-MESSAGE  PIC X(80).
        01 i            PIC 9(03).
        01 j            PIC 9(03).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-SEED-MASTER-FILENAME  PIC X(256).
        01 WS-SEED-ASSIGN-FILENAME  PIC X(256).
        01 WS-SEED-LOG-FILENAME     PIC X(256).
        01 WS-ENV-MODE              PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-MODE        PIC X(05).
        01 LK-TARGET-TYPE PIC X(01).
        01 LK-TARGET      PIC X(08).
        01 LK-SEQ         PIC 9(03).
        01 LK-PROGNAME    PIC X(20).
        01 LK-SEED-REC.
           COPY SEEDREC.
        01 LK-RESULT      PIC X(01).
        PROCEDURE               DIVISION USING LK-MODE LK-TARGET-TYPE
                                               LK-TARGET LK-SEQ
                                               LK-PROGNAME LK-SEED-REC
                                               LK-RESULT.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "N" to LK-RESULT.
           if LK-MODE = "LOG  "
              perform WRITE-LOG-S thru WRITE-LOG-E
              goback
           end-if.
           if WS-LOADED = "N"
              perform LOAD-MASTER-S thru LOAD-MASTER-E
              perform LOAD-ASSIGN-S thru LOAD-ASSIGN-E
              move "Y" to WS-LOADED
           end-if.
      * 割当表を SEQ の次から走査し、対象に一致して重複の無い、
      * 使用中のシードを1件返す
           compute i = LK-SEQ + 1.
           perform until i > WS-SA-USED or LK-RESULT = "Y"
              if WS-SA-TYPE(i) = LK-TARGET-TYPE
                 and WS-SA-TARGET(i) = LK-TARGET
                 and WS-SA-DUP(i) not = "Y"
                 perform FIND-SEED-S thru FIND-SEED-E
              end-if
              if LK-RESULT = "Y"
                 move i to LK-SEQ
              end-if
              compute i = i + 1
           end-perform.
           goback.

        FIND-SEED-S.
           move 1 to j.
           perform until j > WS-SM-USED or LK-RESULT = "Y"
              if SD-シード番号 of WS-SM-ENTRY(j) = WS-SA-SEED(i)
                 and SD-状態 of WS-SM-ENTRY(j) = "A"
                 move WS-SM-ENTRY(j) to LK-SEED-REC
                 move "Y" to LK-RESULT
              end-if
              compute j = j + 1
           end-perform.
        FIND-SEED-E.

        LOAD-MASTER-S.
           move 0 to WS-SM-USED.
           open input seed-master-file.
           if SM-FS not = "00"
              go to LOAD-MASTER-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read seed-master-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if SM-FD-REC not = spaces
                       and SM-FD-REC(1:1) not = "*"
                       and WS-SM-USED < 200
                       add 1 to WS-SM-USED
                       move spaces to WS-SEED-WORK
                       unstring SM-FD-REC delimited by "|"
                          into SD-シード番号 of WS-SEED-WORK
                               SD-種別 of WS-SEED-WORK
                               SD-状態 of WS-SEED-WORK
                               SD-郵便番号７桁 of WS-SEED-WORK
                               SD-氏名（漢字） of WS-SEED-WORK
                               SD-氏名（カナ） of WS-SEED-WORK
                               SD-都道府県名（漢字）
                                  of WS-SEED-WORK
                               SD-市町村名（漢字）
                                  of WS-SEED-WORK
                               SD-町域名（漢字） of WS-SEED-WORK
                               SD-番地建物 of WS-SEED-WORK
                               SD-住所（カナ） of WS-SEED-WORK
                       end-unstring
                       move WS-SEED-WORK to WS-SM-ENTRY(WS-SM-USED)
                    end-if
              end-read
           end-perform.
           close seed-master-file.
        LOAD-MASTER-E.

        LOAD-ASSIGN-S.
           move 0 to WS-SA-USED.
           open input seed-assign-file.
           if SA-FS not = "00"
              go to LOAD-ASSIGN-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read seed-assign-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if SA-FD-REC not = spaces
                       and SA-FD-REC(1:1) not = "*"
                       and WS-SA-USED < 500
                       add 1 to WS-SA-USED
                       move spaces to WS-SA-ENTRY(WS-SA-USED)
                       unstring SA-FD-REC delimited by "|"
                          into WS-SA-TYPE(WS-SA-USED)
                               WS-SA-TARGET(WS-SA-USED)
                               WS-SA-SEED(WS-SA-USED)
                       end-unstring
                    end-if
              end-read
           end-perform.
           close seed-assign-file.
      * 同じシードが複数の対象へ割り当てられていれば全部を無効にする
           move 1 to i.
           perform until i > WS-SA-USED
              move 0 to WS-SA-COUNT
              move 1 to j
              perform until j > WS-SA-USED
                 if WS-SA-SEED(j) = WS-SA-SEED(i)
                    add 1 to WS-SA-COUNT
                 end-if
                 compute j = j + 1
              end-perform
              if WS-SA-COUNT > 1
                 move "Y" to WS-SA-DUP(i)
                 move "WARN" to WS-LOG-SEVERITY
                 move spaces to WS-LOG-MESSAGE
                 string "seed " delimited by size
                        WS-SA-SEED(i) delimited by space
                        " assigned to more than one target"
                           delimited by size
                        " - not issued to " delimited by size
                        WS-SA-TYPE(i) delimited by size
                        ":" delimited by size
                        WS-SA-TARGET(i) delimited by space
                        into WS-LOG-MESSAGE
                 call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                                     WS-LOG-MESSAGE
              end-if
              compute i = i + 1
           end-perform.
        LOAD-ASSIGN-E.

        WRITE-LOG-S.
           accept WS-SL-DATE from date yyyymmdd.
           accept WS-SL-TIME from time.
           move spaces to WS-SL-LINE.
           string WS-SL-DATE          delimited by size
                  " "                 delimited by size
                  WS-SL-TIME(1:6)          delimited by size
                  " SEED="            delimited by size
                  SD-シード番号 of LK-SEED-REC delimited by space
                  " KIND="            delimited by size
                  SD-種別 of LK-SEED-REC delimited by size
                  " TARGET="          delimited by size
                  LK-TARGET-TYPE      delimited by size
                  ":"                 delimited by size
                  LK-TARGET           delimited by space
                  " PROG="            delimited by size
                  LK-PROGNAME         delimited by space
                  " ZIP="             delimited by size
                  SD-郵便番号７桁 of LK-SEED-REC delimited by size
                  into WS-SL-LINE.
           open extend seed-log-file.
           if SL-FS not = "00"
              open output seed-log-file
           end-if.
           move WS-SL-LINE to SL-FD-REC.
           write SL-FD-REC.
           close seed-log-file.
           move "Y" to LK-RESULT.
        WRITE-LOG-E.

        ENV-RESOLVE-S.
           move "seed_master.dat" to WS-SEED-MASTER-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SEED-MASTER-FILENAME.
           move "seed_assign.dat" to WS-SEED-ASSIGN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SEED-ASSIGN-FILENAME.
           move "seed_log.dat" to WS-SEED-LOG-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SEED-LOG-FILENAME.
        ENV-RESOLVE-E.
