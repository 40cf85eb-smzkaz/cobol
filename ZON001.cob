        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             ZON001.
        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select zone-table-file assign to WS-ZONE-TABLE-FILENAME
              organization line sequential
              file status ZT-FS.
           select calendar-file assign to WS-CALENDAR-FILENAME
              organization line sequential
              file status CL-FS.
           select idx-file assign to WS-IDX-FILENAME
              organization indexed
              access mode random
              record key is ZX-郵便番号７桁
              file status ZX-FS.
        DATA                    DIVISION.
        FILE                    SECTION.
        FD  zone-table-file.
        01  ZT-FD-REC           PIC X(40).
        FD  calendar-file.
        01  CL-FD-REC           PIC X(80).
      * yubin_seq.idx のバイト単位ビュー(cust_zip_audit.cobと同じ)。
      * 団体コード部の先頭2バイトが半角の都道府県コード
        FD  idx-file.
        01  ZX-IDX-REC.
            03 ZX-団体コード部      PIC X(30).
            03 ZX-郵便番号７桁      PIC X(21).
            03 ZX-カナ部            PIC X(264).
            03 ZX-都道府県名（漢字） PIC X(12).
            03 ZX-市町村名（漢字）   PIC X(30).
            03 ZX-町域名（漢字）     PIC X(111).
            03 ZX-予備部            PIC X(18).
            03 ZX-抽出年月日        PIC X(08).
        WORKING-STORAGE         SECTION.
      * 配送ゾーンと配達予定日の共通算出(呼出流儀はPRF001と同じ)。
      * 窓口が「いつ着くか・何ゾーンか」を運送会社の早見表で答えて
      * いたのを、ship_zone.dat の表から引けるようにする。表の行：
      *   ORIGIN,発送元都道府県コード
      *   REGION,都道府県コード,地帯番号
      *   ZONE,地帯,地帯,ゾーン,輸送日数   (地帯の組は順不同)
      *   PAIR,都道府県,都道府県,ゾーン,輸送日数 (個別の上書き)
      *   ZIP2,郵便番号先頭2桁,都道府県コード
      * 着地の都道府県は郵便番号マスタ索引(yubin_seq.idx)で引き、
      * 索引に無い番号・索引が無い環境では ZIP2 行で近似する。
      * 配達予定日は発送日から輸送日数ぶん進め、日曜と業務カレンダー
      * (yubin_calendar.dat)の祝日(H)は配達日に数えない。
      *   RESULT  Y=算出済み
      *           D=発送日が日付として正しくない
      *           N=着地の都道府県が分からない郵便番号
      *           Z=表に該当するゾーンが無い(表が無い場合も含む)
        01 ZT-FS        PIC X(02).
        01 CL-FS        PIC X(02).
        01 ZX-FS        PIC X(02).
        01 WS-LOADED    PIC X(01) VALUE "N".
        01 WS-IDX-OPEN  PIC X(01) VALUE "N".
        01 WS-EOF       PIC X(01).
        01 WS-FLD-1     PIC X(08).
        01 WS-FLD-2     PIC X(08).
        01 WS-FLD-3     PIC X(08).
        01 WS-FLD-4     PIC X(08).
        01 WS-FLD-5     PIC X(08).
        01 WS-ORIGIN    PIC 9(02) VALUE 0.
      * 都道府県コード→地帯番号
        01 WS-REGION-TABLE.
           03 WS-REGION  OCCURS 47  PIC 9(02).
      * 地帯×地帯のゾーンと輸送日数
        01 WS-ZONE-TABLE.
           03 WS-ZN-ROW  OCCURS 20.
              05 WS-ZN-COL  OCCURS 20.
                 07 WS-ZN-ZONE  PIC X(02).
                 07 WS-ZN-DAYS  PIC 9(02).
      * 都道府県の組ごとの上書き
        01 WS-PAIR-COUNT PIC 9(03) VALUE 0.
        01 WS-PAIR-TABLE.
           03 WS-PAIR-ENTRY  OCCURS 200.
              05 WS-PR-FROM  PIC 9(02).
              05 WS-PR-TO    PIC 9(02).
              05 WS-PR-ZONE  PIC X(02).
              05 WS-PR-DAYS  PIC 9(02).
      * 郵便番号先頭2桁→都道府県コード(索引で引けない場合の近似)
        01 WS-ZIP2-TABLE.
           03 WS-ZIP2-PREF  OCCURS 100  PIC 9(02).
      * 業務カレンダーの祝日(H)。配達日の判定に要るのは前年以降の
      * 分だけなので、古い年の行は積まない
        01 WS-CAL-COUNT  PIC 9(04) VALUE 0.
        01 WS-CAL-TABLE.
           03 WS-CAL-DATE  OCCURS 1000  PIC 9(08).
        01 WS-CAL-FROM   PIC 9(08).
        01 WS-CAL-OVER   PIC X(01) VALUE "N".
        01 WS-LOG-PROGNAME  PIC X(20) VALUE "ZON001".
        01 WS-LOG-SEVERITY  PIC X(05).
        01 WS-LOG-MESSAGE   PIC X(80).
      * 1回の算出
        01 WS-DEST      PIC 9(02).
        01 WS-R1        PIC 9(02).
        01 WS-R2        PIC 9(02).
        01 WS-ZIP2      PIC 9(02).
        01 WS-DAYS      PIC 9(02).
        01 WS-LEFT      PIC 9(02).
        01 WS-CHK-DATE  PIC 9(08).
        01 WS-CHK-YYYY  PIC 9(04).
        01 WS-CHK-MM    PIC 9(02).
        01 WS-CHK-DD    PIC 9(02).
        01 WS-CHK-DOW   PIC 9(01).
        01 WS-MONTH-END PIC 9(02).
        01 WS-LEAP-REM  PIC 9(04).
        01 WS-QUOT      PIC 9(06).
        01 WS-ZY        PIC 9(04).
        01 WS-ZM        PIC 9(02).
        01 WS-ZK        PIC 9(02).
        01 WS-ZJ        PIC 9(02).
        01 WS-ZH        PIC 9(06).
        01 WS-HOLIDAY   PIC X(01).
        01 WS-MONTH-DAYS-TBL.
           03 filler PIC X(24) VALUE "312831303130313130313031".
        01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TBL.
           03 WS-MDAYS  OCCURS 12  PIC 9(02).
        01 i            PIC 9(04).
        01 j            PIC 9(02).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-ZONE-TABLE-FILENAME  PIC X(256).
        01 WS-CALENDAR-FILENAME    PIC X(256).
        01 WS-IDX-FILENAME         PIC X(256).
        01 WS-ENV-MODE             PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-ZIP        PIC X(07).
        01 LK-SHIP-DATE  PIC X(08).
        01 LK-ZONE       PIC X(02).
        01 LK-DAYS       PIC 9(02).
        01 LK-DELIV-DATE PIC X(08).
        01 LK-RESULT     PIC X(01).
        PROCEDURE               DIVISION USING LK-ZIP LK-SHIP-DATE
                                               LK-ZONE LK-DAYS
                                               LK-DELIV-DATE
                                               LK-RESULT.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           if WS-LOADED = "N"
              perform LOAD-TABLE-S thru LOAD-TABLE-E
              perform LOAD-CAL-S thru LOAD-CAL-E
              open input idx-file
              if ZX-FS = "00"
                 move "Y" to WS-IDX-OPEN
              end-if
              move "Y" to WS-LOADED
           end-if.
           move spaces to LK-ZONE.
           move 0 to LK-DAYS.
           move spaces to LK-DELIV-DATE.
           move "Z" to LK-RESULT.
           if WS-ORIGIN = 0
              goback
           end-if.
           if LK-SHIP-DATE not numeric
              move "D" to LK-RESULT
              goback
           end-if.
           move LK-SHIP-DATE to WS-CHK-DATE.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           if WS-CHK-MM < 1 or WS-CHK-MM > 12
              or WS-CHK-DD < 1 or WS-CHK-DD > WS-MONTH-END
              move "D" to LK-RESULT
              goback
           end-if.
           perform DEST-PREF-S thru DEST-PREF-E.
           if WS-DEST = 0
              move "N" to LK-RESULT
              goback
           end-if.
           perform ZONE-FIND-S thru ZONE-FIND-E.
           if LK-ZONE = spaces
              goback
           end-if.
           move WS-DAYS to LK-DAYS.
           perform DELIV-DATE-S thru DELIV-DATE-E.
           move WS-CHK-DATE to LK-DELIV-DATE.
           move "Y" to LK-RESULT.
           goback.

        LOAD-TABLE-S.
           move 0 to WS-ORIGIN.
           move 0 to WS-PAIR-COUNT.
           initialize WS-REGION-TABLE.
           initialize WS-ZONE-TABLE.
           initialize WS-ZIP2-TABLE.
           open input zone-table-file.
           if ZT-FS not = "00"
              go to LOAD-TABLE-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read zone-table-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform TABLE-LINE-S thru TABLE-LINE-E
              end-read
           end-perform.
           close zone-table-file.
        LOAD-TABLE-E.

        TABLE-LINE-S.
           move spaces to WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
                          WS-FLD-5.
           unstring ZT-FD-REC delimited by "," or space
              into WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4 WS-FLD-5.
           if WS-FLD-2(1:2) not numeric
              go to TABLE-LINE-E
           end-if.
           evaluate WS-FLD-1
              when "ORIGIN"
                 move WS-FLD-2(1:2) to WS-ORIGIN
              when "REGION"
                 if WS-FLD-3(1:2) is numeric
                    and WS-FLD-2(1:2) > "00" and WS-FLD-2(1:2) < "48"
                    move WS-FLD-2(1:2) to j
                    move WS-FLD-3(1:2) to WS-REGION(j)
                 end-if
              when "ZONE"
                 if WS-FLD-3(1:2) is numeric
                    and WS-FLD-2(1:2) > "00" and WS-FLD-2(1:2) < "21"
                    and WS-FLD-3(1:2) > "00" and WS-FLD-3(1:2) < "21"
                    move WS-FLD-2(1:2) to WS-R1
                    move WS-FLD-3(1:2) to WS-R2
                    perform DAYS-FIELD-S thru DAYS-FIELD-E
                    move WS-FLD-4(1:2) to WS-ZN-ZONE(WS-R1 WS-R2)
                    move WS-DAYS       to WS-ZN-DAYS(WS-R1 WS-R2)
                    move WS-FLD-4(1:2) to WS-ZN-ZONE(WS-R2 WS-R1)
                    move WS-DAYS       to WS-ZN-DAYS(WS-R2 WS-R1)
                 end-if
              when "PAIR"
                 if WS-FLD-3(1:2) is numeric
                    and WS-PAIR-COUNT < 200
                    add 1 to WS-PAIR-COUNT
                    perform DAYS-FIELD-S thru DAYS-FIELD-E
                    move WS-FLD-2(1:2) to WS-PR-FROM(WS-PAIR-COUNT)
                    move WS-FLD-3(1:2) to WS-PR-TO(WS-PAIR-COUNT)
                    move WS-FLD-4(1:2) to WS-PR-ZONE(WS-PAIR-COUNT)
                    move WS-DAYS       to WS-PR-DAYS(WS-PAIR-COUNT)
                 end-if
              when "ZIP2"
                 if WS-FLD-3(1:2) is numeric
                    move WS-FLD-2(1:2) to WS-ZIP2
                    move WS-FLD-3(1:2) to WS-ZIP2-PREF(WS-ZIP2 + 1)
                 end-if
           end-evaluate.
        TABLE-LINE-E.

        DAYS-FIELD-S.
      * 輸送日数は1桁でも2桁でも書ける
           move 0 to WS-DAYS.
           if WS-FLD-5(2:1) = space
              if WS-FLD-5(1:1) is numeric
                 move WS-FLD-5(1:1) to WS-DAYS
              end-if
           else
              if WS-FLD-5(1:2) is numeric
                 move WS-FLD-5(1:2) to WS-DAYS
              end-if
           end-if.
        DAYS-FIELD-E.

        LOAD-CAL-S.
           move 0 to WS-CAL-COUNT.
           accept WS-CAL-FROM from date yyyymmdd.
           compute WS-CAL-FROM = (WS-CAL-FROM / 10000) - 1.
           compute WS-CAL-FROM = WS-CAL-FROM * 10000.
           open input calendar-file.
           if CL-FS not = "00"
              go to LOAD-CAL-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read calendar-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if CL-FD-REC(1:8) is numeric
                       and CL-FD-REC(10:1) = "H"
                       and CL-FD-REC(1:8) >= WS-CAL-FROM
                       if WS-CAL-COUNT < 1000
                          add 1 to WS-CAL-COUNT
                          move CL-FD-REC(1:8)
                             to WS-CAL-DATE(WS-CAL-COUNT)
                       else
                          move "Y" to WS-CAL-OVER
                       end-if
                    end-if
              end-read
           end-perform.
           close calendar-file.
      * 溢れた祝日は数えないだけで算出は続ける(予定日が早めに
      * 出るだけなので止めずに警告で知らせる)
           if WS-CAL-OVER = "Y"
              move "WARN " to WS-LOG-SEVERITY
              move "holiday table full (1000): later holidays ignored"
                 to WS-LOG-MESSAGE
              call "LOG001" using WS-LOG-PROGNAME WS-LOG-SEVERITY
                                  WS-LOG-MESSAGE
           end-if.
        LOAD-CAL-E.

        DEST-PREF-S.
           move 0 to WS-DEST.
           if WS-IDX-OPEN = "Y"
              move spaces to ZX-郵便番号７桁
              move LK-ZIP to ZX-郵便番号７桁(1:7)
              read idx-file
                 invalid key
                    continue
                 not invalid key
                    if ZX-団体コード部(1:2) is numeric
                       move ZX-団体コード部(1:2) to WS-DEST
                    end-if
              end-read
           end-if.
           if WS-DEST = 0 and LK-ZIP(1:2) is numeric
              move LK-ZIP(1:2) to WS-ZIP2
              move WS-ZIP2-PREF(WS-ZIP2 + 1) to WS-DEST
           end-if.
           if WS-DEST > 47
              move 0 to WS-DEST
           end-if.
        DEST-PREF-E.

        ZONE-FIND-S.
      * 都道府県の組の上書きを先に見て、無ければ地帯の組で引く
           move spaces to LK-ZONE.
           move 0 to WS-DAYS.
           move 1 to i.
           perform until i > WS-PAIR-COUNT or LK-ZONE not = spaces
              if (WS-PR-FROM(i) = WS-ORIGIN and WS-PR-TO(i) = WS-DEST)
                 or (WS-PR-FROM(i) = WS-DEST
                     and WS-PR-TO(i) = WS-ORIGIN)
                 move WS-PR-ZONE(i) to LK-ZONE
                 move WS-PR-DAYS(i) to WS-DAYS
              end-if
              compute i = i + 1
           end-perform.
           if LK-ZONE not = spaces
              go to ZONE-FIND-E
           end-if.
           move WS-REGION(WS-ORIGIN) to WS-R1.
           move WS-REGION(WS-DEST)   to WS-R2.
           if WS-R1 = 0 or WS-R2 = 0 or WS-R1 > 20 or WS-R2 > 20
              go to ZONE-FIND-E
           end-if.
           move WS-ZN-ZONE(WS-R1 WS-R2) to LK-ZONE.
           move WS-ZN-DAYS(WS-R1 WS-R2) to WS-DAYS.
        ZONE-FIND-E.

        DELIV-DATE-S.
      * 発送日から1日ずつ進め、日曜でも祝日でもない日だけを輸送
      * 日数に数える
           move LK-SHIP-DATE to WS-CHK-DATE.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           perform DAY-OF-WEEK-S thru DAY-OF-WEEK-E.
           move WS-DAYS to WS-LEFT.
           perform until WS-LEFT = 0
              perform NEXT-DAY-S thru NEXT-DAY-E
              perform IS-HOLIDAY-S thru IS-HOLIDAY-E
              if WS-CHK-DOW not = 7 and WS-HOLIDAY = "N"
                 subtract 1 from WS-LEFT
              end-if
           end-perform.
        DELIV-DATE-E.

        SPLIT-DATE-S.
           compute WS-CHK-YYYY = WS-CHK-DATE / 10000.
           compute WS-CHK-MM =
              (WS-CHK-DATE / 100) - (WS-CHK-YYYY * 100).
           compute WS-CHK-DD =
              WS-CHK-DATE - (WS-CHK-YYYY * 10000)
                          - (WS-CHK-MM * 100).
           move 31 to WS-MONTH-END.
           if WS-CHK-MM > 0 and WS-CHK-MM < 13
              move WS-MDAYS(WS-CHK-MM) to WS-MONTH-END
           end-if.
      * 閏年の2月(100で割れる年は400で割れる年だけ閏)
           if WS-CHK-MM = 2
              divide WS-CHK-YYYY by 4 giving WS-QUOT
                 remainder WS-LEAP-REM
              if WS-LEAP-REM = 0
                 move 29 to WS-MONTH-END
                 divide WS-CHK-YYYY by 100 giving WS-QUOT
                    remainder WS-LEAP-REM
                 if WS-LEAP-REM = 0
                    divide WS-CHK-YYYY by 400 giving WS-QUOT
                       remainder WS-LEAP-REM
                    if WS-LEAP-REM not = 0
                       move 28 to WS-MONTH-END
                    end-if
                 end-if
              end-if
           end-if.
        SPLIT-DATE-E.

        DAY-OF-WEEK-S.
      * ツェラーの公式。結果は 1=月 … 7=日(ACCEPT FROM DAY-OF-WEEK
      * と同じ番号)
           move WS-CHK-YYYY to WS-ZY.
           move WS-CHK-MM   to WS-ZM.
           if WS-ZM < 3
              add 12 to WS-ZM
              subtract 1 from WS-ZY
           end-if.
           divide WS-ZY by 100 giving WS-ZJ remainder WS-ZK.
           compute WS-QUOT = (13 * (WS-ZM + 1)) / 5.
           move WS-QUOT to WS-ZH.
           add WS-CHK-DD WS-ZK to WS-ZH.
           compute WS-QUOT = WS-ZK / 4.
           add WS-QUOT to WS-ZH.
           compute WS-QUOT = WS-ZJ / 4.
           add WS-QUOT to WS-ZH.
           compute WS-ZH = WS-ZH + (5 * WS-ZJ) + 5.
           divide WS-ZH by 7 giving WS-QUOT remainder WS-LEAP-REM.
           compute WS-CHK-DOW = WS-LEAP-REM + 1.
        DAY-OF-WEEK-E.

        NEXT-DAY-S.
           add 1 to WS-CHK-DD.
           if WS-CHK-DD > WS-MONTH-END
              move 1 to WS-CHK-DD
              add 1 to WS-CHK-MM
              if WS-CHK-MM > 12
                 move 1 to WS-CHK-MM
                 add 1 to WS-CHK-YYYY
              end-if
           end-if.
           compute WS-CHK-DATE =
              (WS-CHK-YYYY * 10000) + (WS-CHK-MM * 100) + WS-CHK-DD.
           perform SPLIT-DATE-S thru SPLIT-DATE-E.
           add 1 to WS-CHK-DOW.
           if WS-CHK-DOW > 7
              move 1 to WS-CHK-DOW
           end-if.
        NEXT-DAY-E.

        IS-HOLIDAY-S.
           move "N" to WS-HOLIDAY.
           move 1 to i.
           perform until i > WS-CAL-COUNT or WS-HOLIDAY = "Y"
              if WS-CAL-DATE(i) = WS-CHK-DATE
                 move "Y" to WS-HOLIDAY
              end-if
              compute i = i + 1
           end-perform.
        IS-HOLIDAY-E.

        ENV-RESOLVE-S.
           move "ship_zone.dat" to WS-ZONE-TABLE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ZONE-TABLE-FILENAME.
           move "yubin_calendar.dat" to WS-CALENDAR-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CALENDAR-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
        ENV-RESOLVE-E.
