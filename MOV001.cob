        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             MOV001.
        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select move-file assign to WS-MOVE-FILENAME
              organization indexed
              access mode dynamic
              record key is M-予約キー
              file status MV-FS.
        DATA                    DIVISION.
        FILE                    SECTION.
        FD  move-file.
        01  MOVE-REC.
            COPY CUSTMOVE.
        WORKING-STORAGE         SECTION.
      * 実行日時点で有効な顧客住所の共通引当(呼出流儀はCMP001と
      * 同じ)。転居・一時転送の予約(custmove.idx)は夜間の
      * move_apply がマスタへ反映するが、郵送系バッチは夜間処理の
      * 前後や日付指定の実行でも実行日の住所で刷る必要があるので、
      * 読んだ顧客レコードを渡してここで住所項目を差し替える。
      *   (1) 満了・打切り済みで未処理の転送は退避住所へ戻す
      *   (2) 開始日を過ぎた転居(予約中)は転居先にする(複数あれば
      *       開始日の最も遅いもの)
      *   (3) 実行日が期間内の一時転送があれば転送先にする
      * 住所を差し替えたときは郵送停止フラグも外す(転居・転送で
      * 宛先が改まったため。cust_maint の住所訂正と同じ扱い)。
      *   RESULT  Y=住所を差し替えた
      *           N=マスタの住所のまま(予約なし・国外顧客を含む)
      * 予約ファイルは初回の呼出で開き、実行中は開いたままにする
        01 MV-FS        PIC X(02).
        01 WS-LOADED    PIC X(01) VALUE "N".
        01 WS-FILE-OPEN PIC X(01) VALUE "N".
        01 WS-EOF       PIC X(01).
        01 WS-HIT-RESTORE PIC X(01).
        01 WS-HIT-MOVE  PIC X(01).
        01 WS-HIT-FWD   PIC X(01).
        01 WS-MOVE-START PIC X(08).
        01 WS-FWD-START PIC X(08).
        01 WS-RESTORE-ADDR PIC X(250).
        01 WS-MOVE-ADDR PIC X(250).
        01 WS-FWD-ADDR  PIC X(250).
      * 住所項目の生バイト・ビュー(CUSTADDR・CUSTMOVE と同じ並び)
        01 WS-ADDR.
           03 WS-AD-ZIP    PIC X(07).
           03 WS-AD-KEN    PIC N(4).
           03 WS-AD-SHI    PIC N(10).
           03 WS-AD-CHO    PIC N(37).
           03 WS-AD-BAN    PIC N(30).
        01 WS-ADDR-X REDEFINES WS-ADDR PIC X(250).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-MOVE-FILENAME  PIC X(256).
        01 WS-ENV-MODE       PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-CUST-REC.
           COPY CUSTADDR.
        01 LK-RUN-DATE  PIC X(08).
        01 LK-RESULT    PIC X(01).
        PROCEDURE               DIVISION USING LK-CUST-REC
                                               LK-RUN-DATE
                                               LK-RESULT.
           if WS-LOADED = "N"
              perform ENV-RESOLVE-S thru ENV-RESOLVE-E
              open input move-file
              if MV-FS = "00"
                 move "Y" to WS-FILE-OPEN
              end-if
              move "Y" to WS-LOADED
           end-if.
           move "N" to LK-RESULT.
           if WS-FILE-OPEN not = "Y"
              goback
           end-if.
           if C-国コード not = spaces and C-国コード not = "JP"
              goback
           end-if.
           move "N" to WS-HIT-RESTORE.
           move "N" to WS-HIT-MOVE.
           move "N" to WS-HIT-FWD.
           move spaces to WS-MOVE-START.
           move spaces to WS-FWD-START.
           move C-顧客番号 to M-顧客番号.
           move "00" to M-予約連番.
           move "N" to WS-EOF.
           start move-file key is >= M-予約キー
              invalid key
                 move "Y" to WS-EOF
           end-start.
           perform until WS-EOF = "Y"
              read move-file next record
                 at end
                    move "Y" to WS-EOF
              end-read
              if WS-EOF not = "Y"
                 if M-顧客番号 not = C-顧客番号
                    move "Y" to WS-EOF
                 else
                    perform CHECK-ONE-S thru CHECK-ONE-E
                 end-if
              end-if
           end-perform.
           if WS-HIT-RESTORE = "N" and WS-HIT-MOVE = "N"
              and WS-HIT-FWD = "N"
              goback
           end-if.
           if WS-HIT-RESTORE = "Y"
              move WS-RESTORE-ADDR to WS-ADDR-X
           end-if.
           if WS-HIT-MOVE = "Y"
              move WS-MOVE-ADDR to WS-ADDR-X
           end-if.
           if WS-HIT-FWD = "Y"
              move WS-FWD-ADDR to WS-ADDR-X
           end-if.
           move WS-AD-ZIP to C-郵便番号７桁.
           move WS-AD-KEN to C-都道府県名（漢字）.
           move WS-AD-SHI to C-市町村名（漢字）.
           move WS-AD-CHO to C-町域名（漢字）.
           move WS-AD-BAN to C-番地建物.
           move space to C-郵送停止フラグ.
           move "Y" to LK-RESULT.
           goback.

        CHECK-ONE-S.
           if M-状態 = "E" or M-状態 = "X"
              go to CHECK-ONE-E
           end-if.
           if M-区分 = "T"
              if M-状態 = "R"
                 or (M-状態 = "A" and M-終了日 < LK-RUN-DATE)
                 move "Y" to WS-HIT-RESTORE
                 move M-退避郵便番号   to WS-AD-ZIP
                 move M-退避都道府県名 to WS-AD-KEN
                 move M-退避市町村名   to WS-AD-SHI
                 move M-退避町域名     to WS-AD-CHO
                 move M-退避番地建物   to WS-AD-BAN
                 move WS-ADDR-X to WS-RESTORE-ADDR
                 go to CHECK-ONE-E
              end-if
              if M-開始日 <= LK-RUN-DATE
                 and M-終了日 >= LK-RUN-DATE
                 and M-開始日 >= WS-FWD-START
                 move "Y" to WS-HIT-FWD
                 move M-開始日 to WS-FWD-START
                 perform TAKE-ADDR-S thru TAKE-ADDR-E
                 move WS-ADDR-X to WS-FWD-ADDR
              end-if
              go to CHECK-ONE-E
           end-if.
           if M-区分 = "P" and M-状態 = space
              and M-開始日 <= LK-RUN-DATE
              and M-開始日 >= WS-MOVE-START
              move "Y" to WS-HIT-MOVE
              move M-開始日 to WS-MOVE-START
              perform TAKE-ADDR-S thru TAKE-ADDR-E
              move WS-ADDR-X to WS-MOVE-ADDR
           end-if.
        CHECK-ONE-E.

        TAKE-ADDR-S.
           move M-郵便番号７桁       to WS-AD-ZIP.
           move M-都道府県名（漢字） to WS-AD-KEN.
           move M-市町村名（漢字）   to WS-AD-SHI.
           move M-町域名（漢字）     to WS-AD-CHO.
           move M-番地建物           to WS-AD-BAN.
        TAKE-ADDR-E.

        ENV-RESOLVE-S.
           move "custmove.idx" to WS-MOVE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MOVE-FILENAME.
        ENV-RESOLVE-E.
