        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select oper-file assign to WS-OPER-FILENAME
              organization line sequential
              file status OP-FS.
        DATA                    DIVISION.
            03 OP-FD-FAIL       PIC X(01).
            03 FILLER           PIC X(01).
            03 OP-FD-LOCK       PIC X(01).
            03 FILLER           PIC X(01).
            03 OP-FD-LASTON     PIC X(08).
        WORKING-STORAGE         SECTION.
      * オペレータ・サインオンの共通検証と資格情報の更新。
      * yubin_oper.dat のパスワード欄はHSH001のハッシュ(8桁数字)で
      *           E=成功だがパスワード期限切れ(変更が必要)
      * 連続 WS-MAX-FAIL 回の照合失敗でロックし、以後はSロールが
      * 解除するまでサインオンできない(監査指摘への対応)
      * ロック欄 D は定期の棚卸し(oper_recert)で無効化されたID。
      * 照合上はロック中(L)と同じに扱い、解除もUNLCKで行う。
      * 照合に通るたびに最終サインオン日を更新し、棚卸しの未使用
      * 判定に使う
        01 OP-FS        PIC X(02).
        01 WS-MAX-FAIL  PIC 9(01) VALUE 5.
        01 WS-EXPIRE-DAYS PIC 9(03) VALUE 90.
              05 WS-TBL-LASTCHG PIC X(08).
              05 WS-TBL-FAIL    PIC 9(01).
              05 WS-TBL-LOCK    PIC X(01).
              05 WS-TBL-LASTON  PIC X(08).
        01 WS-OP-COUNT  PIC 9(02) VALUE 0.
        01 WS-OP-EOF    PIC X(01).
        01 WS-HIT-IDX   PIC 9(02).
        01 WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TBL.
           03 WS-CUM-MM  OCCURS 12  PIC 9(03).
        01 i            PIC 9(02).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-OPER-FILENAME  PIC X(256).
        01 WS-ENV-MODE       PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-MODE      PIC X(05).
        01 LK-OPER-ID   PIC X(08).
        PROCEDURE               DIVISION USING LK-MODE LK-OPER-ID
                                               LK-OPER-PW LK-ROLE
                                               LK-RESULT.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "N" to LK-RESULT.
           move space to LK-ROLE.
           move "N" to WS-DIRTY.
                          move 0 to WS-TBL-FAIL(WS-OP-COUNT)
                       end-if
                       move OP-FD-LOCK to WS-TBL-LOCK(WS-OP-COUNT)
                       move OP-FD-LASTON
                          to WS-TBL-LASTON(WS-OP-COUNT)
                    end-if
              end-read
           end-perform.
              go to OP-CHECK-E
           end-if.
           if WS-TBL-LOCK(WS-HIT-IDX) = "L"
              or WS-TBL-LOCK(WS-HIT-IDX) = "D"
              move "L" to LK-RESULT
              go to OP-CHECK-E
           end-if.

        CHECK-PASSED-S.
           move WS-TBL-ROLE(WS-HIT-IDX) to LK-ROLE.
           if WS-TBL-LASTON(WS-HIT-IDX) not = WS-TODAY
              move WS-TODAY to WS-TBL-LASTON(WS-HIT-IDX)
              move "Y" to WS-DIRTY
           end-if.
           if WS-TBL-FAIL(WS-HIT-IDX) not = 0
              move 0 to WS-TBL-FAIL(WS-HIT-IDX)
              move "Y" to WS-DIRTY
              move WS-TBL-LASTCHG(i) to OP-FD-LASTCHG
              move WS-TBL-FAIL(i)    to OP-FD-FAIL
              move WS-TBL-LOCK(i)    to OP-FD-LOCK
              move WS-TBL-LASTON(i)  to OP-FD-LASTON
              write OP-FD-REC
              compute i = i + 1
           end-perform.
              = (WS-SER-YYYY * 365) + (WS-SER-YYYY / 4)
              + WS-CUM-MM(WS-SER-MM) + WS-SER-DD.
        DATE-TO-SERIAL-E.

        ENV-RESOLVE-S.
           move "yubin_oper.dat" to WS-OPER-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OPER-FILENAME.
        ENV-RESOLVE-E.
