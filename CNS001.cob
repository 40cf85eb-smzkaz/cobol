        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             CNS001.
        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select consent-file assign to WS-CONSENT-FILENAME
              organization indexed
              access mode random
              record key is CS-顧客番号
              file status CS-FS.
           select class-file assign to WS-CLASS-FILENAME
              organization indexed
              access mode random
              record key is CC-キャンペーン
              file status CC-FS.
        DATA                    DIVISION.
        FILE                    SECTION.
        FD  consent-file.
        01  CONSENT-REC.
            COPY CUSTCONS.
        FD  class-file.
        01  CLASS-REC.
            COPY CAMPCLS.
        WORKING-STORAGE         SECTION.
      * 顧客の連絡同意の共通判定(呼出流儀はSED001と同じ処理区分
      * 付き)。郵送系バッチは実行の初めに CLASS でキャンペーンの
      * 区分を引き、顧客ごとに CHECK で送ってよいかを受け取る。
      *   CLASS  KEY=キャンペーン・コード
      *          → CLASS(M=販促 L=法定・契約)・PRODUCT(商品区分)
      *          RESULT Y=区分の登録あり N=登録なし(販促・商品区分
      *          なしとして返す。キャンペーン指定なしも同じ)
      *   CHECK  KEY=顧客番号、CLASS・PRODUCT は CLASS の結果
      *          RESULT Y=送ってよい N=同意が無いので外す
      *          REASON 外した理由
      *            LEGAL-ONLY   法定・契約上の通知だけを希望
      *            NO-MARKETING 販促郵便を断っている
      *            CATEGORY     同意した商品区分に当たらない
      * 法定・契約上の通知(L)は同意に関係なく送る。同意レコードの
      * 無い顧客も従来どおり送る(郵送停止フラグは呼出側で見る)。
      * 同意ファイルは初回の CHECK で開き、実行中は開いたままにする
        01 CS-FS        PIC X(02).
        01 CC-FS        PIC X(02).
        01 WS-LOADED    PIC X(01) VALUE "N".
        01 WS-FILE-OPEN PIC X(01) VALUE "N".
        01 WS-HIT       PIC X(01).
        01 WS-ANY-CAT   PIC X(01).
        01 cs-i         PIC 9(02).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-CONSENT-FILENAME  PIC X(256).
        01 WS-CLASS-FILENAME    PIC X(256).
        01 WS-ENV-MODE          PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-MODE      PIC X(05).
        01 LK-KEY       PIC X(08).
        01 LK-CLASS     PIC X(01).
        01 LK-PRODUCT   PIC X(04).
        01 LK-RESULT    PIC X(01).
        01 LK-REASON    PIC X(12).
        PROCEDURE               DIVISION USING LK-MODE
                                               LK-KEY
                                               LK-CLASS
                                               LK-PRODUCT
                                               LK-RESULT
                                               LK-REASON.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move spaces to LK-REASON.
           if LK-MODE = "CLASS"
              perform CLASS-S thru CLASS-E
              goback
           end-if.
           perform CHECK-S thru CHECK-E.
           goback.

        CLASS-S.
           move "M" to LK-CLASS.
           move spaces to LK-PRODUCT.
           move "N" to LK-RESULT.
           if LK-KEY = spaces
              go to CLASS-E
           end-if.
           open input class-file.
           if CC-FS not = "00"
              go to CLASS-E
           end-if.
           move LK-KEY to CC-キャンペーン.
           read class-file
              invalid key
                 close class-file
                 go to CLASS-E
           end-read.
           close class-file.
           if CC-区分 = "L"
              move "L" to LK-CLASS
           end-if.
           move CC-商品区分 to LK-PRODUCT.
           move "Y" to LK-RESULT.
        CLASS-E.

        CHECK-S.
           move "Y" to LK-RESULT.
           if LK-CLASS = "L"
              go to CHECK-E
           end-if.
           if WS-LOADED = "N"
              open input consent-file
              if CS-FS = "00"
                 move "Y" to WS-FILE-OPEN
              end-if
              move "Y" to WS-LOADED
           end-if.
           if WS-FILE-OPEN not = "Y"
              go to CHECK-E
           end-if.
           move LK-KEY to CS-顧客番号.
           read consent-file
              invalid key
                 go to CHECK-E
           end-read.
           if CS-法定のみ = "Y"
              move "N" to LK-RESULT
              move "LEGAL-ONLY" to LK-REASON
              go to CHECK-E
           end-if.
           if CS-販促 = "N"
              move "N" to LK-RESULT
              move "NO-MARKETING" to LK-REASON
              go to CHECK-E
           end-if.
      * 商品区分を挙げた顧客は、そのどれかに当たる販促だけを受け
      * 取る(区分の無い一般の販促も外す)
           move "N" to WS-ANY-CAT.
           move "N" to WS-HIT.
           move 1 to cs-i.
           perform until cs-i > 8
              if CS-商品区分(cs-i) not = spaces
                 move "Y" to WS-ANY-CAT
                 if CS-商品区分(cs-i) = LK-PRODUCT
                    move "Y" to WS-HIT
                 end-if
              end-if
              compute cs-i = cs-i + 1
           end-perform.
           if WS-ANY-CAT = "Y" and WS-HIT = "N"
              move "N" to LK-RESULT
              move "CATEGORY" to LK-REASON
           end-if.
        CHECK-E.

        ENV-RESOLVE-S.
           move "cust_consent.idx" to WS-CONSENT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CONSENT-FILENAME.
           move "campaign_class.idx" to WS-CLASS-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CLASS-FILENAME.
        ENV-RESOLVE-E.
