      **=================================================================
      ** 郵送キャンペーン・マスタ(campaign.idx)の保守
      ** 入力：画面(追加・変更・削除)
      ** 出力：campaign.idx (キャンペーン・コードキー → 名称・負担
      **       部門・レター雛形・差出予定日・予算通数・状態・1通の
      **       重さ)
      **       campaign_class.idx (郵送区分 M=販促 L=法定・契約上の
      **       通知と、案内する商品区分。顧客の連絡同意との突合に
      **       CNS001が使う)
      ** label_print.ctl の CAMPAIGN= に8桁を手で書くだけだったため、
      ** 打ち間違いが幻のキャンペーンを作り、どの部門の依頼かも追え
      ** なかった。label_print・mail_merge・presort は実行前にこの
      ** マスタを引き(CMP001)、未登録・終了のコードでは動かない。
      ** 状態は P=計画 R=発送可 M=郵送済 C=終了。削除は一度も郵送
      ** していない計画(P)だけで、それ以外は終了(C)にして残す
      **=================================================================
        identification           division.
        program-id.              campaign_maint.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select campaign-file
            assign to WS-CAMPAIGN-FILENAME
            organization indexed
            access mode dynamic
            record key is CP-キャンペーン
            file status is WS-CAMP-FS.
        select class-file
            assign to WS-CLASS-FILENAME
            organization indexed
            access mode dynamic
            record key is CC-キャンペーン
            file status is WS-CLASS-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  campaign-file
            label records are standard.
        01  CAMPAIGN-REC.
            COPY CAMPAIGN.

        fd  class-file
            label records are standard.
        01  CLASS-REC.
            COPY CAMPCLS.

        working-storage           section.
        78  black                       value 0.
        01  WS-CAMP-FS        pic X(02).
        01  WS-MODE-KEY       pic X(01).
        01  WS-CODE-ENTRY     pic X(08).
        01  WS-NAME-ENTRY     pic N(20).
        01  WS-DEPT-ENTRY     pic X(08).
        01  WS-TPL-ENTRY      pic X(30).
        01  WS-DATE-ENTRY     pic X(08).
        01  WS-BUDGET-ENTRY   pic 9(07).
        01  WS-STATUS-ENTRY   pic X(01).
        01  WS-WEIGHT-ENTRY   pic 9(05).
        01  WS-CLASS-FS       pic X(02).
        01  WS-CLASS-ENTRY    pic X(01).
        01  WS-PRODUCT-ENTRY  pic X(04).
        01  WS-CONFIRM-KEY    pic X(01).
        01  WS-ENTRY-OK       pic X(01).
        01  WS-TODAY          pic 9(08).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * オペレータ・サインオン(OPR001)とレコード単位ロック(LCK002)。
      * route_maint と同じ流儀で、同じキャンペーンを二人が同時に
      * 開く事故を防ぐ
        01  WS-OPER-ID        pic X(08).
        01  WS-OPER-PW        pic X(08).
        01  WS-OPER-ROLE      pic X(01).
        01  WS-SIGNON-OK      pic X(01) value "N".
        01  WS-OPR-MODE       pic X(05).
        01  WS-NEW-PW         pic X(08).
        01  WS-RLK-MODE       pic X(05).
        01  WS-RLK-RESOURCE   pic X(30).
        01  WS-RLK-RESULT     pic X(01).
        01  WS-RLK-HOLDER     pic X(08).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CAMPAIGN-FILENAME  pic X(256).
        01  WS-CLASS-FILENAME     pic X(256).
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 signon-screen.
           03 value "キャンペーン保守サインオン"
                                            line 1 col 10.
           03 value "オペレータID:"         line 3 col 10.
           03 s_01   line 3 col 30 pic X(8) using WS-OPER-ID.
           03 value "パスワード:"           line 4 col 10.
           03 s_02   line 4 col 30 pic X(8) using WS-OPER-PW.

        01 newpw-screen.
           03 value "期限切れ。新パスワード:"
                                            line 6 col 10.
           03 n_01   line 6 col 55 pic X(8) using WS-NEW-PW.

        01 camp-mode-screen.
           03 value "郵送キャンペーン・マスタ保守"
                                            line 1 col 10.
           03 value "処理 A=追加 C=変更 D=削除 Q=終了:"
                                            line 3 col 10.
           03 m_01   line 3 col 50 pic X(1) using WS-MODE-KEY.
           03 value "キャンペーン・コード:"  line 4 col 10.
           03 m_02   line 4 col 50 pic X(8) using WS-CODE-ENTRY.

        01 camp-detail-screen.
           03 value "キャンペーン名:"        line 6 col 10.
           03 d_01   line 6 col 36 pic N(20) using WS-NAME-ENTRY.
           03 value "負担部門:"              line 7 col 10.
           03 d_02   line 7 col 36 pic X(8)  using WS-DEPT-ENTRY.
           03 value "レター雛形:"            line 8 col 10.
           03 d_03   line 8 col 36 pic X(30) using WS-TPL-ENTRY.
           03 value "差出予定日(YYYYMMDD):"  line 9 col 10.
           03 d_04   line 9 col 36 pic X(8)  using WS-DATE-ENTRY.
           03 value "予算通数:"              line 10 col 10.
           03 d_05   line 10 col 36 pic 9(7) using WS-BUDGET-ENTRY.
           03 value "状態 P/R/M/C:"          line 11 col 10.
           03 d_06   line 11 col 36 pic X(1) using WS-STATUS-ENTRY.
           03 value "1通の重さ(g):"          line 12 col 10.
           03 d_07   line 12 col 36 pic 9(5) using WS-WEIGHT-ENTRY.
           03 value "区分 M=販促 L=法定:"    line 13 col 10.
           03 d_08   line 13 col 36 pic X(1) using WS-CLASS-ENTRY.
           03 value "商品区分:"              line 14 col 10.
           03 d_09   line 14 col 36 pic X(4) using WS-PRODUCT-ENTRY.

        01 camp-confirm-screen.
           03 value "削除してよいですか Y/N:" line 16 col 10.
           03 f_01   line 16 col 40 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK not = "Y"
           display "サインオンできませんでした"
           stop run
        end-if.
        accept WS-TODAY from date yyyymmdd.
        perform CAMP-OPEN-S thru CAMP-OPEN-E.

        camp-loop.
          move spaces to WS-MODE-KEY.
          move spaces to WS-CODE-ENTRY.
          display blank-screen.
          display camp-mode-screen.
          accept camp-mode-screen.
          evaluate true
             when WS-MODE-KEY = "a" or WS-MODE-KEY = "A"
                perform CAMP-ADD-S thru CAMP-ADD-E
             when WS-MODE-KEY = "c" or WS-MODE-KEY = "C"
                perform CAMP-CHANGE-S thru CAMP-CHANGE-E
             when WS-MODE-KEY = "d" or WS-MODE-KEY = "D"
                perform CAMP-DELETE-S thru CAMP-DELETE-E
             when WS-MODE-KEY = "q" or WS-MODE-KEY = "Q"
                continue
             when other
                display "A/C/D/Q を入力してください"
                perform SLEEP-S thru SLEEP-E
          end-evaluate.
          if WS-MODE-KEY not = "q" and WS-MODE-KEY not = "Q"
             go to camp-loop
          end-if.
          close class-file.
          close campaign-file.
          stop run.

      ******************************************************************
        CAMP-OPEN-S.
      * 初回起動時はマスタ自体が無いので作成してから開き直す
           open i-o campaign-file.
           if WS-CAMP-FS not = "00"
              open output campaign-file
              close campaign-file
              open i-o campaign-file
           end-if.
           if WS-CAMP-FS not = "00"
              display "ERROR: cannot open campaign.idx status="
                      WS-CAMP-FS
              stop run
           end-if.
           open i-o class-file.
           if WS-CLASS-FS not = "00"
              open output class-file
              close class-file
              open i-o class-file
           end-if.
           if WS-CLASS-FS not = "00"
              display "ERROR: cannot open campaign_class.idx status="
                      WS-CLASS-FS
              stop run
           end-if.
        CAMP-OPEN-E.

        CAMP-ADD-S.
           if WS-CODE-ENTRY = spaces
              display "コードを入力してください"
              perform SLEEP-S thru SLEEP-E
              go to CAMP-ADD-E
           end-if.
           move spaces to WS-NAME-ENTRY.
           move spaces to WS-DEPT-ENTRY.
           move spaces to WS-TPL-ENTRY.
           move spaces to WS-DATE-ENTRY.
           move 0 to WS-BUDGET-ENTRY.
           move "P" to WS-STATUS-ENTRY.
           move 25 to WS-WEIGHT-ENTRY.
           move "M" to WS-CLASS-ENTRY.
           move spaces to WS-PRODUCT-ENTRY.
           display camp-detail-screen.
           accept camp-detail-screen.
           perform ENTRY-CHECK-S thru ENTRY-CHECK-E.
           if WS-ENTRY-OK not = "Y"
              go to CAMP-ADD-E
           end-if.
           move WS-CODE-ENTRY to CP-キャンペーン.
           perform ENTRY-TO-REC-S thru ENTRY-TO-REC-E.
           write CAMPAIGN-REC
              invalid key
                 display "登録済みのコードです: "
                         WS-CODE-ENTRY
                 perform SLEEP-S thru SLEEP-E
              not invalid key
                 perform CLASS-SAVE-S thru CLASS-SAVE-E
                 display "登録しました: " WS-CODE-ENTRY
                 perform SLEEP-S thru SLEEP-E
           end-write.
        CAMP-ADD-E.

        CAMP-CHANGE-S.
           perform REC-LOCK-S thru REC-LOCK-E.
           if WS-RLK-RESULT not = "Y"
              go to CAMP-CHANGE-E
           end-if.
           move WS-CODE-ENTRY to CP-キャンペーン.
           read campaign-file
              invalid key
                 display "該当がありません: " WS-CODE-ENTRY
                 perform SLEEP-S thru SLEEP-E
                 perform REC-FREE-S thru REC-FREE-E
                 go to CAMP-CHANGE-E
           end-read.
           move CP-キャンペーン名 to WS-NAME-ENTRY.
           move CP-負担部門       to WS-DEPT-ENTRY.
           move CP-文面雛形       to WS-TPL-ENTRY.
           move CP-差出予定日     to WS-DATE-ENTRY.
           move CP-予算通数       to WS-BUDGET-ENTRY.
           move CP-状態           to WS-STATUS-ENTRY.
           move CP-通重量         to WS-WEIGHT-ENTRY.
      * 区分の登録が無いキャンペーンは販促として扱われている
           move "M" to WS-CLASS-ENTRY.
           move spaces to WS-PRODUCT-ENTRY.
           move WS-CODE-ENTRY to CC-キャンペーン.
           read class-file
              invalid key
                 continue
              not invalid key
                 move CC-区分     to WS-CLASS-ENTRY
                 move CC-商品区分 to WS-PRODUCT-ENTRY
           end-read.
           display camp-detail-screen.
           accept camp-detail-screen.
           perform ENTRY-CHECK-S thru ENTRY-CHECK-E.
           if WS-ENTRY-OK not = "Y"
              perform REC-FREE-S thru REC-FREE-E
              go to CAMP-CHANGE-E
           end-if.
           perform ENTRY-TO-REC-S thru ENTRY-TO-REC-E.
           rewrite CAMPAIGN-REC
              invalid key
                 display "変更に失敗しました"
                 perform SLEEP-S thru SLEEP-E
              not invalid key
                 perform CLASS-SAVE-S thru CLASS-SAVE-E
                 display "変更しました: " WS-CODE-ENTRY
                 perform SLEEP-S thru SLEEP-E
           end-rewrite.
           perform REC-FREE-S thru REC-FREE-E.
        CAMP-CHANGE-E.

        CAMP-DELETE-S.
           perform REC-LOCK-S thru REC-LOCK-E.
           if WS-RLK-RESULT not = "Y"
              go to CAMP-DELETE-E
           end-if.
           move WS-CODE-ENTRY to CP-キャンペーン.
           read campaign-file
              invalid key
                 display "該当がありません: " WS-CODE-ENTRY
                 perform SLEEP-S thru SLEEP-E
                 perform REC-FREE-S thru REC-FREE-E
                 go to CAMP-DELETE-E
           end-read.
      * 郵送履歴から参照されうるコードは消さず終了(C)で残す
           if CP-状態 not = "P"
              display "計画(P)以外は削除できません。"
                      "終了(C)に変更してください"
              perform SLEEP-S thru SLEEP-E
              perform REC-FREE-S thru REC-FREE-E
              go to CAMP-DELETE-E
           end-if.
           move spaces to WS-CONFIRM-KEY.
           display camp-confirm-screen.
           accept camp-confirm-screen.
           if WS-CONFIRM-KEY = "y" or WS-CONFIRM-KEY = "Y"
              delete campaign-file
                 invalid key
                    display "削除に失敗しました"
                    perform SLEEP-S thru SLEEP-E
                 not invalid key
                    move WS-CODE-ENTRY to CC-キャンペーン
                    delete class-file
                       invalid key
                          continue
                    end-delete
                    display "削除しました: " WS-CODE-ENTRY
                    perform SLEEP-S thru SLEEP-E
              end-delete
           end-if.
           perform REC-FREE-S thru REC-FREE-E.
        CAMP-DELETE-E.

        ENTRY-CHECK-S.
      * 負担部門は振替先になるので必須。状態は4値、差出予定日は
      * 空白か8桁数字
           move "N" to WS-ENTRY-OK.
           if WS-DEPT-ENTRY = spaces
              display "負担部門を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
           if WS-STATUS-ENTRY = "p" or WS-STATUS-ENTRY = "r"
              or WS-STATUS-ENTRY = "m" or WS-STATUS-ENTRY = "c"
              inspect WS-STATUS-ENTRY converting "prmc" to "PRMC"
           end-if.
           if WS-STATUS-ENTRY not = "P" and WS-STATUS-ENTRY not = "R"
              and WS-STATUS-ENTRY not = "M"
              and WS-STATUS-ENTRY not = "C"
              display "状態は P/R/M/C で入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
           if WS-DATE-ENTRY not = spaces
              and WS-DATE-ENTRY not numeric
              display "差出予定日は YYYYMMDD で入力"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
           if WS-WEIGHT-ENTRY = 0
              move 25 to WS-WEIGHT-ENTRY
           end-if.
      * 区分は顧客の連絡同意の判定に使う。法定・契約上の通知(L)は
      * 販促を断った顧客にも届くので、販促文を L にしないこと
           if WS-CLASS-ENTRY = "m" or WS-CLASS-ENTRY = "l"
              inspect WS-CLASS-ENTRY converting "ml" to "ML"
           end-if.
           if WS-CLASS-ENTRY = space
              move "M" to WS-CLASS-ENTRY
           end-if.
           if WS-CLASS-ENTRY not = "M" and WS-CLASS-ENTRY not = "L"
              display "区分は M/L で入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
           inspect WS-PRODUCT-ENTRY converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move "Y" to WS-ENTRY-OK.
        ENTRY-CHECK-E.

        ENTRY-TO-REC-S.
           move WS-NAME-ENTRY   to CP-キャンペーン名.
           move WS-DEPT-ENTRY   to CP-負担部門.
           move WS-TPL-ENTRY    to CP-文面雛形.
           move WS-DATE-ENTRY   to CP-差出予定日.
           move WS-BUDGET-ENTRY to CP-予算通数.
           move WS-STATUS-ENTRY to CP-状態.
           move WS-WEIGHT-ENTRY to CP-通重量.
           move WS-TODAY        to CP-更新年月日.
        ENTRY-TO-REC-E.

        CLASS-SAVE-S.
      * キャンペーンの郵送区分(campaign_class.idx)を書く
           move WS-CODE-ENTRY    to CC-キャンペーン.
           move WS-CLASS-ENTRY   to CC-区分.
           move WS-PRODUCT-ENTRY to CC-商品区分.
           move WS-TODAY         to CC-更新年月日.
           rewrite CLASS-REC
              invalid key
                 write CLASS-REC
                    invalid key
                       display "区分の登録に失敗しました"
                       perform SLEEP-S thru SLEEP-E
                 end-write
           end-rewrite.
        CLASS-SAVE-E.

        SIGNON-S.
      * オペレータID・パスワードをOPR001で突合する。ロック中(L)は
      * 入れず、期限切れ(E)は新パスワードの設定を強制する
           move spaces to WS-OPER-ID.
           move spaces to WS-OPER-PW.
           display blank-screen.
           display signon-screen.
           accept signon-screen.
           move "CHECK" to WS-OPR-MODE.
           call "OPR001" using WS-OPR-MODE WS-OPER-ID WS-OPER-PW
                               WS-OPER-ROLE WS-SIGNON-OK.
           if WS-SIGNON-OK = "L"
              display "アカウントがロックされています"
              perform SLEEP-S thru SLEEP-E
              move "N" to WS-SIGNON-OK
              go to SIGNON-E
           end-if.
           if WS-SIGNON-OK = "E"
              perform FORCE-NEWPW-S thru FORCE-NEWPW-E
           end-if.
        SIGNON-E.

        FORCE-NEWPW-S.
           move spaces to WS-NEW-PW.
           display newpw-screen.
           accept newpw-screen.
           if WS-NEW-PW = spaces or WS-NEW-PW = WS-OPER-PW
              display "新パスワードを入力してください"
              perform SLEEP-S thru SLEEP-E
              move "N" to WS-SIGNON-OK
              go to FORCE-NEWPW-E
           end-if.
           move "SETPW" to WS-OPR-MODE.
           call "OPR001" using WS-OPR-MODE WS-OPER-ID WS-NEW-PW
                               WS-OPER-ROLE WS-SIGNON-OK.
        FORCE-NEWPW-E.

        REC-LOCK-S.
      * キャンペーン単位の編集ロックを取得する
           move spaces to WS-RLK-RESOURCE.
           string "CAMP:" WS-CODE-ENTRY into WS-RLK-RESOURCE.
           move "LOCK " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
           if WS-RLK-RESULT not = "Y"
              display "編集中です。保持者: " WS-RLK-HOLDER
              perform SLEEP-S thru SLEEP-E
           end-if.
        REC-LOCK-E.

        REC-FREE-S.
           move "FREE " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
        REC-FREE-E.

      * sleep func
        SLEEP-S.
      D    DISPLAY SLEEP-CALL.
           if sleep_time > 0 then
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "campaign.idx" to WS-CAMPAIGN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CAMPAIGN-FILENAME.
           move "campaign_class.idx" to WS-CLASS-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CLASS-FILENAME.
        ENV-RESOLVE-E.
