      **=================================================================
      ** 検索サービス依頼元マスタ(lookup_requester.idx)の保守
      ** 入力：画面(追加・変更・削除)
      ** 出力：lookup_requester.idx (依頼元IDキー → 部門名・担当者名・
      **       連絡先・原価センタ・1日の照会行数上限・状態)
      ** lookup_req/ に .req を置ければ誰でも回答を受け取れ、
      ** REQUESTER= も自由記述だったため、利用実績の課金資料が当て
      ** にならなかった。lookup_service は依頼ごとにこのマスタを引き
      ** (RQS001)、未登録・停止中の依頼元を拒否し、上限を超えた
      ** 行を翌日へ持ち越す。lookup_usage_report は登録された原価
      ** センタへ課金する。
      ** 状態は A=利用可 D=停止。課金資料から参照されうるので、削除は
      ** 停止(D)にした依頼元だけとする。管理者(ロールS)専用
      **=================================================================
        identification           division.
        program-id.              requester_maint.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select requester-file
            assign to WS-REQUESTER-FILENAME
            organization indexed
            access mode dynamic
            record key is RQ-依頼元
            file status is WS-RQ-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  requester-file
            label records are standard.
        01  LOOKUPRQ-REC.
            COPY LOOKUPRQ.

        working-storage           section.
        78  black                       value 0.
        01  WS-RQ-FS          pic X(02).
        01  WS-MODE-KEY       pic X(01).
        01  WS-ID-ENTRY       pic X(20).
        01  WS-DEPT-ENTRY     pic N(20).
        01  WS-CONTACT-ENTRY  pic N(10).
        01  WS-REACH-ENTRY    pic X(40).
        01  WS-COSTCTR-ENTRY  pic X(10).
        01  WS-QUOTA-ENTRY    pic 9(07).
        01  WS-STATUS-ENTRY   pic X(01).
        01  WS-CONFIRM-KEY    pic X(01).
        01  WS-ENTRY-OK       pic X(01).
        01  WS-TODAY          pic 9(08).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * オペレータ・サインオン(OPR001)とレコード単位ロック(LCK002)。
      * campaign_maint と同じ流儀。利用の可否と課金先を決める
      * マスタなので管理者(ロールS)に限る
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
        01  WS-REQUESTER-FILENAME pic X(256).
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 signon-screen.
           03 value "依頼元マスタ保守サインオン"
                                            line 1 col 10.
           03 value "管理者ID:"             line 3 col 10.
           03 s_01   line 3 col 30 pic X(8) using WS-OPER-ID.
           03 value "パスワード:"           line 4 col 10.
           03 s_02   line 4 col 30 pic X(8) using WS-OPER-PW.

        01 newpw-screen.
           03 value "期限切れ。新パスワード:"
                                            line 6 col 10.
           03 n_01   line 6 col 55 pic X(8) using WS-NEW-PW.

        01 rq-mode-screen.
           03 value "検索サービス依頼元マスタ保守"
                                            line 1 col 10.
           03 value "処理 A=追加 C=変更 D=削除 Q=終了:"
                                            line 3 col 10.
           03 m_01   line 3 col 50 pic X(1) using WS-MODE-KEY.
           03 value "依頼元ID:"             line 4 col 10.
           03 m_02   line 4 col 30 pic X(20) using WS-ID-ENTRY.

        01 rq-detail-screen.
           03 value "部門名:"                line 6 col 10.
           03 d_01   line 6 col 36 pic N(20) using WS-DEPT-ENTRY.
           03 value "担当者名:"              line 7 col 10.
           03 d_02   line 7 col 36 pic N(10) using WS-CONTACT-ENTRY.
           03 value "連絡先:"                line 8 col 10.
           03 d_03   line 8 col 36 pic X(40) using WS-REACH-ENTRY.
           03 value "原価センタ:"            line 9 col 10.
           03 d_04   line 9 col 36 pic X(10) using WS-COSTCTR-ENTRY.
           03 value "1日の照会行数上限:"     line 10 col 10.
           03 d_05   line 10 col 36 pic 9(7) using WS-QUOTA-ENTRY.
           03 value "(0=上限なし)"           line 10 col 46.
           03 value "状態 A/D:"              line 11 col 10.
           03 d_06   line 11 col 36 pic X(1) using WS-STATUS-ENTRY.

        01 rq-confirm-screen.
           03 value "削除してよいですか Y/N:" line 13 col 10.
           03 f_01   line 13 col 40 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK not = "Y"
           display "サインオンできませんでした"
           stop run
        end-if.
        if WS-OPER-ROLE not = "S"
           display "管理者権限がありません"
           stop run
        end-if.
        accept WS-TODAY from date yyyymmdd.
        perform RQ-OPEN-S thru RQ-OPEN-E.

        rq-loop.
          move spaces to WS-MODE-KEY.
          move spaces to WS-ID-ENTRY.
          display blank-screen.
          display rq-mode-screen.
          accept rq-mode-screen.
          evaluate true
             when WS-MODE-KEY = "a" or WS-MODE-KEY = "A"
                perform RQ-ADD-S thru RQ-ADD-E
             when WS-MODE-KEY = "c" or WS-MODE-KEY = "C"
                perform RQ-CHANGE-S thru RQ-CHANGE-E
             when WS-MODE-KEY = "d" or WS-MODE-KEY = "D"
                perform RQ-DELETE-S thru RQ-DELETE-E
             when WS-MODE-KEY = "q" or WS-MODE-KEY = "Q"
                continue
             when other
                display "A/C/D/Q を入力してください"
                perform SLEEP-S thru SLEEP-E
          end-evaluate.
          if WS-MODE-KEY not = "q" and WS-MODE-KEY not = "Q"
             go to rq-loop
          end-if.
          close requester-file.
          stop run.

      ******************************************************************
        RQ-OPEN-S.
      * 初回起動時はマスタ自体が無いので作成してから開き直す
           open i-o requester-file.
           if WS-RQ-FS not = "00"
              open output requester-file
              close requester-file
              open i-o requester-file
           end-if.
           if WS-RQ-FS not = "00"
              display "ERROR: cannot open lookup_requester.idx status="
                      WS-RQ-FS
              stop run
           end-if.
        RQ-OPEN-E.

        RQ-ADD-S.
           if WS-ID-ENTRY = spaces
              display "依頼元IDを入力してください"
              perform SLEEP-S thru SLEEP-E
              go to RQ-ADD-E
           end-if.
           move spaces to WS-DEPT-ENTRY.
           move spaces to WS-CONTACT-ENTRY.
           move spaces to WS-REACH-ENTRY.
           move spaces to WS-COSTCTR-ENTRY.
           move 0 to WS-QUOTA-ENTRY.
           move "A" to WS-STATUS-ENTRY.
           display rq-detail-screen.
           accept rq-detail-screen.
           perform ENTRY-CHECK-S thru ENTRY-CHECK-E.
           if WS-ENTRY-OK not = "Y"
              go to RQ-ADD-E
           end-if.
           move WS-ID-ENTRY to RQ-依頼元.
           perform ENTRY-TO-REC-S thru ENTRY-TO-REC-E.
           write LOOKUPRQ-REC
              invalid key
                 display "登録済みの依頼元です: "
                         WS-ID-ENTRY
                 perform SLEEP-S thru SLEEP-E
              not invalid key
                 display "登録しました: " WS-ID-ENTRY
                 perform SLEEP-S thru SLEEP-E
           end-write.
        RQ-ADD-E.

        RQ-CHANGE-S.
           perform REC-LOCK-S thru REC-LOCK-E.
           if WS-RLK-RESULT not = "Y"
              go to RQ-CHANGE-E
           end-if.
           move WS-ID-ENTRY to RQ-依頼元.
           read requester-file
              invalid key
                 display "該当がありません: " WS-ID-ENTRY
                 perform SLEEP-S thru SLEEP-E
                 perform REC-FREE-S thru REC-FREE-E
                 go to RQ-CHANGE-E
           end-read.
           move RQ-部門名         to WS-DEPT-ENTRY.
           move RQ-担当者名       to WS-CONTACT-ENTRY.
           move RQ-連絡先         to WS-REACH-ENTRY.
           move RQ-原価センタ     to WS-COSTCTR-ENTRY.
           move RQ-日次上限       to WS-QUOTA-ENTRY.
           move RQ-状態           to WS-STATUS-ENTRY.
           display rq-detail-screen.
           accept rq-detail-screen.
           perform ENTRY-CHECK-S thru ENTRY-CHECK-E.
           if WS-ENTRY-OK not = "Y"
              perform REC-FREE-S thru REC-FREE-E
              go to RQ-CHANGE-E
           end-if.
           perform ENTRY-TO-REC-S thru ENTRY-TO-REC-E.
           rewrite LOOKUPRQ-REC
              invalid key
                 display "変更に失敗しました"
                 perform SLEEP-S thru SLEEP-E
              not invalid key
                 display "変更しました: " WS-ID-ENTRY
                 perform SLEEP-S thru SLEEP-E
           end-rewrite.
           perform REC-FREE-S thru REC-FREE-E.
        RQ-CHANGE-E.

        RQ-DELETE-S.
           perform REC-LOCK-S thru REC-LOCK-E.
           if WS-RLK-RESULT not = "Y"
              go to RQ-DELETE-E
           end-if.
           move WS-ID-ENTRY to RQ-依頼元.
           read requester-file
              invalid key
                 display "該当がありません: " WS-ID-ENTRY
                 perform SLEEP-S thru SLEEP-E
                 perform REC-FREE-S thru REC-FREE-E
                 go to RQ-DELETE-E
           end-read.
      * 利用中の依頼元は消さず、まず停止(D)にして応答で知らせる
           if RQ-状態 not = "D"
              display "停止(D)以外は削除できません。"
                      "先に停止(D)に変更してください"
              perform SLEEP-S thru SLEEP-E
              perform REC-FREE-S thru REC-FREE-E
              go to RQ-DELETE-E
           end-if.
           move spaces to WS-CONFIRM-KEY.
           display rq-confirm-screen.
           accept rq-confirm-screen.
           if WS-CONFIRM-KEY = "y" or WS-CONFIRM-KEY = "Y"
              delete requester-file
                 invalid key
                    display "削除に失敗しました"
                    perform SLEEP-S thru SLEEP-E
                 not invalid key
                    display "削除しました: " WS-ID-ENTRY
                    perform SLEEP-S thru SLEEP-E
              end-delete
           end-if.
           perform REC-FREE-S thru REC-FREE-E.
        RQ-DELETE-E.

        ENTRY-CHECK-S.
      * 部門名と原価センタは課金先になるので必須。状態は2値
           move "N" to WS-ENTRY-OK.
           if WS-DEPT-ENTRY = spaces
              display "部門名を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
           if WS-COSTCTR-ENTRY = spaces
              display "原価センタを入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
           if WS-STATUS-ENTRY = "a" or WS-STATUS-ENTRY = "d"
              inspect WS-STATUS-ENTRY converting "ad" to "AD"
           end-if.
           if WS-STATUS-ENTRY not = "A" and WS-STATUS-ENTRY not = "D"
              display "状態は A/D で入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ENTRY-CHECK-E
           end-if.
           move "Y" to WS-ENTRY-OK.
        ENTRY-CHECK-E.

        ENTRY-TO-REC-S.
           move WS-DEPT-ENTRY    to RQ-部門名.
           move WS-CONTACT-ENTRY to RQ-担当者名.
           move WS-REACH-ENTRY   to RQ-連絡先.
           move WS-COSTCTR-ENTRY to RQ-原価センタ.
           move WS-QUOTA-ENTRY   to RQ-日次上限.
           move WS-STATUS-ENTRY  to RQ-状態.
           move WS-TODAY         to RQ-更新年月日.
        ENTRY-TO-REC-E.

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
      * 依頼元単位の編集ロックを取得する
           move spaces to WS-RLK-RESOURCE.
           string "RQST:" WS-ID-ENTRY into WS-RLK-RESOURCE.
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
           move "lookup_requester.idx" to WS-REQUESTER-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-REQUESTER-FILENAME.
        ENV-RESOLVE-E.
