      **=================================================================
      ** キャンペーン反応の記録(画面)
      ** 入力：画面(顧客番号・キャンペーン・コード・反応日・反応区分)
      **       customer.idx (顧客の確認表示)
      **       campaign.idx (キャンペーン・マスタ。CMP001で引当)
      ** 出力：campaign_resp.dat (反応記録。顧客番号・キャンペーン・
      **       反応日・反応区分・入力元・入力日)
      ** 郵送の後にだれが反応したか(返信はがき・電話・注文)の記録が
      ** 無く、効いたキャンペーンと効かなかったキャンペーンの区別が
      ** つかなかった。反応区分：
      **   C=返信はがき  P=電話  O=注文
      ** まとめて届く反応は resp_load で一括取込する。集計は
      ** resp_report を使う
      **=================================================================
        identification           division.
        program-id.              resp_entry.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select cust-file
            assign to WS-CUST-FILENAME
            organization indexed
            access mode dynamic
            record key is C-顧客番号
            alternate record key is C-顧客名（カナ）
                with duplicates
            alternate record key is C-郵便番号７桁
                with duplicates
            file status is WS-CUST-FS.
        select resp-file
            assign to WS-RESP-FILENAME
            organization line sequential
            file status is WS-RESP-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  resp-file
            label records are standard.
        01  RESP-FD-REC.
            03 RS-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 RS-キャンペーン  pic X(08).
            03 filler           pic X(01).
            03 RS-反応日        pic X(08).
            03 filler           pic X(01).
            03 RS-反応区分      pic X(01).
            03 filler           pic X(01).
            03 RS-入力元        pic X(08).
            03 filler           pic X(01).
            03 RS-入力日        pic X(08).

        working-storage           section.
        78  black                       value 0.
        01  WS-CUST-FS        pic X(02).
        01  WS-RESP-FS        pic X(02).
        01  WS-CUST-NO        pic X(08).
        01  WS-CAMPAIGN       pic X(08).
        01  WS-RESP-DATE      pic X(08).
        01  WS-TYPE-KEY       pic X(01).
        01  WS-CONFIRM-KEY    pic X(01).
        01  WS-DISP-NAME      pic N(20).
        01  WS-DISP-CAMP      pic N(20).
        01  WS-TODAY          pic 9(08).
      * キャンペーン・マスタの引当(CMP001)。終了済みでも反応は
      * 遅れて届くので受け付け、未登録だけを弾く
        01  WS-CAMP-REC.
            COPY CAMPAIGN.
        01  WS-CAMP-RESULT    pic X(01).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME  pic X(256).
        01  WS-RESP-FILENAME  pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 resp-key-screen.
           03 value "キャンペーン反応の記録" line 1 col 10.
           03 value "顧客番号:"              line 3 col 10.
           03 k_01   line 3 col 40 pic X(8) using WS-CUST-NO.
           03 value "キャンペーン・コード:"  line 4 col 10.
           03 k_02   line 4 col 40 pic X(8) using WS-CAMPAIGN.
           03 value "反応日(YYYYMMDD):"      line 5 col 10.
           03 k_03   line 5 col 40 pic X(8) using WS-RESP-DATE.
           03 value "区分 C=はがき P=電話 O=注文:"
                                             line 6 col 10.
           03 k_04   line 6 col 60 pic X(1) using WS-TYPE-KEY.

        01 resp-confirm-screen.
           03 d_01   line 8 col 15 pic N(20) from WS-DISP-NAME.
           03 d_02   line 9 col 15 pic N(20) from WS-DISP-CAMP.
           03 value "この反応を記録します Y/N:"
                                             line 11 col 10.
           03 d_03   line 11 col 50 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform CUST-OPEN-S thru CUST-OPEN-E.
        accept WS-TODAY from date yyyymmdd.

        resp-loop.
          move spaces to WS-CUST-NO.
          move spaces to WS-CAMPAIGN.
          move WS-TODAY to WS-RESP-DATE.
          move spaces to WS-TYPE-KEY.
          display blank-screen.
          display resp-key-screen.
          accept resp-key-screen.
          if WS-CUST-NO = spaces
             close cust-file
             stop run
          end-if.
          perform RECORD-ONE-S thru RECORD-ONE-E.
          go to resp-loop.

      ******************************************************************
        CUST-OPEN-S.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
        CUST-OPEN-E.

        RECORD-ONE-S.
           if WS-TYPE-KEY = "c" or WS-TYPE-KEY = "p"
              or WS-TYPE-KEY = "o"
              inspect WS-TYPE-KEY converting "cpo" to "CPO"
           end-if.
           if WS-TYPE-KEY not = "C" and WS-TYPE-KEY not = "P"
              and WS-TYPE-KEY not = "O"
              display "区分は C/P/O のいずれかです"
              perform SLEEP-S thru SLEEP-E
              go to RECORD-ONE-E
           end-if.
           if WS-RESP-DATE not numeric
              display "反応日は YYYYMMDD で入力"
              perform SLEEP-S thru SLEEP-E
              go to RECORD-ONE-E
           end-if.
           call "CMP001" using WS-CAMPAIGN WS-CAMP-REC WS-CAMP-RESULT.
           if WS-CAMP-RESULT = "U"
              display "未登録のキャンペーンです: "
                      WS-CAMPAIGN
              perform SLEEP-S thru SLEEP-E
              go to RECORD-ONE-E
           end-if.
           move WS-CUST-NO to C-顧客番号.
           read cust-file
              invalid key
                 display "該当する顧客がありません: "
                         WS-CUST-NO
                 perform SLEEP-S thru SLEEP-E
                 go to RECORD-ONE-E
           end-read.
           move C-顧客名（漢字） to WS-DISP-NAME.
           move CP-キャンペーン名 to WS-DISP-CAMP.
           move spaces to WS-CONFIRM-KEY.
           display resp-confirm-screen.
           accept resp-confirm-screen.
           if WS-CONFIRM-KEY not = "y" and WS-CONFIRM-KEY not = "Y"
              go to RECORD-ONE-E
           end-if.
           perform RESP-WRITE-S thru RESP-WRITE-E.
           display "記録しました: " WS-CUST-NO.
           perform SLEEP-S thru SLEEP-E.
        RECORD-ONE-E.

        RESP-WRITE-S.
           open extend resp-file.
           if WS-RESP-FS not = "00"
              open output resp-file
           end-if.
           move spaces to RESP-FD-REC.
           move WS-CUST-NO   to RS-顧客番号.
           move WS-CAMPAIGN  to RS-キャンペーン.
           move WS-RESP-DATE to RS-反応日.
           move WS-TYPE-KEY  to RS-反応区分.
           move "SCREEN"     to RS-入力元.
           move WS-TODAY     to RS-入力日.
           write RESP-FD-REC.
           close resp-file.
        RESP-WRITE-E.

      * sleep func
        SLEEP-S.
      D    DISPLAY SLEEP-CALL.
           if sleep_time > 0 then
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "campaign_resp.dat" to WS-RESP-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RESP-FILENAME.
        ENV-RESOLVE-E.
