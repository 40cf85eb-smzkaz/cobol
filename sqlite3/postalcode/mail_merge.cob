      ** 顧客マスタからの差し込み印刷(通知レター)
      ** 入力：letter_template.dat (レター雛形。置換タグ
      **         &NAME& &ZIP& &KEN& &SHI& &CHO& &BANCHI& &DATE&
      **       を本文に書ける。キャンペーン指定時はキャンペーン・
      **       マスタのレター雛形名のファイル(空白なら既定名))
      **       campaign.idx (キャンペーン・マスタ。CMP001で引当。
      **       未登録・終了のコードでは刷らず、予算通数超過は警告)
      **       customer.idx (顧客住所マスタ)
      **       yubin_seq.idx (郵便番号の実在照合。ラベル実行と同じ
      **       「索引に無い顧客は刷らない」規則)
      **       label_print.ctl / label_select.ctl / mailing_hist.dat
      **       (ラベル実行と同じ選択規則・抑止・USAGE=指定を読む)
      **       custaddr2.idx (USAGE=指定時のサブ住所)
      **       custmove.idx (転居・一時転送の予約。MOV001で実行日
      **       時点の住所に差し替えて選択・印字する)
      **       household.idx (label_print.ctl の HOUSEHOLD=P|F 指定
      **       時。ラベルと同じく世帯ごとに1通にし、&NAME& は
      **       Pで宛名人の氏名、Fで「宛名人の姓＋様ご家族」になる。
      **       宛名人はラベルと同じく、郵送停止でなく連絡同意の
      **       ある世帯員のうち最も若い顧客番号の者。F用の雛形は
      **       &NAME& の後ろに「様」を付けないこと)
      **       seed_master.dat / seed_assign.dat (キャンペーンに割り
      **       当てたシード宛先。SED001で払い出す)
      **       track_select.ctl (任意。label_print.ctl の TRACKED=
      **       R|K|L 指定時に追跡扱いにする顧客番号を1行1件。無ければ
      **       実行の全通を追跡扱いにする。R=一般書留 K=簡易書留
      **       L=レターパック。雛形の &TRACK& は追跡扱いの1通だけ
      **       種別名になる)
      **       cust_consent.idx / campaign_class.idx (顧客の連絡同意
      **       とキャンペーンの郵送区分。CNS001で突き合わせ、同意の
      **       無い顧客には出さない)
      ** 出力：letters.dat (1顧客1通のページ付き印字イメージ。頁境界
      **       は改頁文字。顧客番号順なのでラベル実行と同じ並びで
      **       封入できる。キャンペーン指定時はラベル実行と同じく
      **       シード宛ての分を末尾に付ける)
      **       seed_log.dat (どのシードをどのキャンペーンへ出したか)
      **       tracked_mail.idx (追跡扱いにした1通を番号待ちで登録。
      **       追跡番号は track_entry / track_update で入れる)
      **       mail_merge_select.rpt (選択サマリ。選択規則別の件数
      **       と、連絡同意で外した顧客の一覧・理由別件数)
      ** 住所変更の確認状やキャンペーン文をワープロへ1人ずつ貼って
      ** いた作業を差し込みバッチにする。対象の絞り込み(選択カード・
      ** 郵送停止・連絡同意・抑止日数)はラベル実行と同一で、レターと
      ** ラベルが1対1で同じ順に出る
      **=================================================================
        identification           division.
        program-id.              mail_merge.
        input-output              section.
        file-control.
        select tpl-file
            assign to WS-TPL-NAME
            organization line sequential
            file status is WS-TPL-FS.
        select cust-file
            assign to WS-CUST-FILENAME
            organization indexed
            access mode sequential
            record key is C-顧客番号
            alternate record key is C-顧客名（カナ）
                with duplicates
            alternate record key is C-郵便番号７桁
                with duplicates
            file status is WS-CUST-FS.
      * 世帯員の郵送停止を引くための同じマスタの別の口(本体の口は
      * 顧客番号順に読み進めているので位置を崩さない)
        select hm-cust-file
            assign to WS-CUST-FILENAME
            organization indexed
            access mode random
            record key is HC-顧客番号
            alternate record key is HC-顧客名（カナ）
                with duplicates
            alternate record key is HC-郵便番号７桁
                with duplicates
            file status is WS-HM-FS.
        select out-file
            assign to WS-OUT-FILENAME
            organization line sequential
            file status is WS-OUT-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select sel-ctl-file
            assign to WS-SEL-CTL-FILENAME
            organization line sequential
            file status is WS-SEL-FS.
        select sel-rpt-file
            assign to WS-SEL-RPT-FILENAME
            organization line sequential
            file status is WS-SELRPT-FS.
        select mail-hist-file
            assign to WS-MAIL-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
      * 抑止判定用の顧客別最終郵送日(郵送履歴から毎回作り直す)
        select mh-work-file
            assign to WS-MH-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is MW-顧客番号
            file status is WS-MW-FS.
        select route-file
            assign to WS-ROUTE-FILENAME
            organization indexed
            access mode dynamic
            record key is RT-郵便番号上3桁
            file status is WS-ROUTE-FS.
        select idx-file
            assign to WS-IDX-FILENAME
            organization indexed
            access mode dynamic
            record key is LB-郵便番号７桁
            file status is WS-IDX-FS.
        select dlva-file
            assign to WS-DLVA-FILENAME
            organization indexed
            access mode dynamic
            record key is D-副住所キー
            file status is WS-DLVA-FS.
        select hh-file
            assign to WS-HH-FILENAME
            organization indexed
            access mode dynamic
            record key is H-顧客番号
            alternate record key is H-世帯番号
                with duplicates
            file status is WS-HH-FS.
      * 世帯単位の実行で今回出した世帯(毎回作り直す)
        select hs-work-file
            assign to WS-HS-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is HS-世帯番号
            file status is WS-HS-FS.
      * 追跡郵便の台帳(TRACKED=指定の実行で番号待ちを登録する)
        select track-file
            assign to WS-TRACK-FILENAME
            organization indexed
            access mode dynamic
            record key is TM-キー
            alternate record key is TM-追跡番号
                with duplicates
            file status is WS-TRK-FS.
        select trksel-file
            assign to WS-TRKSEL-FILENAME
            organization line sequential
            file status is WS-TSEL-FS.
      * 追跡扱いにする顧客の索引(track_select.ctl から毎回作り直す。
      * 件数に上限を設けないため表でなく索引)
        select ts-work-file
            assign to WS-TS-WORK-FILENAME
            organization indexed
            access mode random
            record key is TS-顧客番号
            file status is WS-TS-FS.
      **=================================================================
        data                     division.
        file                      section.
            label records are standard.
        01  SEL-CTL-FD-REC      pic X(60).

        fd  sel-rpt-file
            label records are standard.
        01  SEL-RPT-FD-REC      pic X(120).

        fd  mail-hist-file
            label records are standard.
        01  MAIL-HIST-FD-REC.
            03 MH-実行日        pic X(08).
            03 filler           pic X(01).
            03 MH-キャンペーン  pic X(08).
            03 filler           pic X(01).
      * 通区分(空白=1通。M=世帯宛ての1通に同封された世帯員の記録。
      * 抑止の判定には区分を問わず数える)
            03 MH-通区分        pic X(01).

        fd  mh-work-file
            label records are standard.
        01  MH-WORK-REC.
            03 MW-顧客番号      pic X(08).
            03 MW-通算日        pic 9(08).

        fd  route-file
            label records are standard.
        01  DLVA-REC.
            COPY CUSTDLVA.

        fd  hh-file
            label records are standard.
        01  HH-REC.
            COPY HOUSEHLD.

        fd  hm-cust-file
            label records are standard.
        01  HM-CUST-REC.
            COPY CUSTADDR REPLACING LEADING ==C-== BY ==HC-==.

        fd  hs-work-file
            label records are standard.
        01  HS-WORK-REC.
            03 HS-世帯番号      pic X(08).

        fd  track-file
            label records are standard.
        01  TRACK-REC.
            COPY TRKMAIL.

        fd  trksel-file
            label records are standard.
        01  TRKSEL-FD-REC       pic X(40).

        fd  ts-work-file
            label records are standard.
        01  TS-WORK-REC.
            03 TS-顧客番号      pic X(08).

        working-storage           section.
        01  WS-TPL-FS          pic X(02).
        01  WS-TPL-NAME        pic X(256) value "letter_template.dat".
        01  WS-CUST-FS         pic X(02).
        01  WS-OUT-FS          pic X(02).
        01  WS-TPL-EOF         pic X(01).
        01  WS-VAL             pic X(120).
        01  WS-VAL-LEN         pic 9(03).
        01  WS-TODAY-DATE      pic 9(08).
      * 実行日時点で有効な住所(転居・一時転送の予約。MOV001)
        01  WS-MOV-DATE        pic X(08).
        01  WS-MOV-RESULT      pic X(01).
        01  WS-LETTER-COUNT    pic 9(07) value 0.
      * キャンペーンに割り当てたシード宛先(SED001)。通数・予算には
      * 数えない
        01  WS-SEED-MODE       pic X(05).
        01  WS-SEED-TYPE       pic X(01) value "C".
        01  WS-SEED-TARGET     pic X(08).
        01  WS-SEED-SEQ        pic 9(03).
        01  WS-SEED-RESULT     pic X(01).
        01  WS-SEED-REC.
            COPY SEEDREC.
        01  WS-SEED-COUNT      pic 9(07) value 0.
      * 追跡郵便(TRACKED=R|K|L)。書留・レターパックで出す通を台帳へ
      * 番号待ちで登録する。track_select.ctl があればその顧客だけ
        01  WS-TRACK-KIND      pic X(01) value space.
        01  WS-TRK-FS          pic X(02).
        01  WS-TSEL-FS         pic X(02).
        01  WS-TSEL-EOF        pic X(01).
        01  WS-TS-FS           pic X(02).
        01  WS-TSEL-USED       pic 9(07) value 0.
        01  WS-TRACK-THIS      pic X(01) value "N".
        01  WS-TRACK-LABEL     pic X(18) value spaces.
        01  WS-TRACK-COUNT     pic 9(07) value 0.
        01  WS-HELD-COUNT      pic 9(07) value 0.
      * 顧客の連絡同意(CNS001)。実行の初めにキャンペーンの郵送
      * 区分(販促M/法定L)と商品区分を引き、販促の実行では同意の
      * 無い顧客を外して選択サマリへ1行ずつ載せる
        01  WS-CNS-MODE         pic X(05).
        01  WS-CNS-KEY          pic X(08).
        01  WS-CNS-CLASS        pic X(01).
        01  WS-CNS-PRODUCT      pic X(04).
        01  WS-CNS-RESULT       pic X(01).
        01  WS-CNS-REASON       pic X(12).
        01  WS-CNS-COUNT        pic 9(07) value 0.
        01  WS-CNS-LEGAL-COUNT  pic 9(07) value 0.
        01  WS-CNS-MKT-COUNT    pic 9(07) value 0.
        01  WS-CNS-CAT-COUNT    pic 9(07) value 0.
        01  WS-FF-LINE         pic X(01) value X"0C".
      * ラベル実行との同封を崩さないため、label_print と同じ制御
      * ファイルを読み、同じ選択カードと郵送履歴の抑止を当てる。
        01  WS-CAMPAIGN         pic X(08) value spaces.
        01  WS-SUPPRESS-DAYS    pic 9(03) value 0.
        01  WS-HIST-EOF         pic X(01).
      * 顧客別最終郵送日は作業索引(mail_merge_mh.idx)に積むので
      * 履歴の件数に上限は無い
        01  WS-MW-FS            pic X(02).
        01  WS-MH-IDX           pic 9(01).
        01  WS-SUPPRESS-COUNT   pic 9(07) value 0.
      * キャンペーン・マスタの引当(CMP001。label_printと同じ規則)
        01  WS-CAMP-REC.
            COPY CAMPAIGN.
        01  WS-CAMP-RESULT      pic X(01).
        01  WS-BUDGET-ED        pic ZZZZZZ9.
        01  WS-PIECE-ED         pic ZZZZZZ9.
      * 共通ログ(LOG001)
        01  WS-LOG-SEVERITY     pic X(05).
        01  WS-LOG-MESSAGE      pic X(80).
      * 選択制御カード(label_select.ctl。意味はlabel_printと同じ)
        01  WS-SEL-FS           pic X(02).
        01  WS-SELRPT-FS        pic X(02).
        01  WS-ROUTE-FS         pic X(02).
        01  WS-SEL-EOF          pic X(01).
        01  WS-SEL-TABLE.
        01  WS-CUST-ROUTE       pic X(04).
        01  WS-ROUTE-OPENED     pic X(01) value "N".
        01  sel-i               pic 9(02).
      * 日付→通算日の簡易換算(label_printと同じ)
        01  WS-TODAY-SERIAL     pic 9(08).
        01  WS-CUTOFF-SERIAL    pic 9(08).
        01  WS-DLVA-OPENED      pic X(01) value "N".
        01  WS-DLVA-DONE        pic X(01).
        01  WS-SUB-COUNT        pic 9(07) value 0.
      * 世帯単位の郵送(label_print と同じ規則で世帯ごとに1通。
      * 宛名人の選び方も同じ)
        01  WS-HOUSEHOLD        pic X(01) value space.
        01  WS-HH-FS            pic X(02).
        01  WS-HM-FS            pic X(02).
        01  WS-HH-EOF           pic X(01).
        01  WS-HH-ADDR-NO       pic X(08).
        01  WS-HH-MEMBER-OK     pic X(01).
        01  WS-HS-FS            pic X(02).
        01  WS-HH-ACTIVE        pic X(01) value "N".
        01  WS-HH-NO            pic X(08).
        01  WS-HH-NAME-N        pic N(20).
        01  WS-HH-NAME-X REDEFINES WS-HH-NAME-N pic X(60).
        01  WS-HH-SURNAME       pic X(60).
        01  WS-HH-MERGED-COUNT  pic 9(07) value 0.
      * スプール登録(SPL001)
        01  WS-SPL-FILE        pic X(30) value "letters.dat".
        01  WS-SPL-JOBNO       pic 9(05).
        01  WS-RJ-COUNT        pic 9(07) value 0.
        01  i                  pic 9(02).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME       pic X(256).
        01  WS-OUT-FILENAME        pic X(256).
        01  WS-CTL-FILENAME        pic X(256).
        01  WS-SEL-CTL-FILENAME    pic X(256).
        01  WS-SEL-RPT-FILENAME    pic X(256).
        01  WS-MAIL-HIST-FILENAME  pic X(256).
        01  WS-MH-WORK-FILENAME    pic X(256).
        01  WS-ROUTE-FILENAME      pic X(256).
        01  WS-IDX-FILENAME        pic X(256).
        01  WS-DLVA-FILENAME       pic X(256).
        01  WS-HH-FILENAME         pic X(256).
        01  WS-HS-WORK-FILENAME    pic X(256).
        01  WS-TS-WORK-FILENAME    pic X(256).
        01  WS-TRACK-FILENAME      pic X(256).
        01  WS-TRKSEL-FILENAME     pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD            pic X(600).
           03 filler                 pic X(01) value low-value.
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
      * ラベル実行と同じ設定を読み、キャンペーンを確かめてから
      * そのキャンペーンの雛形を読む
           perform READ-CONTROL-S thru READ-CONTROL-E.
           perform CAMPAIGN-CHECK-S thru CAMPAIGN-CHECK-E.
           move "CLASS" to WS-CNS-MODE.
           move WS-CAMPAIGN to WS-CNS-KEY.
           call "CNS001" using WS-CNS-MODE WS-CNS-KEY WS-CNS-CLASS
                               WS-CNS-PRODUCT WS-CNS-RESULT
                               WS-CNS-REASON.
           perform LOAD-TEMPLATE-S thru LOAD-TEMPLATE-E.
           if WS-TPL-USED = 0
              display "no template lines: " WS-TPL-NAME
              stop run
           end-if.
           accept WS-TODAY-DATE from date yyyymmdd.
           move WS-TODAY-DATE to WS-MOV-DATE.
           move WS-TODAY-DATE to WS-SER-DATE.
           perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E.
           move WS-SER-RESULT to WS-TODAY-SERIAL.
      * ラベル実行と同じ選択規則を読む
           perform READ-SELECT-S thru READ-SELECT-E.
           perform SELECT-RPT-OPEN-S thru SELECT-RPT-OPEN-E.
           if WS-SEL-USED > 0
              open input route-file
              if WS-ROUTE-FS = "00"
                 move space to WS-USAGE
              end-if
           end-if.
           if WS-HOUSEHOLD not = space
              perform HH-OPEN-S thru HH-OPEN-E
           end-if.
           open input cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              stop run
           end-if.
           if WS-TRACK-KIND not = space
              perform TRACK-OPEN-S thru TRACK-OPEN-E
           end-if.
           open output out-file.
           perform MERGE-LOOP-S thru MERGE-LOOP-E
              until WS-CUST-EOF = "Y".
           if WS-CAMPAIGN not = spaces
              perform SEED-LETTERS-S thru SEED-LETTERS-E
           end-if.
           close out-file.
           if WS-TRACK-KIND not = space
              close track-file
              close ts-work-file
              move spaces to WS-FILE-CMD
              string "rm -f "        delimited by size
                     WS-TS-WORK-FILENAME delimited by space
                     into WS-FILE-CMD
              call "system" using WS-FILE-CMD
              display "TRACKED(" WS-TRACK-KIND ")=" WS-TRACK-COUNT
           end-if.
           close cust-file.
           close idx-file.
           if WS-SUPPRESS-DAYS > 0
              close mh-work-file
           end-if.
           if WS-DLVA-OPENED = "Y"
              close dlva-file
              display "SUB-ADDRESS LETTERS=" WS-SUB-COUNT
           if WS-ROUTE-OPENED = "Y"
              close route-file
           end-if.
           if WS-HOUSEHOLD not = space
              close hh-file
              close hm-cust-file
              close hs-work-file
              move spaces to WS-FILE-CMD
              string "rm -f "        delimited by size
                     WS-HS-WORK-FILENAME delimited by space
                     into WS-FILE-CMD
              call "system" using WS-FILE-CMD
              display "HOUSEHOLD=" WS-HOUSEHOLD
                      " MERGED(same household)=" WS-HH-MERGED-COUNT
           end-if.
           perform WRITE-SELECT-RPT-S thru WRITE-SELECT-RPT-E.
      * 印字イメージをスプールへ登録(紙詰まり時はspool_maintで再印字)
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
                   " SKIPPED(no zip)=" WS-SKIP-COUNT
                   " HELD(returned)=" WS-HELD-COUNT
                   " CUT(selection)=" WS-SEL-CUT-COUNT
                   " EXCLUDED(consent)=" WS-CNS-COUNT
                   " SUPPRESSED(mailed)=" WS-SUPPRESS-COUNT
                   " SEEDS=" WS-SEED-COUNT.
           perform BUDGET-CHECK-S thru BUDGET-CHECK-E.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-LETTER-COUNT to WS-RJ-COUNT.
        MAIN-E.

      ******************************************************************
        CAMPAIGN-CHECK-S.
      * 指定されたキャンペーン・コードをマスタで確かめる。未登録と
      * 終了済みは刷らない。雛形名が登録されていればそれを使う
           if WS-CAMPAIGN = spaces
              go to CAMPAIGN-CHECK-E
           end-if.
           call "CMP001" using WS-CAMPAIGN WS-CAMP-REC WS-CAMP-RESULT.
           if WS-CAMP-RESULT = "Y"
              if CP-文面雛形 not = spaces
                 move CP-文面雛形 to WS-TPL-NAME
              end-if
              go to CAMPAIGN-CHECK-E
           end-if.
           move "ERROR" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           if WS-CAMP-RESULT = "C"
              string "campaign " WS-CAMPAIGN " is closed"
                     " - mail merge refused"
                     delimited by size into WS-LOG-MESSAGE
           else
              string "campaign " WS-CAMPAIGN " is not in campaign.idx"
                     " - mail merge refused"
                     delimited by size into WS-LOG-MESSAGE
           end-if.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "ERROR: " WS-LOG-MESSAGE.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        CAMPAIGN-CHECK-E.

        BUDGET-CHECK-S.
      * 今回の通数がキャンペーンの予算通数(0=予算なし)を超えたら
      * 共通ログへ警告を残す(出力は止めない)
           if WS-CAMPAIGN = spaces
              or CP-予算通数 = 0
              or WS-LETTER-COUNT not > CP-予算通数
              go to BUDGET-CHECK-E
           end-if.
           move WS-LETTER-COUNT to WS-PIECE-ED.
           move CP-予算通数 to WS-BUDGET-ED.
           move "WARN " to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "campaign " WS-CAMPAIGN " over budget: pieces="
                  WS-PIECE-ED " budget=" WS-BUDGET-ED
                  delimited by size into WS-LOG-MESSAGE.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "WARNING: " WS-LOG-MESSAGE.
        BUDGET-CHECK-E.

        LOAD-TEMPLATE-S.
           call "ENV001" using WS-ENV-MODE WS-TPL-NAME.
           open input tpl-file.
           if WS-TPL-FS not = "00"
              go to LOAD-TEMPLATE-E
           close tpl-file.
        LOAD-TEMPLATE-E.

        SELECT-RPT-OPEN-S.
      * 選択サマリは連絡同意で外した顧客を走行中に書くため、実行の
      * 初めに開いて見出しを出しておく
           open output sel-rpt-file.
           move spaces to SEL-RPT-FD-REC.
           string "== letter selection summary"
              into SEL-RPT-FD-REC.
           write SEL-RPT-FD-REC.
           move spaces to SEL-RPT-FD-REC.
           string "CONSENT CAMPAIGN=" WS-CAMPAIGN
                  " CLASS=" WS-CNS-CLASS
                  " PRODUCT=" WS-CNS-PRODUCT
                  into SEL-RPT-FD-REC.
           write SEL-RPT-FD-REC.
        SELECT-RPT-OPEN-E.

        CONSENT-CHECK-S.
      * 連絡同意の無い顧客を外し、選択サマリへ理由つきで載せる
           move "CHECK" to WS-CNS-MODE.
           move C-顧客番号 to WS-CNS-KEY.
           call "CNS001" using WS-CNS-MODE WS-CNS-KEY WS-CNS-CLASS
                               WS-CNS-PRODUCT WS-CNS-RESULT
                               WS-CNS-REASON.
           if WS-CNS-RESULT = "Y"
              go to CONSENT-CHECK-E
           end-if.
           compute WS-CNS-COUNT = WS-CNS-COUNT + 1.
           evaluate WS-CNS-REASON
              when "LEGAL-ONLY"
                 compute WS-CNS-LEGAL-COUNT = WS-CNS-LEGAL-COUNT + 1
              when "NO-MARKETING"
                 compute WS-CNS-MKT-COUNT = WS-CNS-MKT-COUNT + 1
              when other
                 compute WS-CNS-CAT-COUNT = WS-CNS-CAT-COUNT + 1
           end-evaluate.
           move spaces to SEL-RPT-FD-REC.
           string "CONSENT-EXCL cust=" C-顧客番号
                  " reason=" WS-CNS-REASON
                  into SEL-RPT-FD-REC.
           write SEL-RPT-FD-REC.
        CONSENT-CHECK-E.

        WRITE-SELECT-RPT-S.
      * 規則別の該当件数と採用・除外の総数、連絡同意で外した件数
      * (選択サマリ)
           if WS-SEL-USED = 0
              go to WRITE-SELECT-RPT-CONSENT
           end-if.
           move 1 to sel-i.
           perform until sel-i > WS-SEL-USED
              move spaces to SEL-RPT-FD-REC
              string "RULE " WS-SEL-TYPE(sel-i)
                     " " WS-SEL-KIND(sel-i)
                     " " WS-SEL-VAL1(sel-i) delimited by "  "
                     " " delimited by size
                     WS-SEL-VAL2(sel-i) delimited by space
                     " MATCHED=" delimited by size
                     WS-SEL-HITS(sel-i)
                     into SEL-RPT-FD-REC
              write SEL-RPT-FD-REC
              compute sel-i = sel-i + 1
           end-perform.
           move spaces to SEL-RPT-FD-REC.
           string "KEPT=" WS-LETTER-COUNT
                  " CUT=" WS-SEL-CUT-COUNT
                  into SEL-RPT-FD-REC.
           write SEL-RPT-FD-REC.
        WRITE-SELECT-RPT-CONSENT.
           move spaces to SEL-RPT-FD-REC.
           string "CONSENT-EXCLUDED=" WS-CNS-COUNT
                  " LEGAL-ONLY=" WS-CNS-LEGAL-COUNT
                  " NO-MARKETING=" WS-CNS-MKT-COUNT
                  " CATEGORY=" WS-CNS-CAT-COUNT
                  into SEL-RPT-FD-REC.
           write SEL-RPT-FD-REC.
           close sel-rpt-file.
        WRITE-SELECT-RPT-E.

        MERGE-LOOP-S.
           read cust-file
              at end
                 move "Y" to WS-CUST-EOF
                 go to MERGE-LOOP-E
           end-read.
           move "N" to WS-HH-ACTIVE.
      * 開始日の来た転居・期間中の一時転送は、夜間の反映前でも
      * 実行日の住所で選択・印字する
           call "MOV001" using CUST-REC WS-MOV-DATE WS-MOV-RESULT.
      * ラベル実行(label_print)と同じ順序で同じ絞り込みを当てる。
      * ここが食い違うとレターとラベルの束がずれて封入できない
           if WS-SEL-USED > 0
              compute WS-HELD-COUNT = WS-HELD-COUNT + 1
              go to MERGE-LOOP-E
           end-if.
           perform CONSENT-CHECK-S thru CONSENT-CHECK-E.
           if WS-CNS-RESULT not = "Y"
              go to MERGE-LOOP-E
           end-if.
           if WS-SUPPRESS-DAYS > 0
              perform SUPPRESS-CHECK-S thru SUPPRESS-CHECK-E
              if WS-MH-IDX > 0
              perform SUB-LETTER-RUN-S thru SUB-LETTER-RUN-E
              go to MERGE-LOOP-E
           end-if.
      * 世帯単位の実行では、既に1通出した世帯の顧客を飛ばす
           if WS-HOUSEHOLD not = space
              perform HH-CHECK-S thru HH-CHECK-E
              if WS-HH-ACTIVE = "S"
                 compute WS-HH-MERGED-COUNT = WS-HH-MERGED-COUNT + 1
                 go to MERGE-LOOP-E
              end-if
           end-if.
      * 国外顧客はラベル側も索引照合なしで刷るため、レターも
      * そのまま出す(住所タグには海外住所は載らない点は従来どおり)
           if C-国コード not = spaces
        EMIT-LETTER-S.
      * 1通分：置換値を取り、雛形全行を差し替えて書き、改頁を打つ
           move C-顧客名（漢字）     to WS-NAME-N.
      * 世帯宛ての1通は世帯の宛名にし、世帯を出済みにする
           if WS-HH-ACTIVE = "Y"
              if WS-HOUSEHOLD = "F"
                 move spaces to WS-NAME-X
                 string WS-HH-SURNAME delimited by space
                        "様ご家族"    delimited by size
                        into WS-NAME-X
              else
                 move WS-HH-NAME-N to WS-NAME-N
              end-if
              move WS-HH-NO to HS-世帯番号
              write HS-WORK-REC
                 invalid key
                    continue
              end-write
           end-if.
           move C-都道府県名（漢字） to WS-KEN-N.
           move C-市町村名（漢字）   to WS-SHI-N.
           move C-町域名（漢字）     to WS-CHO-N.
           move C-番地建物           to WS-BAN-N.
           compute WS-LETTER-COUNT = WS-LETTER-COUNT + 1.
           move "N" to WS-TRACK-THIS.
           move spaces to WS-TRACK-LABEL.
           if WS-TRACK-KIND not = space
              perform TRACK-CHECK-S thru TRACK-CHECK-E
           end-if.
           move 1 to i.
           perform EMIT-LINE-S thru EMIT-LINE-E
              until i > WS-TPL-USED.
           move spaces to OUT-FD-REC.
           move WS-FF-LINE to OUT-FD-REC(1:1).
           write OUT-FD-REC.
           if WS-TRACK-THIS = "Y"
              perform TRACK-REGISTER-S thru TRACK-REGISTER-E
           end-if.
        EMIT-LETTER-E.

        TRACK-OPEN-S.
      * 追跡扱いにする顧客の一覧を作業索引へ積み、台帳を開く(無け
      * れば作る)
           open output ts-work-file.
           close ts-work-file.
           open i-o ts-work-file.
           if WS-TS-FS not = "00"
              display "ERROR: cannot open mail_merge_ts.idx"
                      " status=" WS-TS-FS
              stop run
           end-if.
           open input trksel-file.
           if WS-TSEL-FS = "00"
              move "N" to WS-TSEL-EOF
              perform until WS-TSEL-EOF = "Y"
                 read trksel-file
                    at end
                       move "Y" to WS-TSEL-EOF
                    not at end
                       if TRKSEL-FD-REC not = spaces
                          and TRKSEL-FD-REC(1:1) not = "*"
                          move TRKSEL-FD-REC(1:8) to TS-顧客番号
                          write TS-WORK-REC
                             invalid key
                                continue
                             not invalid key
                                add 1 to WS-TSEL-USED
                          end-write
                       end-if
                 end-read
              end-perform
              close trksel-file
           end-if.
           open i-o track-file.
           if WS-TRK-FS = "35"
              open output track-file
              close track-file
              open i-o track-file
           end-if.
           if WS-TRK-FS not = "00"
              display "ERROR: cannot open tracked_mail.idx status="
                      WS-TRK-FS
              stop run
           end-if.
        TRACK-OPEN-E.

        TRACK-CHECK-S.
      * 一覧が無ければ全通、あれば一覧の顧客だけを追跡扱いにする
           if WS-TSEL-USED = 0
              move "Y" to WS-TRACK-THIS
           else
              move C-顧客番号 to TS-顧客番号
              read ts-work-file
                 not invalid key
                    move "Y" to WS-TRACK-THIS
              end-read
           end-if.
           if WS-TRACK-THIS = "Y"
              evaluate WS-TRACK-KIND
                 when "R"   move "一般書留"     to WS-TRACK-LABEL
                 when "K"   move "簡易書留"     to WS-TRACK-LABEL
                 when "L"   move "レターパック" to WS-TRACK-LABEL
              end-evaluate
           end-if.
        TRACK-CHECK-E.

        TRACK-REGISTER-S.
      * 番号待ち(P)で台帳へ登録する。同じ日の同じキャンペーンの
      * 再実行で既にある1通はそのまま残す(番号が入っていれば消さ
      * ない)
           move spaces to TRACK-REC.
           move C-顧客番号     to TM-顧客番号.
           move WS-CAMPAIGN    to TM-キャンペーン.
           move WS-TODAY-DATE  to TM-差出日.
           move WS-TRACK-KIND  to TM-種別.
           move C-郵便番号７桁 to TM-郵便番号７桁.
           move "P"            to TM-状態.
           move WS-TODAY-DATE  to TM-状態日.
           move WS-TODAY-DATE  to TM-更新年月日.
           write TRACK-REC
              invalid key
                 continue
              not invalid key
                 compute WS-TRACK-COUNT = WS-TRACK-COUNT + 1
           end-write.
        TRACK-REGISTER-E.

        SEED-LETTERS-S.
      * キャンペーンのシード宛先へ1通ずつ出し、配布を記録する
      * (label_print の SEED-LABELS と同じ順)
           move WS-CAMPAIGN to WS-SEED-TARGET.
           move 0 to WS-SEED-SEQ.
           move "Y" to WS-SEED-RESULT.
           perform until WS-SEED-RESULT not = "Y"
              move "NEXT " to WS-SEED-MODE
              call "SED001" using WS-SEED-MODE WS-SEED-TYPE
                                  WS-SEED-TARGET WS-SEED-SEQ
                                  WS-RJ-PROGNAME WS-SEED-REC
                                  WS-SEED-RESULT
              if WS-SEED-RESULT = "Y"
                 perform SEED-LETTER-S thru SEED-LETTER-E
                 move "LOG  " to WS-SEED-MODE
                 call "SED001" using WS-SEED-MODE WS-SEED-TYPE
                                     WS-SEED-TARGET WS-SEED-SEQ
                                     WS-RJ-PROGNAME WS-SEED-REC
                                     WS-SEED-RESULT
              end-if
           end-perform.
        SEED-LETTERS-E.

        SEED-LETTER-S.
      * シード1通：置換値をシードの宛先にして雛形全行を書く
           move SD-氏名（漢字）       to WS-NAME-X.
           move SD-都道府県名（漢字） to WS-KEN-X.
           move SD-市町村名（漢字）   to WS-SHI-X.
           move SD-町域名（漢字）     to WS-CHO-X.
           move SD-番地建物           to WS-BAN-X.
           move SD-郵便番号７桁       to C-郵便番号７桁.
           move spaces                to WS-TRACK-LABEL.
           compute WS-SEED-COUNT = WS-SEED-COUNT + 1.
           move 1 to i.
           perform EMIT-LINE-S thru EMIT-LINE-E
              until i > WS-TPL-USED.
           move spaces to OUT-FD-REC.
           move WS-FF-LINE to OUT-FD-REC(1:1).
           write OUT-FD-REC.
        SEED-LETTER-E.

        EMIT-LINE-S.
      * 雛形1行の置換タグを顧客値へ差し替えて書き出す
           move WS-TPL-LINE(i) to WS-SRC-LINE.
                 when WS-SRC-LINE(WS-SRC-POS:6) = "&DATE&"
                    move 6 to WS-TAG-LEN
                    move WS-TODAY-DATE to WS-VAL
                 when WS-SRC-LINE(WS-SRC-POS:7) = "&TRACK&"
                    move 7 to WS-TAG-LEN
                    move WS-TRACK-LABEL to WS-VAL
              end-evaluate
           end-if.
           if WS-TAG-LEN = 0
                       and CTL-FD-REC(15:3) is numeric
                       move CTL-FD-REC(15:3) to WS-SUPPRESS-DAYS
                    end-if
                    if CTL-FD-REC(1:10) = "HOUSEHOLD="
                       and (CTL-FD-REC(11:1) = "P"
                            or CTL-FD-REC(11:1) = "F")
                       move CTL-FD-REC(11:1) to WS-HOUSEHOLD
                    end-if
                    if CTL-FD-REC(1:6) = "USAGE="
                       and (CTL-FD-REC(7:1) = "B"
                            or CTL-FD-REC(7:1) = "S")
                       move CTL-FD-REC(7:1) to WS-USAGE
                    end-if
                    if CTL-FD-REC(1:8) = "TRACKED="
                       and (CTL-FD-REC(9:1) = "R"
                            or CTL-FD-REC(9:1) = "K"
                            or CTL-FD-REC(9:1) = "L")
                       move CTL-FD-REC(9:1) to WS-TRACK-KIND
                    end-if
              end-read
           end-perform.
           close ctl-file.
        READ-CONTROL-E.

        HH-OPEN-S.
      * 世帯ファイルが無ければ顧客単位の実行に戻す(ラベル側も同じ)
           open input hh-file.
           if WS-HH-FS not = "00"
              display "WARNING: HOUSEHOLD specified but "
                      "household.idx cannot be opened"
              move space to WS-HOUSEHOLD
              go to HH-OPEN-E
           end-if.
           open input hm-cust-file.
           if WS-HM-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-HM-FS
              stop run
           end-if.
           open output hs-work-file.
           close hs-work-file.
           open i-o hs-work-file.
           if WS-HS-FS not = "00"
              display "ERROR: cannot open mail_merge_hh.idx"
                      " status=" WS-HS-FS
              stop run
           end-if.
        HH-OPEN-E.

        HH-CHECK-S.
      * 2人以上の世帯に属する顧客なら世帯の宛名を用意する。
      * 世帯を出済みなら WS-HH-ACTIVE="S"(飛ばす)。宛名人の選び方は
      * label_print の HH-CHECK-S と同じ
           move C-顧客番号 to H-顧客番号.
           read hh-file key is H-顧客番号
              invalid key
                 go to HH-CHECK-E
           end-read.
           if H-世帯人数 < 2
              go to HH-CHECK-E
           end-if.
           move H-世帯番号 to HS-世帯番号.
           read hs-work-file
              invalid key
                 continue
              not invalid key
                 move "S" to WS-HH-ACTIVE
                 go to HH-CHECK-E
           end-read.
           move "Y" to WS-HH-ACTIVE.
           move H-世帯番号 to WS-HH-NO.
           move C-顧客番号 to WS-HH-ADDR-NO.
           move C-顧客名（漢字） to WS-HH-NAME-N.
           move WS-HH-NO to H-世帯番号.
           move "N" to WS-HH-EOF.
           start hh-file key is = H-世帯番号
              invalid key
                 move "Y" to WS-HH-EOF
           end-start.
           perform until WS-HH-EOF = "Y"
              read hh-file next record
                 at end
                    move "Y" to WS-HH-EOF
              end-read
              if WS-HH-EOF not = "Y"
                 if H-世帯番号 not = WS-HH-NO
                    move "Y" to WS-HH-EOF
                 else
                    if H-顧客番号 < WS-HH-ADDR-NO
                       perform HH-MEMBER-S thru HH-MEMBER-E
                       if WS-HH-MEMBER-OK = "Y"
                          move H-顧客番号 to WS-HH-ADDR-NO
                          move HC-顧客名（漢字） to WS-HH-NAME-N
                       end-if
                    end-if
                 end-if
              end-if
           end-perform.
           move spaces to WS-HH-SURNAME.
           unstring WS-HH-NAME-X delimited by "　" or " "
              into WS-HH-SURNAME.
        HH-CHECK-E.

        HH-MEMBER-S.
      * 世帯員(H-顧客番号)が郵送停止でなく連絡同意もあれば "Y"
           move "N" to WS-HH-MEMBER-OK.
           move H-顧客番号 to HC-顧客番号.
           read hm-cust-file
              invalid key
                 go to HH-MEMBER-E
           end-read.
           if HC-郵送停止フラグ = "Y"
              go to HH-MEMBER-E
           end-if.
           move "CHECK" to WS-CNS-MODE.
           move H-顧客番号 to WS-CNS-KEY.
           call "CNS001" using WS-CNS-MODE WS-CNS-KEY WS-CNS-CLASS
                               WS-CNS-PRODUCT WS-CNS-RESULT
                               WS-CNS-REASON.
           if WS-CNS-RESULT = "Y"
              move "Y" to WS-HH-MEMBER-OK
           end-if.
        HH-MEMBER-E.

        HIST-LOAD-S.
      * 郵送履歴から顧客別の最終郵送日(通算日)を作業索引へ積む。
      * カットオフ日より古い履歴行は抑止に関係しないので積まない。
      * 当日かつ同一キャンペーンの行は対になるラベル実行が書いた
      * ものなので、レターの抑止には数えない(実行順に依らず同じ
      * 顧客の束になるようにする)。作業索引は前回実行分を引き
      * 継がないよう空で作り直す
           open output mh-work-file.
           close mh-work-file.
           open i-o mh-work-file.
           if WS-MW-FS not = "00"
              display "ERROR: cannot open mail_merge_mh.idx status="
                      WS-MW-FS
              stop run
           end-if.
           open input mail-hist-file.
           if WS-HIST-FS not = "00"
              go to HIST-LOAD-E
              end-read
           end-perform.
           close mail-hist-file.
        HIST-LOAD-E.

        HIST-TALLY-S.
           if WS-SER-RESULT < WS-CUTOFF-SERIAL
              go to HIST-TALLY-E
           end-if.
           move MH-顧客番号 to MW-顧客番号.
           read mh-work-file
              invalid key
                 move WS-SER-RESULT to MW-通算日
                 write MH-WORK-REC
                 go to HIST-TALLY-E
           end-read.
           if WS-SER-RESULT > MW-通算日
              move WS-SER-RESULT to MW-通算日
              rewrite MH-WORK-REC
           end-if.
        HIST-TALLY-E.

        SUPPRESS-CHECK-S.
      * 作業索引に顧客がいればカットオフ日以降の郵送済み
           move 1 to WS-MH-IDX.
           move C-顧客番号 to MW-顧客番号.
           read mh-work-file
              invalid key
                 move 0 to WS-MH-IDX
           end-read.
        SUPPRESS-CHECK-E.

        READ-SELECT-S.
              + WS-CUM-MM(WS-SER-MM) + WS-SER-DD.
        DATE-TO-SERIAL-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "letters.dat" to WS-OUT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OUT-FILENAME.
           move "label_print.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "label_select.ctl" to WS-SEL-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SEL-CTL-FILENAME.
           move "mail_merge_select.rpt" to WS-SEL-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-SEL-RPT-FILENAME.
           move "mailing_hist.dat" to WS-MAIL-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MAIL-HIST-FILENAME.
           move "mail_merge_mh.idx" to WS-MH-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MH-WORK-FILENAME.
           move "route.idx" to WS-ROUTE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROUTE-FILENAME.
           move "yubin_seq.idx" to WS-IDX-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-IDX-FILENAME.
           move "custaddr2.idx" to WS-DLVA-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DLVA-FILENAME.
           move "household.idx" to WS-HH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HH-FILENAME.
           move "mail_merge_hh.idx" to WS-HS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HS-WORK-FILENAME.
           move "mail_merge_ts.idx" to WS-TS-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TS-WORK-FILENAME.
           move "tracked_mail.idx" to WS-TRACK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TRACK-FILENAME.
           move "track_select.ctl" to WS-TRKSEL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TRKSEL-FILENAME.
        ENV-RESOLVE-E.
