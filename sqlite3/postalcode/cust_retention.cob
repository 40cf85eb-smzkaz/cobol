      **=================================================================
      ** 顧客ライフサイクル判定と個人データの保存期間消去
      ** 引数：TRIAL=Y (試行。判定と消去対象の洗い出しだけを行い、
      **       何も消さずに証明書の下書きを出す。承認前の確認用)
      ** 入力：customer.idx (顧客住所マスタ)
      **       mailing_hist.dat (最終郵送日の判定材料)
      **       retention.ctl (任意の保存期間設定。既定値は括弧内)
      **         DORMANT-DAYS=nnnn … 最終郵送・最終変更からこの日数で
      **                    休眠(730)
      **         CLOSE-DAYS=nnnn   … 同じくこの日数で終了(1095)
      **         RETAIN-DAYS=nnnn  … 終了からこの日数で消去(365)
      **         QUERY-DAYS=nnnn   … 郵便番号検索ジャーナルの保存
      **                    日数(365)
      **       erasure_request.dat (本人からの消去依頼。1行1件
      **         「YYYYMMDD cust=XXXXXXXX ref=XXXXXXXXXX」。状態や
      **         保存期間にかかわらず今回消去する。処理後は
      **         erasure_request.dat.YYYYMMDD へ写しを退避し、編集
      **         中で消せなかった顧客の依頼だけを残す)
      ** 出力：custlife.idx (顧客ごとの状態。稼働A・休眠D・終了C)
      **       customer.idx / custaddr2.idx / custmove.idx /
      **       custlife.idx / cust_xref.idx / cust_consent.idx /
      **       cust_consent_hist.idx / cust_branch.idx /
      **       tracked_mail.idx / household.idx (消去対象の顧客の
      **       レコードを削除。世帯の代表者だったときは残る世帯員の
      **       代表者・宛名・人数を書き直す)
      **       mailing_hist.dat / delivery_result.dat /
      **       campaign_resp.dat (顧客番号を伏字にする。件数の集計は
      **       残す)
      **       mail_return.dat / cust_jnl.dat / cust_merge_jnl.dat
      **       (消去対象の顧客の行を削除。住所像を含むため)
      **       yubin_query_jnl.dat (保存日数を過ぎた行を削除)
      **       上記の記録ファイルを housekeep の ROLL= で月次退避した
      **       世代(ARCHIVE-DIR の <名前>.YYYYMM)も同じく書き直す
      **       cust_jnl.dat・yubin_query_jnl.dat は行を落とした後に
      **       連鎖ハッシュを付け直し(CHN001。退避の行を落としたときは
      **       起点から退避ごと)、共通ログへ記帳する
      **       cust_retention.rpt (消去証明書。顧客ごとに理由と
      **       ファイル別の件数、確認・承認の署名欄)
      ** 顧客を永久に持ち続ける運用をやめ、個人情報保護方針の
      ** 「稼働していない個人データは一定期間後に消去する」を
      ** 実施する。最終郵送・最終変更から休眠・終了を自動で判定し、
      ** 終了から保存期間を過ぎた顧客と消去依頼のあった顧客を、
      ** マスタと記録ファイルのすべてから消す。cust_maintで編集中の
      ** 顧客(LCK002で保持中)は消さずに次回へ持ち越す
      **=================================================================
        identification           division.
        program-id.              cust_retention.
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
        select dlva-file
            assign to WS-DLVA-FILENAME
            organization indexed
            access mode dynamic
            record key is D-副住所キー
            file status is WS-DLVA-FS.
        select move-file
            assign to WS-MOVE-FILENAME
            organization indexed
            access mode dynamic
            record key is M-予約キー
            file status is WS-MOVE-FS.
        select life-file
            assign to WS-LIFE-FILENAME
            organization indexed
            access mode dynamic
            record key is L-顧客番号
            file status is WS-LIFE-FS.
        select xref-file
            assign to WS-XREF-FILENAME
            organization indexed
            access mode dynamic
            record key is XR-キー
            alternate record key is XR-外部キー
            file status is WS-XREF-FS.
        select cons-file
            assign to WS-CONS-FILENAME
            organization indexed
            access mode dynamic
            record key is CS-顧客番号
            file status is WS-CONS-FS.
        select cnsh-file
            assign to WS-CNSH-FILENAME
            organization indexed
            access mode dynamic
            record key is CH-キー
            file status is WS-CNSH-FS.
        select brch-file
            assign to WS-BRCH-FILENAME
            organization indexed
            access mode dynamic
            record key is BR-顧客番号
            alternate record key is BR-支店
                with duplicates
            file status is WS-BRCH-FS.
        select track-file
            assign to WS-TRACK-FILENAME
            organization indexed
            access mode dynamic
            record key is TM-キー
            alternate record key is TM-追跡番号
                with duplicates
            file status is WS-TRK-FS.
        select hh-file
            assign to WS-HH-FILENAME
            organization indexed
            access mode dynamic
            record key is H-顧客番号
            alternate record key is H-世帯番号
                with duplicates
            file status is WS-HH-FS.
        select mail-hist-file
            assign to WS-MAIL-HIST-FILENAME
            organization line sequential
            file status is WS-HIST-FS.
        select ctl-file
            assign to WS-CTL-FILENAME
            organization line sequential
            file status is WS-CTL-FS.
        select erase-file
            assign to WS-ERASE-FILENAME
            organization line sequential
            file status is WS-ERASE-FS.
      * 最終郵送日の顧客別作業索引(毎回作り直す)
        select mh-work-file
            assign to WS-MH-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is MW-顧客番号
            file status is WS-MW-FS.
      * 今回の消去対象の顧客別作業索引(毎回作り直す)
        select del-work-file
            assign to WS-DEL-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is DW-顧客番号
            file status is WS-DW-FS.
      * 記録ファイルの書き直し(ファイル名は表から順に差し替える)
        select scrub-in-file
            assign to WS-SC-IN-NAME
            organization line sequential
            file status is WS-SCI-FS.
        select scrub-out-file
            assign to WS-SC-OUT-NAME
            organization line sequential
            file status is WS-SCO-FS.
      * 記録ファイルの月次退避の一覧(ls の結果)
        select arc-list-file
            assign to WS-ARC-LIST-FILENAME
            organization line sequential
            file status is WS-ALS-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  cust-file
            label records are standard.
        01  CUST-REC.
            COPY CUSTADDR.

        fd  dlva-file
            label records are standard.
        01  DLVA-REC.
            COPY CUSTDLVA.

        fd  move-file
            label records are standard.
        01  MOVE-REC.
            COPY CUSTMOVE.

        fd  life-file
            label records are standard.
        01  LIFE-REC.
            COPY CUSTLIFE.

        fd  xref-file
            label records are standard.
        01  XREF-REC.
            COPY CUSTXREF.

        fd  cons-file
            label records are standard.
        01  CONS-REC.
            COPY CUSTCONS.

        fd  cnsh-file
            label records are standard.
        01  CNSH-REC.
            COPY CUSTCNSH.

        fd  brch-file
            label records are standard.
        01  BRCH-REC.
            COPY CUSTBRCH.

        fd  track-file
            label records are standard.
        01  TRACK-REC.
            COPY TRKMAIL.

        fd  hh-file
            label records are standard.
        01  HH-REC.
            COPY HOUSEHLD.

        fd  mail-hist-file
            label records are standard.
        01  MAIL-HIST-FD-REC.
            03 MH-顧客番号      pic X(08).
            03 filler           pic X(01).
            03 MH-実行日        pic X(08).
            03 filler           pic X(01).
            03 MH-キャンペーン  pic X(08).
            03 filler           pic X(01).
      * 通区分(空白=1通。M=世帯宛ての1通に同封された世帯員の記録。
      * 最終郵送日の判定には区分を問わず使う)
            03 MH-通区分        pic X(01).

        fd  ctl-file
            label records are standard.
        01  CTL-FD-REC          pic X(80).

        fd  erase-file
            label records are standard.
        01  ERASE-FD-REC.
            03 ER-依頼日        pic X(08).
            03 ER-CUST-TAG      pic X(06).
            03 ER-顧客番号      pic X(08).
            03 ER-REF-TAG       pic X(05).
            03 ER-参照番号      pic X(10).
            03 filler           pic X(43).

        fd  mh-work-file
            label records are standard.
        01  MH-WORK-REC.
            03 MW-顧客番号      pic X(08).
            03 MW-最終郵送日    pic X(08).

        fd  del-work-file
            label records are standard.
        01  DEL-WORK-REC.
            03 DW-顧客番号      pic X(08).
      * 理由：E=消去依頼 R=保存期間経過
            03 DW-理由          pic X(01).
            03 DW-参照番号      pic X(10).
            03 DW-起算日        pic X(08).
      * 保留：Y=編集中で今回は消さない N=マスタに無い(記録だけ消す)
            03 DW-保留          pic X(01).
            03 DW-件数          pic 9(05) occurs 16.

        fd  scrub-in-file
            label records are standard.
        01  SCRUB-IN-REC        pic X(1100).

        fd  scrub-out-file
            label records are standard.
        01  SCRUB-OUT-REC       pic X(1100).

        fd  arc-list-file
            label records are standard.
        01  ARC-LIST-REC        pic X(256).

        fd  rpt-file
            label records are standard.
        01  RPT-FD-REC          pic X(200).

        working-storage           section.
        01  WS-CUST-FS          pic X(02).
        01  WS-DLVA-FS          pic X(02).
        01  WS-MOVE-FS          pic X(02).
        01  WS-LIFE-FS          pic X(02).
        01  WS-XREF-FS          pic X(02).
        01  WS-CONS-FS          pic X(02).
        01  WS-CNSH-FS          pic X(02).
        01  WS-BRCH-FS          pic X(02).
        01  WS-TRK-FS           pic X(02).
        01  WS-HH-FS            pic X(02).
        01  WS-ALS-FS           pic X(02).
        01  WS-HIST-FS          pic X(02).
        01  WS-CTL-FS           pic X(02).
        01  WS-ERASE-FS         pic X(02).
        01  WS-MW-FS            pic X(02).
        01  WS-DW-FS            pic X(02).
        01  WS-SCI-FS           pic X(02).
        01  WS-SCO-FS           pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-CUST-EOF         pic X(01).
        01  WS-HIST-EOF         pic X(01).
        01  WS-CTL-EOF          pic X(01).
        01  WS-ERASE-EOF        pic X(01).
        01  WS-DW-EOF           pic X(01).
        01  WS-SUB-EOF          pic X(01).
        01  WS-SCI-EOF          pic X(01).
        01  WS-DLVA-OPENED      pic X(01) value "N".
        01  WS-MOVE-OPENED      pic X(01) value "N".
        01  WS-XREF-OPENED      pic X(01) value "N".
        01  WS-CONS-OPENED      pic X(01) value "N".
        01  WS-CNSH-OPENED      pic X(01) value "N".
        01  WS-BRCH-OPENED      pic X(01) value "N".
        01  WS-TRK-OPENED       pic X(01) value "N".
        01  WS-HH-OPENED        pic X(01) value "N".
        01  WS-ALS-EOF          pic X(01).
        01  WS-ERASE-OPENED     pic X(01) value "N".
        01  WS-TRIAL            pic X(01) value "N".
        01  WS-ARG-JUNK         pic X(10).
        01  WS-CTL-JUNK         pic X(20).
      * 保存期間の設定(retention.ctl)
        01  WS-DORMANT-DAYS     pic 9(04) value 730.
        01  WS-CLOSE-DAYS       pic 9(04) value 1095.
        01  WS-RETAIN-DAYS      pic 9(04) value 365.
        01  WS-QUERY-DAYS       pic 9(04) value 365.
        01  WS-CTL-NUM          pic X(04).
        01  WS-TODAY-DATE       pic 9(08).
        01  WS-TODAY-TIME       pic 9(08).
        01  WS-TODAY-SERIAL     pic 9(08).
        01  WS-QUERY-CUTOFF     pic 9(08).
      * 判定の作業項目
        01  WS-LAST-MAIL        pic X(08).
        01  WS-LAST-CHANGE      pic X(08).
        01  WS-LAST-ACT         pic X(08).
        01  WS-ACT-DAYS         pic 9(08).
        01  WS-NEW-STATE        pic X(01).
        01  WS-LIFE-NEW         pic X(01).
        01  WS-CLOSED-DAYS      pic 9(08).
      * 通算日換算(label_printのDATE-TO-SERIAL-Sと同じ)
        01  WS-SER-DATE         pic 9(08).
        01  WS-SER-YYYY         pic 9(04).
        01  WS-SER-MM           pic 9(02).
        01  WS-SER-DD           pic 9(02).
        01  WS-SER-RESULT       pic 9(08).
        01  WS-CUM-DAYS-TBL.
            03 filler pic X(36) value
               "000031059090120151181212243273304334".
        01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TBL.
            03 WS-CUM-MM  occurs 12  pic 9(03).
      * 書き直す記録ファイルの表。顧客番号の位置(2つ目は統合の
      * 存続側。無ければ0)、処理(R=行を削除 A=顧客番号を伏字)、
      * 証明書の件数欄の番号
        01  WS-SCRUB-DEFS.
            03 filler pic X(30) value "mailing_hist.dat".
            03 filler pic 9(03) value 1.
            03 filler pic 9(03) value 0.
            03 filler pic X(01) value "A".
            03 filler pic 9(02) value 5.
            03 filler pic X(30) value "mail_return.dat".
            03 filler pic 9(03) value 22.
            03 filler pic 9(03) value 0.
            03 filler pic X(01) value "R".
            03 filler pic 9(02) value 6.
            03 filler pic X(30) value "cust_jnl.dat".
            03 filler pic 9(03) value 28.
            03 filler pic 9(03) value 0.
            03 filler pic X(01) value "R".
            03 filler pic 9(02) value 7.
            03 filler pic X(30) value "cust_merge_jnl.dat".
            03 filler pic 9(03) value 24.
            03 filler pic 9(03) value 36.
            03 filler pic X(01) value "R".
            03 filler pic 9(02) value 8.
            03 filler pic X(30) value "delivery_result.dat".
            03 filler pic 9(03) value 15.
            03 filler pic 9(03) value 0.
            03 filler pic X(01) value "A".
            03 filler pic 9(02) value 9.
            03 filler pic X(30) value "campaign_resp.dat".
            03 filler pic 9(03) value 1.
            03 filler pic 9(03) value 0.
            03 filler pic X(01) value "A".
            03 filler pic 9(02) value 10.
        01  WS-SCRUBS REDEFINES WS-SCRUB-DEFS.
            03 WS-SCRUB  occurs 6.
               05 WS-SC-NAME     pic X(30).
               05 WS-SC-POS1     pic 9(03).
               05 WS-SC-POS2     pic 9(03).
               05 WS-SC-ACTION   pic X(01).
               05 WS-SC-CNT-IDX  pic 9(02).
        01  WS-SC-NO            pic 9(02).
        01  WS-SC-IN-NAME       pic X(256).
        01  WS-SC-OUT-NAME      pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-SC-CMD-AREA.
           03 WS-SC-CMD           pic X(600).
           03 filler              pic X(01) value low-value.
        01  WS-SC-POS           pic 9(03).
        01  WS-SC-DROP          pic X(01).
        01  WS-SC-HIT           pic X(01).
        01  WS-SC-DROP-CNT      pic 9(07).
      * 書き直しの種類(S=表の記録ファイル Q=郵便番号検索ジャーナル)
        01  WS-SC-KIND          pic X(01).
      * 月次退避の世代(housekeep の ROLL=)。接頭部は ENV001 の ARC
        01  WS-SC-LOGICAL       pic X(30).
        01  WS-ARC-PREFIX       pic X(256).
        01  WS-ARC-BASE-LEN     pic 9(03).
        01  WS-ARC-SUFFIX       pic X(06).
        01  WS-ARC-BEFORE       pic 9(07).
        01  WS-ARC-DROPPED      pic 9(07).
        01  WS-ARC-FILES        pic 9(05) value 0.
      * 世帯の代表者の付け替え
        01  WS-HH-NO            pic X(08).
        01  WS-HH-REP           pic X(08).
        01  WS-HH-NEW-REP       pic X(08).
        01  WS-HH-NEW-NAME      pic N(20).
        01  WS-HH-LEFT          pic 9(03).
        01  WS-HH-REWRITE       pic 9(07) value 0.
      * 件数
        01  WS-ACTIVE-COUNT     pic 9(07) value 0.
        01  WS-DORMANT-COUNT    pic 9(07) value 0.
        01  WS-CLOSED-COUNT     pic 9(07) value 0.
        01  WS-TO-DORMANT       pic 9(07) value 0.
        01  WS-TO-CLOSED        pic 9(07) value 0.
        01  WS-REACTIVATED      pic 9(07) value 0.
        01  WS-ERASE-REQ        pic 9(07) value 0.
        01  WS-ERASE-BAD        pic 9(07) value 0.
        01  WS-PURGE-COUNT      pic 9(07) value 0.
        01  WS-HELD-COUNT       pic 9(07) value 0.
        01  WS-QUERY-DROPPED    pic 9(07) value 0.
      * 監査ジャーナルの連鎖の付け直し(CHN001)と共通ログ(LOG001)
        01  WS-CHN-MODE         pic X(05) value "SEAL ".
        01  WS-CHN-JOURNAL      pic X(30).
        01  WS-CHN-LINE         pic X(1100).
        01  WS-CHN-HASH         pic X(16).
        01  WS-CHN-RESULT       pic X(01).
        01  WS-CHN-DROPPED      pic 9(07).
        01  WS-LOG-SEVERITY     pic X(05).
        01  WS-LOG-MESSAGE      pic X(80).
        01  WS-FILE-TOTAL.
            03 WS-FT-CNT        pic 9(07) occurs 16.
        01  WS-CNT-IDX          pic 9(02).
      * 証明書の組立
        01  WS-RPT-LINE         pic X(200).
        01  WS-RPT-PTR          pic 9(03).
        01  WS-CNT-ED           pic ZZZZZZ9.
        01  WS-REASON-TEXT      pic X(09).
      * 顧客番号単位の編集ロック(LCK002。cust_maintと同じ資源名)
        01  WS-OPER-ID          pic X(08) value "CUST_RET".
        01  WS-RLK-MODE         pic X(05).
        01  WS-RLK-RESOURCE     pic X(30).
        01  WS-RLK-RESULT       pic X(01).
        01  WS-RLK-HOLDER       pic X(08).
      * スプール登録(SPL001)
        01  WS-SPL-FILE         pic X(30) value "cust_retention.rpt".
        01  WS-SPL-JOBNO        pic 9(05).
        01  WS-SPL-RESULT       pic X(01).
      * 共通実行ジャーナル(JNL001)
        01  WS-RJ-MODE          pic X(05).
        01  WS-RJ-PROGNAME      pic X(20) value "CUST_RETENTION".
        01  WS-RJ-STATUS        pic X(07).
        01  WS-RJ-COUNT         pic 9(07) value 0.
        01  i                   pic 99.
        01  argc                pic 9(04).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME       pic X(256).
        01  WS-DLVA-FILENAME       pic X(256).
        01  WS-MOVE-FILENAME       pic X(256).
        01  WS-LIFE-FILENAME       pic X(256).
        01  WS-XREF-FILENAME       pic X(256).
        01  WS-CONS-FILENAME       pic X(256).
        01  WS-CNSH-FILENAME       pic X(256).
        01  WS-BRCH-FILENAME       pic X(256).
        01  WS-TRACK-FILENAME      pic X(256).
        01  WS-HH-FILENAME         pic X(256).
        01  WS-ARC-LIST-FILENAME   pic X(256).
        01  WS-MAIL-HIST-FILENAME  pic X(256).
        01  WS-CTL-FILENAME        pic X(256).
        01  WS-ERASE-FILENAME      pic X(256).
        01  WS-MH-WORK-FILENAME    pic X(256).
        01  WS-DEL-WORK-FILENAME   pic X(256).
        01  WS-RPT-FILENAME        pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD            pic X(600).
           03 filler                 pic X(01) value low-value.
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              perform until i > argc
                 accept param(i) from argument-value
                 if param(i)(1:6) = "TRIAL="
                    unstring param(i) delimited by "="
                       into WS-ARG-JUNK WS-TRIAL
                    if WS-TRIAL = "y"
                       move "Y" to WS-TRIAL
                    end-if
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           accept WS-TODAY-DATE from date yyyymmdd.
           accept WS-TODAY-TIME from time.
           move WS-TODAY-DATE to WS-SER-DATE.
           perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E.
           move WS-SER-RESULT to WS-TODAY-SERIAL.
           perform READ-CONTROL-S thru READ-CONTROL-E.
           compute WS-QUERY-CUTOFF = WS-TODAY-SERIAL - WS-QUERY-DAYS.
           move 1 to i.
           perform until i > 16
              move 0 to WS-FT-CNT(i)
              compute i = i + 1
           end-perform.
           perform OPEN-FILES-S thru OPEN-FILES-E.
           perform HIST-LOAD-S thru HIST-LOAD-E.
      * (1) 全顧客の状態判定と保存期間経過の洗い出し
           move low-values to C-顧客番号.
           move "N" to WS-CUST-EOF.
           start cust-file key is >= C-顧客番号
              invalid key
                 move "Y" to WS-CUST-EOF
           end-start.
           perform LIFECYCLE-S thru LIFECYCLE-E
              until WS-CUST-EOF = "Y".
      * (2) 本人からの消去依頼(状態・期間にかかわらず対象)
           perform ERASURE-LOAD-S thru ERASURE-LOAD-E.
      * (3) マスタ系の索引ファイルから顧客を消す
           move low-values to DW-顧客番号.
           move "N" to WS-DW-EOF.
           start del-work-file key is >= DW-顧客番号
              invalid key
                 move "Y" to WS-DW-EOF
           end-start.
           perform PURGE-S thru PURGE-E
              until WS-DW-EOF = "Y".
      * (4) 記録ファイルを書き直す
           move 1 to WS-SC-NO.
           perform until WS-SC-NO > 6
              perform SCRUB-FILE-S thru SCRUB-FILE-E
              compute WS-SC-NO = WS-SC-NO + 1
           end-perform.
           perform QUERY-AGE-S thru QUERY-AGE-E.
      * (5) 消去証明書
           perform CERTIFICATE-S thru CERTIFICATE-E.
           perform CLOSE-FILES-S thru CLOSE-FILES-E.
           if WS-TRIAL not = "Y" and WS-ERASE-OPENED = "Y"
              perform ERASURE-CARRY-S thru ERASURE-CARRY-E
           end-if.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-MH-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-DEL-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           call "SPL001" using WS-RJ-PROGNAME WS-SPL-FILE
                                WS-SPL-JOBNO WS-SPL-RESULT.
           if WS-SPL-RESULT = "Y"
              display "SPOOL JOB=" WS-SPL-JOBNO
           end-if.
           display "RETENTION active=" WS-ACTIVE-COUNT
                   " dormant=" WS-DORMANT-COUNT
                   " closed=" WS-CLOSED-COUNT
                   " purged=" WS-PURGE-COUNT
                   " held=" WS-HELD-COUNT
                   " trial=" WS-TRIAL.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move WS-PURGE-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        MAIN-E.

      ******************************************************************
        READ-CONTROL-S.
           open input ctl-file.
           if WS-CTL-FS not = "00"
              go to READ-CONTROL-E
           end-if.
           move "N" to WS-CTL-EOF.
           perform until WS-CTL-EOF = "Y"
              read ctl-file
                 at end
                    move "Y" to WS-CTL-EOF
                 not at end
                    perform PARSE-CONTROL-S thru PARSE-CONTROL-E
              end-read
           end-perform.
           close ctl-file.
        READ-CONTROL-E.

        PARSE-CONTROL-S.
      * 値は4桁の数字(0730のように桁を揃えて書く)。不正なら既定値
           move spaces to WS-CTL-NUM.
           unstring CTL-FD-REC delimited by "="
              into WS-CTL-JUNK WS-CTL-NUM.
           if WS-CTL-NUM not numeric
              go to PARSE-CONTROL-E
           end-if.
           evaluate WS-CTL-JUNK
              when "DORMANT-DAYS"
                 move WS-CTL-NUM to WS-DORMANT-DAYS
              when "CLOSE-DAYS"
                 move WS-CTL-NUM to WS-CLOSE-DAYS
              when "RETAIN-DAYS"
                 move WS-CTL-NUM to WS-RETAIN-DAYS
              when "QUERY-DAYS"
                 move WS-CTL-NUM to WS-QUERY-DAYS
           end-evaluate.
      * 終了は休眠より後でなければならない
           if WS-CLOSE-DAYS <= WS-DORMANT-DAYS
              compute WS-CLOSE-DAYS = WS-DORMANT-DAYS + 1
           end-if.
        PARSE-CONTROL-E.

        OPEN-FILES-S.
           open i-o cust-file.
           if WS-CUST-FS not = "00"
              display "ERROR: cannot open customer.idx status="
                      WS-CUST-FS
              move "END  " to WS-RJ-MODE
              move "FAILURE" to WS-RJ-STATUS
              call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                   WS-RJ-STATUS WS-RJ-COUNT
              stop run
           end-if.
      * 状態ファイルは初回は無いので作成してから開き直す
           open i-o life-file.
           if WS-LIFE-FS not = "00"
              open output life-file
              close life-file
              open i-o life-file
           end-if.
           open i-o dlva-file.
           if WS-DLVA-FS = "00"
              move "Y" to WS-DLVA-OPENED
           end-if.
           open i-o move-file.
           if WS-MOVE-FS = "00"
              move "Y" to WS-MOVE-OPENED
           end-if.
           open i-o xref-file.
           if WS-XREF-FS = "00"
              move "Y" to WS-XREF-OPENED
           end-if.
           open i-o cons-file.
           if WS-CONS-FS = "00"
              move "Y" to WS-CONS-OPENED
           end-if.
           open i-o cnsh-file.
           if WS-CNSH-FS = "00"
              move "Y" to WS-CNSH-OPENED
           end-if.
           open i-o brch-file.
           if WS-BRCH-FS = "00"
              move "Y" to WS-BRCH-OPENED
           end-if.
           open i-o track-file.
           if WS-TRK-FS = "00"
              move "Y" to WS-TRK-OPENED
           end-if.
           open i-o hh-file.
           if WS-HH-FS = "00"
              move "Y" to WS-HH-OPENED
           end-if.
           open output del-work-file.
           close del-work-file.
           open i-o del-work-file.
           if WS-DW-FS not = "00"
              display "ERROR: cannot open cust_retention_del.idx"
                      " status=" WS-DW-FS
              stop run
           end-if.
           open output rpt-file.
        OPEN-FILES-E.

        CLOSE-FILES-S.
           close rpt-file.
           close del-work-file.
           if WS-HH-OPENED = "Y"
              close hh-file
           end-if.
           if WS-TRK-OPENED = "Y"
              close track-file
           end-if.
           if WS-BRCH-OPENED = "Y"
              close brch-file
           end-if.
           if WS-CNSH-OPENED = "Y"
              close cnsh-file
           end-if.
           if WS-CONS-OPENED = "Y"
              close cons-file
           end-if.
           if WS-XREF-OPENED = "Y"
              close xref-file
           end-if.
           if WS-MOVE-OPENED = "Y"
              close move-file
           end-if.
           if WS-DLVA-OPENED = "Y"
              close dlva-file
           end-if.
           close life-file.
           close cust-file.
        CLOSE-FILES-E.

        HIST-LOAD-S.
      * 郵送履歴から顧客ごとの最終郵送日を作業索引へ積む
           open output mh-work-file.
           close mh-work-file.
           open i-o mh-work-file.
           if WS-MW-FS not = "00"
              display "ERROR: cannot open cust_retention_mh.idx"
                      " status=" WS-MW-FS
              stop run
           end-if.
           open input mail-hist-file.
           if WS-HIST-FS not = "00"
              go to HIST-LOAD-E
           end-if.
           move "N" to WS-HIST-EOF.
           perform until WS-HIST-EOF = "Y"
              read mail-hist-file
                 at end
                    move "Y" to WS-HIST-EOF
                 not at end
                    perform HIST-TALLY-S thru HIST-TALLY-E
              end-read
           end-perform.
           close mail-hist-file.
        HIST-LOAD-E.

        HIST-TALLY-S.
           if MH-実行日 not numeric
              go to HIST-TALLY-E
           end-if.
           move MH-顧客番号 to MW-顧客番号.
           read mh-work-file
              invalid key
                 move MH-実行日 to MW-最終郵送日
                 write MH-WORK-REC
                 go to HIST-TALLY-E
           end-read.
           if MH-実行日 > MW-最終郵送日
              move MH-実行日 to MW-最終郵送日
              rewrite MH-WORK-REC
           end-if.
        HIST-TALLY-E.

        LIFECYCLE-S.
      * 最終郵送日と最終変更日の新しい方からの経過日数で判定する。
      * どちらの日付も無い(移行前からの)顧客は根拠が無いので稼働の
      * まま置き、自動では消さない
           read cust-file next record
              at end
                 move "Y" to WS-CUST-EOF
                 go to LIFECYCLE-E
           end-read.
           move spaces to WS-LAST-MAIL.
           move C-顧客番号 to MW-顧客番号.
           read mh-work-file
              not invalid key
                 move MW-最終郵送日 to WS-LAST-MAIL
           end-read.
           move spaces to WS-LAST-CHANGE.
           if C-更新年月日 is numeric
              move C-更新年月日 to WS-LAST-CHANGE
           end-if.
           move WS-LAST-CHANGE to WS-LAST-ACT.
           if WS-LAST-MAIL not = spaces
              and (WS-LAST-ACT = spaces or WS-LAST-MAIL > WS-LAST-ACT)
              move WS-LAST-MAIL to WS-LAST-ACT
           end-if.
           move "A" to WS-NEW-STATE.
           if WS-LAST-ACT not = spaces
              move WS-LAST-ACT to WS-SER-DATE
              perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E
              if WS-SER-RESULT > 0
                 and WS-SER-RESULT < WS-TODAY-SERIAL
                 compute WS-ACT-DAYS = WS-TODAY-SERIAL - WS-SER-RESULT
                 if WS-ACT-DAYS >= WS-CLOSE-DAYS
                    move "C" to WS-NEW-STATE
                 else
                    if WS-ACT-DAYS >= WS-DORMANT-DAYS
                       move "D" to WS-NEW-STATE
                    end-if
                 end-if
              end-if
           end-if.
           evaluate WS-NEW-STATE
              when "A"  add 1 to WS-ACTIVE-COUNT
              when "D"  add 1 to WS-DORMANT-COUNT
              when "C"  add 1 to WS-CLOSED-COUNT
           end-evaluate.
           move "N" to WS-LIFE-NEW.
           move C-顧客番号 to L-顧客番号.
           read life-file
              invalid key
                 move "Y" to WS-LIFE-NEW
                 move spaces to LIFE-REC
                 move C-顧客番号 to L-顧客番号
                 move space to L-状態
           end-read.
           if L-状態 not = WS-NEW-STATE
              evaluate true
                 when WS-NEW-STATE = "D"
                    add 1 to WS-TO-DORMANT
                 when WS-NEW-STATE = "C"
                    add 1 to WS-TO-CLOSED
                 when L-状態 not = space
                    add 1 to WS-REACTIVATED
              end-evaluate
              move WS-NEW-STATE  to L-状態
              move WS-TODAY-DATE to L-状態変更日
           end-if.
           move WS-LAST-MAIL   to L-最終郵送日.
           move WS-LAST-CHANGE to L-最終変更日.
           move WS-TODAY-DATE  to L-判定日.
           if WS-TRIAL not = "Y"
              if WS-LIFE-NEW = "Y"
                 write LIFE-REC
                    invalid key
                       continue
                 end-write
              else
                 rewrite LIFE-REC
                    invalid key
                       continue
                 end-rewrite
              end-if
           end-if.
      * 終了から保存期間を過ぎた顧客を消去対象に積む
           if L-状態 = "C" and L-状態変更日 is numeric
              move L-状態変更日 to WS-SER-DATE
              perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E
              compute WS-CLOSED-DAYS = WS-TODAY-SERIAL - WS-SER-RESULT
              if WS-SER-RESULT > 0
                 and WS-SER-RESULT <= WS-TODAY-SERIAL
                 and WS-CLOSED-DAYS >= WS-RETAIN-DAYS
                 move spaces to DEL-WORK-REC
                 move C-顧客番号    to DW-顧客番号
                 move "R"           to DW-理由
                 move L-状態変更日  to DW-起算日
                 perform DEL-ADD-S thru DEL-ADD-E
              end-if
           end-if.
        LIFECYCLE-E.

        ERASURE-LOAD-S.
           open input erase-file.
           if WS-ERASE-FS not = "00"
              go to ERASURE-LOAD-E
           end-if.
           move "Y" to WS-ERASE-OPENED.
           move "N" to WS-ERASE-EOF.
           perform until WS-ERASE-EOF = "Y"
              read erase-file
                 at end
                    move "Y" to WS-ERASE-EOF
                 not at end
                    perform ERASURE-ONE-S thru ERASURE-ONE-E
              end-read
           end-perform.
           close erase-file.
        ERASURE-LOAD-E.

        ERASURE-ONE-S.
           if ERASE-FD-REC = spaces
              go to ERASURE-ONE-E
           end-if.
           if ER-CUST-TAG not = " cust=" or ER-顧客番号 = spaces
              add 1 to WS-ERASE-BAD
              move spaces to WS-RPT-LINE
              string "INVALID ERASURE REQUEST LINE: "
                     ERASE-FD-REC delimited by size
                     into WS-RPT-LINE
              perform WRITE-RPT-S thru WRITE-RPT-E
              go to ERASURE-ONE-E
           end-if.
           add 1 to WS-ERASE-REQ.
      * 期間経過で積んだ顧客でも、依頼があれば理由は依頼にする
           move ER-顧客番号 to DW-顧客番号.
           read del-work-file
              invalid key
                 move spaces to DEL-WORK-REC
                 move ER-顧客番号 to DW-顧客番号
                 move "E"         to DW-理由
                 move ER-参照番号 to DW-参照番号
                 move ER-依頼日   to DW-起算日
                 perform DEL-ADD-S thru DEL-ADD-E
                 go to ERASURE-ONE-E
           end-read.
           move "E"         to DW-理由.
           move ER-参照番号 to DW-参照番号.
           move ER-依頼日   to DW-起算日.
           rewrite DEL-WORK-REC.
        ERASURE-ONE-E.

        ERASURE-CARRY-S.
      * 処理済みの依頼ファイルは日付付きで退避し、編集中で消せな
      * かった顧客の依頼だけを残して次回へ持ち越す
           open input erase-file.
           if WS-ERASE-FS not = "00"
              go to ERASURE-CARRY-E
           end-if.
           open input del-work-file.
           move "erasure_request.dat.new" to WS-SC-OUT-NAME.
           call "ENV001" using WS-ENV-MODE WS-SC-OUT-NAME.
           open output scrub-out-file.
           move "N" to WS-ERASE-EOF.
           perform until WS-ERASE-EOF = "Y"
              read erase-file
                 at end
                    move "Y" to WS-ERASE-EOF
                 not at end
                    move ER-顧客番号 to DW-顧客番号
                    read del-work-file
                       not invalid key
                          if DW-保留 = "Y"
                             move ERASE-FD-REC to SCRUB-OUT-REC
                             write SCRUB-OUT-REC
                          end-if
                    end-read
              end-read
           end-perform.
           close scrub-out-file.
           close del-work-file.
           close erase-file.
           move spaces to WS-SC-CMD.
           string "cp " WS-ERASE-FILENAME delimited by space
                  " " WS-ERASE-FILENAME delimited by space
                  "." WS-TODAY-DATE delimited by size
                  into WS-SC-CMD.
           call "system" using WS-SC-CMD.
           move spaces to WS-SC-CMD.
           string "mv -f " WS-SC-OUT-NAME delimited by space
                  " " WS-ERASE-FILENAME delimited by space
                  into WS-SC-CMD.
           call "system" using WS-SC-CMD.
        ERASURE-CARRY-E.

        DEL-ADD-S.
           move space to DW-保留.
           move 1 to i.
           perform until i > 16
              move 0 to DW-件数(i)
              compute i = i + 1
           end-perform.
           write DEL-WORK-REC
              invalid key
                 continue
           end-write.
        DEL-ADD-E.

        PURGE-S.
      * 消去対象1顧客分。マスタ・配送先・転居予約・状態・外部
      * システム番号の相互参照・連絡同意とその履歴・担当支店・
      * 追跡郵便の台帳・世帯の所属を消す
           read del-work-file next record
              at end
                 move "Y" to WS-DW-EOF
                 go to PURGE-E
           end-read.
           move spaces to WS-RLK-RESOURCE.
           string "CUST:" DW-顧客番号 delimited by size
              into WS-RLK-RESOURCE.
           move "LOCK " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
           if WS-RLK-RESULT not = "Y"
              move "Y" to DW-保留
              rewrite DEL-WORK-REC
              add 1 to WS-HELD-COUNT
              go to PURGE-E
           end-if.
           add 1 to WS-PURGE-COUNT.
           move DW-顧客番号 to C-顧客番号.
           read cust-file
              invalid key
      * 統合済み・削除済みの番号でも記録ファイルの痕跡は消す
                 move "N" to DW-保留
              not invalid key
                 add 1 to DW-件数(1)
                 if WS-TRIAL not = "Y"
                    delete cust-file
                       invalid key
                          subtract 1 from DW-件数(1)
                    end-delete
                 end-if
           end-read.
           if WS-DLVA-OPENED = "Y"
              perform PURGE-DLVA-S thru PURGE-DLVA-E
           end-if.
           if WS-MOVE-OPENED = "Y"
              perform PURGE-MOVE-S thru PURGE-MOVE-E
           end-if.
           if WS-XREF-OPENED = "Y"
              perform PURGE-XREF-S thru PURGE-XREF-E
           end-if.
           if WS-CONS-OPENED = "Y"
              perform PURGE-CONS-S thru PURGE-CONS-E
           end-if.
           if WS-CNSH-OPENED = "Y"
              perform PURGE-CNSH-S thru PURGE-CNSH-E
           end-if.
           if WS-BRCH-OPENED = "Y"
              perform PURGE-BRCH-S thru PURGE-BRCH-E
           end-if.
           if WS-TRK-OPENED = "Y"
              perform PURGE-TRACK-S thru PURGE-TRACK-E
           end-if.
           if WS-HH-OPENED = "Y"
              perform PURGE-HH-S thru PURGE-HH-E
           end-if.
           move DW-顧客番号 to L-顧客番号.
           read life-file
              not invalid key
                 add 1 to DW-件数(4)
                 if WS-TRIAL not = "Y"
                    delete life-file
                       invalid key
                          continue
                    end-delete
                 end-if
           end-read.
           rewrite DEL-WORK-REC.
           move "FREE " to WS-RLK-MODE.
           call "LCK002" using WS-RLK-MODE WS-RLK-RESOURCE
                                WS-OPER-ID WS-RLK-RESULT
                                WS-RLK-HOLDER.
        PURGE-E.

        PURGE-DLVA-S.
           move DW-顧客番号 to D-顧客番号.
           move low-values to D-住所連番.
           move "N" to WS-SUB-EOF.
           start dlva-file key is >= D-副住所キー
              invalid key
                 move "Y" to WS-SUB-EOF
           end-start.
           perform until WS-SUB-EOF = "Y"
              read dlva-file next record
                 at end
                    move "Y" to WS-SUB-EOF
              end-read
              if WS-SUB-EOF not = "Y"
                 if D-顧客番号 not = DW-顧客番号
                    move "Y" to WS-SUB-EOF
                 else
                    add 1 to DW-件数(2)
                    if WS-TRIAL not = "Y"
                       delete dlva-file
                          invalid key
                             continue
                       end-delete
                    end-if
                 end-if
              end-if
           end-perform.
        PURGE-DLVA-E.

        PURGE-MOVE-S.
           move DW-顧客番号 to M-顧客番号.
           move low-values to M-予約連番.
           move "N" to WS-SUB-EOF.
           start move-file key is >= M-予約キー
              invalid key
                 move "Y" to WS-SUB-EOF
           end-start.
           perform until WS-SUB-EOF = "Y"
              read move-file next record
                 at end
                    move "Y" to WS-SUB-EOF
              end-read
              if WS-SUB-EOF not = "Y"
                 if M-顧客番号 not = DW-顧客番号
                    move "Y" to WS-SUB-EOF
                 else
                    add 1 to DW-件数(3)
                    if WS-TRIAL not = "Y"
                       delete move-file
                          invalid key
                             continue
                       end-delete
                    end-if
                 end-if
              end-if
           end-perform.
        PURGE-MOVE-E.

        PURGE-XREF-S.
           move DW-顧客番号 to XR-顧客番号.
           move low-values to XR-外部キー.
           move "N" to WS-SUB-EOF.
           start xref-file key is >= XR-キー
              invalid key
                 move "Y" to WS-SUB-EOF
           end-start.
           perform until WS-SUB-EOF = "Y"
              read xref-file next record
                 at end
                    move "Y" to WS-SUB-EOF
              end-read
              if WS-SUB-EOF not = "Y"
                 if XR-顧客番号 not = DW-顧客番号
                    move "Y" to WS-SUB-EOF
                 else
                    add 1 to DW-件数(11)
                    if WS-TRIAL not = "Y"
                       delete xref-file
                          invalid key
                             continue
                       end-delete
                    end-if
                 end-if
              end-if
           end-perform.
        PURGE-XREF-E.

        PURGE-CONS-S.
           move DW-顧客番号 to CS-顧客番号.
           read cons-file
              not invalid key
                 add 1 to DW-件数(12)
                 if WS-TRIAL not = "Y"
                    delete cons-file
                       invalid key
                          continue
                    end-delete
                 end-if
           end-read.
        PURGE-CONS-E.

        PURGE-CNSH-S.
           move DW-顧客番号 to CH-顧客番号.
           move low-values to CH-記録日時.
           move "N" to WS-SUB-EOF.
           start cnsh-file key is >= CH-キー
              invalid key
                 move "Y" to WS-SUB-EOF
           end-start.
           perform until WS-SUB-EOF = "Y"
              read cnsh-file next record
                 at end
                    move "Y" to WS-SUB-EOF
              end-read
              if WS-SUB-EOF not = "Y"
                 if CH-顧客番号 not = DW-顧客番号
                    move "Y" to WS-SUB-EOF
                 else
                    add 1 to DW-件数(13)
                    if WS-TRIAL not = "Y"
                       delete cnsh-file
                          invalid key
                             continue
                       end-delete
                    end-if
                 end-if
              end-if
           end-perform.
        PURGE-CNSH-E.

        PURGE-BRCH-S.
           move DW-顧客番号 to BR-顧客番号.
           read brch-file
              not invalid key
                 add 1 to DW-件数(14)
                 if WS-TRIAL not = "Y"
                    delete brch-file
                       invalid key
                          continue
                    end-delete
                 end-if
           end-read.
        PURGE-BRCH-E.

        PURGE-TRACK-S.
           move DW-顧客番号 to TM-顧客番号.
           move low-values to TM-キャンペーン.
           move low-values to TM-差出日.
           move "N" to WS-SUB-EOF.
           start track-file key is >= TM-キー
              invalid key
                 move "Y" to WS-SUB-EOF
           end-start.
           perform until WS-SUB-EOF = "Y"
              read track-file next record
                 at end
                    move "Y" to WS-SUB-EOF
              end-read
              if WS-SUB-EOF not = "Y"
                 if TM-顧客番号 not = DW-顧客番号
                    move "Y" to WS-SUB-EOF
                 else
                    add 1 to DW-件数(15)
                    if WS-TRIAL not = "Y"
                       delete track-file
                          invalid key
                             continue
                       end-delete
                    end-if
                 end-if
              end-if
           end-perform.
        PURGE-TRACK-E.

        PURGE-HH-S.
      * 世帯の所属を消す。消す顧客が世帯の代表者なら、残る世帯員の
      * 中で最も若い顧客番号を代表者にして宛名を書き直し(次の
      * household_build まで消した顧客の氏名が残らないように)、
      * 残る世帯員の人数も書き直す
           move DW-顧客番号 to H-顧客番号.
           read hh-file
              invalid key
                 go to PURGE-HH-E
           end-read.
           add 1 to DW-件数(16).
           move H-世帯番号     to WS-HH-NO.
           move H-代表顧客番号 to WS-HH-REP.
           if WS-TRIAL not = "Y"
              delete hh-file
                 invalid key
                    continue
              end-delete
           end-if.
           move 0 to WS-HH-LEFT.
           move high-values to WS-HH-NEW-REP.
           perform HH-START-S thru HH-START-E.
           perform until WS-SUB-EOF = "Y"
              perform HH-NEXT-S thru HH-NEXT-E
              if WS-SUB-EOF not = "Y"
                 add 1 to WS-HH-LEFT
                 if H-顧客番号 < WS-HH-NEW-REP
                    move H-顧客番号 to WS-HH-NEW-REP
                 end-if
              end-if
           end-perform.
           if WS-HH-LEFT = 0
              go to PURGE-HH-E
           end-if.
           if WS-HH-REP = DW-顧客番号
              move WS-HH-NEW-REP to C-顧客番号
              read cust-file
                 invalid key
                    move spaces to WS-HH-NEW-NAME
                 not invalid key
                    move C-顧客名（漢字） to WS-HH-NEW-NAME
              end-read
           end-if.
           perform HH-START-S thru HH-START-E.
           perform until WS-SUB-EOF = "Y"
              perform HH-NEXT-S thru HH-NEXT-E
              if WS-SUB-EOF not = "Y"
                 perform HH-REWRITE-S thru HH-REWRITE-E
              end-if
           end-perform.
        PURGE-HH-E.

        HH-START-S.
           move WS-HH-NO to H-世帯番号.
           move "N" to WS-SUB-EOF.
           start hh-file key is = H-世帯番号
              invalid key
                 move "Y" to WS-SUB-EOF
           end-start.
        HH-START-E.

        HH-NEXT-S.
      * 同じ世帯の次の世帯員(消す顧客自身は飛ばす。試行では消して
      * いないため読める)
           read hh-file next record
              at end
                 move "Y" to WS-SUB-EOF
                 go to HH-NEXT-E
           end-read.
           if H-世帯番号 not = WS-HH-NO
              move "Y" to WS-SUB-EOF
              go to HH-NEXT-E
           end-if.
           if H-顧客番号 = DW-顧客番号
              go to HH-NEXT-S
           end-if.
        HH-NEXT-E.

        HH-REWRITE-S.
           add 1 to WS-HH-REWRITE.
           if WS-TRIAL = "Y"
              go to HH-REWRITE-E
           end-if.
           move WS-HH-LEFT to H-世帯人数.
           if WS-HH-REP = DW-顧客番号
              move WS-HH-NEW-REP  to H-代表顧客番号
              move WS-HH-NEW-NAME to H-代表顧客名
           end-if.
           rewrite HH-REC
              invalid key
                 continue
           end-rewrite.
        HH-REWRITE-E.

        SCRUB-FILE-S.
      * 表の1ファイルを<名前>.newへ写しながら対象顧客の行を落とす
      * (または顧客番号を伏字にする)。終わったら元名へ置き換える。
      * 月次退避の世代も同じく書き直す。試行では読んで数えるだけ
           move WS-SC-NAME(WS-SC-NO) to WS-SC-IN-NAME.
           move spaces to WS-SC-OUT-NAME.
           string WS-SC-NAME(WS-SC-NO) delimited by space
                  ".new" delimited by size
                  into WS-SC-OUT-NAME.
           call "ENV001" using WS-ENV-MODE WS-SC-IN-NAME.
           call "ENV001" using WS-ENV-MODE WS-SC-OUT-NAME.
           move WS-SC-CNT-IDX(WS-SC-NO) to WS-CNT-IDX.
           move 0 to WS-SC-DROP-CNT.
           move "S" to WS-SC-KIND.
           perform SCRUB-RUN-S thru SCRUB-RUN-E.
           move WS-SC-NAME(WS-SC-NO) to WS-SC-LOGICAL.
           perform SCRUB-ARCH-S thru SCRUB-ARCH-E.
           if WS-TRIAL not = "Y"
              and WS-SC-NAME(WS-SC-NO) = "cust_jnl.dat"
              and WS-SC-DROP-CNT > 0
              move WS-SC-NAME(WS-SC-NO) to WS-CHN-JOURNAL
              move WS-SC-DROP-CNT to WS-CHN-DROPPED
              perform RESEAL-JNL-S thru RESEAL-JNL-E
           end-if.
        SCRUB-FILE-E.

        SCRUB-RUN-S.
      * WS-SC-IN-NAME を WS-SC-OUT-NAME へ写しながら1行ずつ判定し、
      * 終わったら元名へ置き換える(試行では読むだけ)
           open input scrub-in-file.
           if WS-SCI-FS not = "00"
              go to SCRUB-RUN-E
           end-if.
           if WS-TRIAL not = "Y"
              open output scrub-out-file
           end-if.
           move "N" to WS-SCI-EOF.
           perform until WS-SCI-EOF = "Y"
              read scrub-in-file
                 at end
                    move "Y" to WS-SCI-EOF
                 not at end
                    if WS-SC-KIND = "Q"
                       perform QUERY-LINE-S thru QUERY-LINE-E
                    else
                       perform SCRUB-LINE-S thru SCRUB-LINE-E
                    end-if
              end-read
           end-perform.
           close scrub-in-file.
           if WS-TRIAL not = "Y"
              close scrub-out-file
              move spaces to WS-SC-CMD
              string "mv -f " WS-SC-OUT-NAME delimited by space
                     " " WS-SC-IN-NAME delimited by space
                     into WS-SC-CMD
              call "system" using WS-SC-CMD
           end-if.
        SCRUB-RUN-E.

        SCRUB-ARCH-S.
      * housekeep の ROLL= で月次退避した世代(<名前>.YYYYMM)を
      * 古い順に書き直す。退避で行を落としたジャーナルは、起点から
      * 退避ごと連鎖を付け直す(WS-ARC-DROPPED を見て RESEAL-JNL-S)
           move 0 to WS-ARC-DROPPED.
           move WS-SC-LOGICAL to WS-ARC-PREFIX.
           move "ARC  " to WS-ENV-MODE.
           call "ENV001" using WS-ENV-MODE WS-ARC-PREFIX.
           move "PATH " to WS-ENV-MODE.
           move 0 to WS-ARC-BASE-LEN.
           inspect WS-ARC-PREFIX tallying WS-ARC-BASE-LEN
              for characters before initial space.
           move spaces to WS-SC-CMD.
           string "ls "                delimited by size
                  WS-ARC-PREFIX        delimited by space
                  ".[0-9]* > "         delimited by size
                  WS-ARC-LIST-FILENAME delimited by space
                  " 2>/dev/null"       delimited by size
                  into WS-SC-CMD.
           call "system" using WS-SC-CMD.
           open input arc-list-file.
           if WS-ALS-FS not = "00"
              go to SCRUB-ARCH-E
           end-if.
           move "N" to WS-ALS-EOF.
           perform until WS-ALS-EOF = "Y"
              read arc-list-file
                 at end
                    move "Y" to WS-ALS-EOF
                 not at end
                    perform SCRUB-ARCH-ONE-S thru SCRUB-ARCH-ONE-E
              end-read
           end-perform.
           close arc-list-file.
           move spaces to WS-SC-CMD.
           string "rm -f "             delimited by size
                  WS-ARC-LIST-FILENAME delimited by space
                  into WS-SC-CMD.
           call "system" using WS-SC-CMD.
        SCRUB-ARCH-E.

        SCRUB-ARCH-ONE-S.
      * 名前の末尾がちょうど .YYYYMM のものだけを退避とみなす
           move ARC-LIST-REC(WS-ARC-BASE-LEN + 2:6) to WS-ARC-SUFFIX.
           if WS-ARC-SUFFIX is not numeric
              or ARC-LIST-REC(WS-ARC-BASE-LEN + 8:1) not = space
              go to SCRUB-ARCH-ONE-E
           end-if.
           add 1 to WS-ARC-FILES.
           move ARC-LIST-REC to WS-SC-IN-NAME.
           move spaces to WS-SC-OUT-NAME.
           string ARC-LIST-REC delimited by space
                  ".new"       delimited by size
                  into WS-SC-OUT-NAME.
           compute WS-ARC-BEFORE = WS-SC-DROP-CNT + WS-QUERY-DROPPED.
           perform SCRUB-RUN-S thru SCRUB-RUN-E.
           compute WS-ARC-DROPPED = WS-ARC-DROPPED
                                  + WS-SC-DROP-CNT + WS-QUERY-DROPPED
                                  - WS-ARC-BEFORE.
        SCRUB-ARCH-ONE-E.

        SCRUB-LINE-S.
           move SCRUB-IN-REC to SCRUB-OUT-REC.
           move "N" to WS-SC-DROP.
           move WS-SC-POS1(WS-SC-NO) to WS-SC-POS.
           perform SCRUB-HIT-S thru SCRUB-HIT-E.
           if WS-SC-POS2(WS-SC-NO) > 0
              move WS-SC-POS2(WS-SC-NO) to WS-SC-POS
              perform SCRUB-HIT-S thru SCRUB-HIT-E
           end-if.
           if WS-SC-DROP = "Y"
              add 1 to WS-SC-DROP-CNT
           end-if.
           if WS-SC-DROP = "Y" or WS-TRIAL = "Y"
              go to SCRUB-LINE-E
           end-if.
           write SCRUB-OUT-REC.
        SCRUB-LINE-E.

        SCRUB-HIT-S.
      * 行の指定位置の顧客番号が消去対象(保留でない)かを見る
           move SCRUB-IN-REC(WS-SC-POS:8) to DW-顧客番号.
           if DW-顧客番号 = spaces or DW-顧客番号 = "********"
              go to SCRUB-HIT-E
           end-if.
           read del-work-file
              invalid key
                 go to SCRUB-HIT-E
           end-read.
           if DW-保留 = "Y"
              go to SCRUB-HIT-E
           end-if.
           add 1 to DW-件数(WS-CNT-IDX).
           rewrite DEL-WORK-REC.
           if WS-SC-ACTION(WS-SC-NO) = "R"
              move "Y" to WS-SC-DROP
           else
              move "********" to SCRUB-OUT-REC(WS-SC-POS:8)
           end-if.
        SCRUB-HIT-E.

        QUERY-AGE-S.
      * 郵便番号検索のジャーナルは顧客番号を持たない(検索キーの
      * カナ氏名・住所が個人データに当たる)ので、日付で期限切れの
      * 行を落とす(月次退避の世代も同じ)
           move "yubin_query_jnl.dat" to WS-SC-IN-NAME.
           move "yubin_query_jnl.dat.new" to WS-SC-OUT-NAME.
           call "ENV001" using WS-ENV-MODE WS-SC-IN-NAME.
           call "ENV001" using WS-ENV-MODE WS-SC-OUT-NAME.
           move 0 to WS-SC-DROP-CNT.
           move "Q" to WS-SC-KIND.
           perform SCRUB-RUN-S thru SCRUB-RUN-E.
           move "yubin_query_jnl.dat" to WS-SC-LOGICAL.
           perform SCRUB-ARCH-S thru SCRUB-ARCH-E.
           if WS-TRIAL not = "Y" and WS-QUERY-DROPPED > 0
              move "yubin_query_jnl.dat" to WS-CHN-JOURNAL
              move WS-QUERY-DROPPED to WS-CHN-DROPPED
              perform RESEAL-JNL-S thru RESEAL-JNL-E
           end-if.
        QUERY-AGE-E.

        RESEAL-JNL-S.
      * 行を落とした監査ジャーナルは連鎖が切れるので、正規の消去と
      * して付け直し、何行落として付け直したかを共通ログへ残す
      * (jnl_verify はこの後の連鎖を検証する)。退避の行も落とした
      * ときは起点から退避ごと付け直す(CHN001 の ASEAL)
           move "SEAL " to WS-CHN-MODE.
           if WS-ARC-DROPPED > 0
              move "ASEAL" to WS-CHN-MODE
           end-if.
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
           if WS-CHN-RESULT = "Y"
              move "INFO " to WS-LOG-SEVERITY
           else
              move "ERROR" to WS-LOG-SEVERITY
           end-if.
           move spaces to WS-LOG-MESSAGE.
           string "chain resealed after retention purge: "
                                 delimited by size
                  WS-CHN-JOURNAL delimited by space
                  " removed=" delimited by size
                  WS-CHN-DROPPED delimited by size
                  " mode=" delimited by size
                  WS-CHN-MODE delimited by size
                  " result=" delimited by size
                  WS-CHN-RESULT delimited by size
                  into WS-LOG-MESSAGE.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
        RESEAL-JNL-E.

        QUERY-LINE-S.
           if SCRUB-IN-REC(1:8) is numeric
              move SCRUB-IN-REC(1:8) to WS-SER-DATE
              perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E
              if WS-SER-RESULT > 0
                 and WS-SER-RESULT < WS-QUERY-CUTOFF
                 add 1 to WS-QUERY-DROPPED
                 go to QUERY-LINE-E
              end-if
           end-if.
           if WS-TRIAL not = "Y"
              move SCRUB-IN-REC to SCRUB-OUT-REC
              write SCRUB-OUT-REC
           end-if.
        QUERY-LINE-E.

        CERTIFICATE-S.
      * 消去証明書。個人データそのものは載せず、顧客番号・理由・
      * ファイル別の件数だけを残す
           move spaces to WS-RPT-LINE.
           string "PERSONAL DATA DELETION CERTIFICATE  RUN="
                  WS-TODAY-DATE " " WS-TODAY-TIME(1:6)
                  delimited by size into WS-RPT-LINE.
           if WS-TRIAL = "Y"
              move "  ** TRIAL RUN - NOTHING WAS DELETED **"
                to WS-RPT-LINE(60:)
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "POLICY DORMANT-DAYS=" WS-DORMANT-DAYS
                  " CLOSE-DAYS=" WS-CLOSE-DAYS
                  " RETAIN-DAYS=" WS-RETAIN-DAYS
                  " QUERY-DAYS=" WS-QUERY-DAYS
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "LIFECYCLE ACTIVE=" WS-ACTIVE-COUNT
                  " DORMANT=" WS-DORMANT-COUNT
                  " CLOSED=" WS-CLOSED-COUNT
                  "  NEW-DORMANT=" WS-TO-DORMANT
                  " NEW-CLOSED=" WS-TO-CLOSED
                  " REACTIVATED=" WS-REACTIVATED
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "ERASURE REQUESTS=" WS-ERASE-REQ
                  " INVALID=" WS-ERASE-BAD
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "CUSTOMER REASON    REF        SINCE    "
                  "    CUST   DLVA   MOVE   LIFE   HIST"
                  "   RETN   CJNL   MERG   DLVR   RESP"
                  "   XREF   CONS   CNSH   BRCH   TRKM   HHLD"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move low-values to DW-顧客番号.
           move "N" to WS-DW-EOF.
           start del-work-file key is >= DW-顧客番号
              invalid key
                 move "Y" to WS-DW-EOF
           end-start.
           perform until WS-DW-EOF = "Y"
              read del-work-file next record
                 at end
                    move "Y" to WS-DW-EOF
                 not at end
                    perform CERT-LINE-S thru CERT-LINE-E
              end-read
           end-perform.
           move spaces to WS-RPT-LINE.
           string "TOTAL    PURGED=" WS-PURGE-COUNT
                  " HELD=" WS-HELD-COUNT
                  delimited by size into WS-RPT-LINE.
           move 40 to WS-RPT-PTR.
           move 1 to WS-CNT-IDX.
           perform until WS-CNT-IDX > 16
              move WS-FT-CNT(WS-CNT-IDX) to WS-CNT-ED
              string WS-CNT-ED delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
              compute WS-CNT-IDX = WS-CNT-IDX + 1
           end-perform.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "yubin_query_jnl.dat LINES PAST QUERY-DAYS REMOVED="
                  WS-QUERY-DROPPED
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "CUST=customer.idx(deleted) "
                  "DLVA=custaddr2.idx(deleted) "
                  "MOVE=custmove.idx(deleted) "
                  "LIFE=custlife.idx(deleted)"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "HIST=mailing_hist.dat(anonymized) "
                  "RETN=mail_return.dat(removed) "
                  "CJNL=cust_jnl.dat(removed)"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "MERG=cust_merge_jnl.dat(removed) "
                  "DLVR=delivery_result.dat(anonymized) "
                  "RESP=campaign_resp.dat(anonymized)"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "XREF=cust_xref.idx(deleted) "
                  "CONS=cust_consent.idx(deleted) "
                  "CNSH=cust_consent_hist.idx(deleted)"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "BRCH=cust_branch.idx(deleted) "
                  "TRKM=tracked_mail.idx(deleted) "
                  "HHLD=household.idx(deleted)"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "household.idx RECORDS OF REMAINING MEMBERS "
                  "REWRITTEN(representative/size)=" WS-HH-REWRITE
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "ARCHIVED GENERATIONS (<file>.YYYYMM IN ARCHIVE-DIR)"
                  " OF THE FILES ABOVE WERE SCRUBBED THE SAME WAY"
                  " AND ARE INCLUDED IN THE COUNTS. FILES="
                  WS-ARC-FILES
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "PREPARED BY : " WS-RJ-PROGNAME
                  "  DATE: " WS-TODAY-DATE
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move "CHECKED BY  : ______________________  DATE: __________"
             to WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
           move spaces to WS-RPT-LINE.
           string "APPROVED BY : ______________________  DATE: "
                  "__________  (DATA PROTECTION OFFICER)"
                  delimited by size into WS-RPT-LINE.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        CERTIFICATE-E.

        CERT-LINE-S.
           evaluate true
              when DW-保留 = "Y"
                 move "HELD" to WS-REASON-TEXT
              when DW-理由 = "E"
                 move "ERASURE" to WS-REASON-TEXT
              when other
                 move "RETENTION" to WS-REASON-TEXT
           end-evaluate.
           move spaces to WS-RPT-LINE.
           string DW-顧客番号 " " WS-REASON-TEXT " " DW-参照番号
                  " " DW-起算日
                  delimited by size into WS-RPT-LINE.
           if DW-保留 = "Y"
              move "EDIT LOCK HELD - CARRIED TO NEXT RUN"
                to WS-RPT-LINE(40:)
              perform WRITE-RPT-S thru WRITE-RPT-E
              go to CERT-LINE-E
           end-if.
           move 40 to WS-RPT-PTR.
           move 1 to WS-CNT-IDX.
           perform until WS-CNT-IDX > 16
              move DW-件数(WS-CNT-IDX) to WS-CNT-ED
              add DW-件数(WS-CNT-IDX) to WS-FT-CNT(WS-CNT-IDX)
              string WS-CNT-ED delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
              compute WS-CNT-IDX = WS-CNT-IDX + 1
           end-perform.
           if DW-件数(1) = 0
              string " (NOT IN MASTER)" delimited by size
                     into WS-RPT-LINE with pointer WS-RPT-PTR
           end-if.
           perform WRITE-RPT-S thru WRITE-RPT-E.
        CERT-LINE-E.

        DATE-TO-SERIAL-S.
      * WS-SER-DATE(YYYYMMDD)を通算日(WS-SER-RESULT)へ換算する。
      * 経過日数の大小比較に足る精度(年365日+閏年加算+月累計)
           compute WS-SER-YYYY = WS-SER-DATE / 10000.
           compute WS-SER-MM =
              (WS-SER-DATE / 100) - (WS-SER-YYYY * 100).
           compute WS-SER-DD =
              WS-SER-DATE - (WS-SER-YYYY * 10000)
                          - (WS-SER-MM * 100).
           if WS-SER-MM < 1 or WS-SER-MM > 12
              move 0 to WS-SER-RESULT
              go to DATE-TO-SERIAL-E
           end-if.
           compute WS-SER-RESULT
              = (WS-SER-YYYY * 365) + (WS-SER-YYYY / 4)
              + WS-CUM-MM(WS-SER-MM) + WS-SER-DD.
        DATE-TO-SERIAL-E.

        WRITE-RPT-S.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-RPT-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "custaddr2.idx" to WS-DLVA-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DLVA-FILENAME.
           move "custmove.idx" to WS-MOVE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MOVE-FILENAME.
           move "custlife.idx" to WS-LIFE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LIFE-FILENAME.
           move "cust_xref.idx" to WS-XREF-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-XREF-FILENAME.
           move "cust_consent.idx" to WS-CONS-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CONS-FILENAME.
           move "cust_consent_hist.idx" to WS-CNSH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CNSH-FILENAME.
           move "cust_branch.idx" to WS-BRCH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-BRCH-FILENAME.
           move "tracked_mail.idx" to WS-TRACK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TRACK-FILENAME.
           move "household.idx" to WS-HH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HH-FILENAME.
           move "cust_retention_arc.lst" to WS-ARC-LIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ARC-LIST-FILENAME.
           move "mailing_hist.dat" to WS-MAIL-HIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MAIL-HIST-FILENAME.
           move "retention.ctl" to WS-CTL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CTL-FILENAME.
           move "erasure_request.dat" to WS-ERASE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ERASE-FILENAME.
           move "cust_retention_mh.idx" to WS-MH-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MH-WORK-FILENAME.
           move "cust_retention_del.idx" to WS-DEL-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-DEL-WORK-FILENAME.
           move "cust_retention.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
