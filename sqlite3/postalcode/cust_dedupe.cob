      **=================================================================
      ** 顧客住所マスタの重複候補検出バッチ
      ** 入力：customer.idx (顧客住所マスタ。郵便番号の副キー順に読む)
      ** 出力：cust_dedupe.rpt (重複候補ペアの明細と件数)
      ** 表計算ソフトからの起票時に同一世帯が別の顧客番号で二重三重に
      ** 登録されてしまったため、郵便番号７桁が同一でカナ氏名が一致
      ** (または前方一致の近似)する顧客の組を洗い出す。カナが合わ
      ** なくても漢字氏名が異体字(髙/高、﨑/崎等)を寄せて一致すれば
      ** 候補に挙げる。実際の統合はこのレポートを見ながら cust_merge
      ** の画面で行う
      **=================================================================
        identification           division.
        program-id.              cust_dedupe.
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
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================
        01  WS-CUST-FS          pic X(02).
        01  WS-RPT-FS           pic X(02).
        01  WS-CUST-EOF         pic X(01) value "N".
      * 郵便番号順に読み、同じ郵便番号の顧客群だけをメモリへ溜めて
      * 郵便番号の切り替わりで総当たりする。カナ氏名はバイト単位で
      * 比較するため生バイト・ビューで保持する(cust_zip_auditと
      * 同じ流儀)。表の上限は1つの郵便番号あたりの顧客数で、超えた
      * 場合は比較漏れのある結果を出さず重大エラーで止める
        01  WS-CD-TABLE.
            03 WS-CD-ENTRY  occurs 5000.
               05 WS-CD-CUST    pic X(08).
               05 WS-CD-ZIP     pic X(07).
               05 WS-CD-KANA    pic X(60).
               05 WS-CD-NAME    pic X(60).
        01  WS-CD-USED          pic 9(05) value 0.
        01  WS-GROUP-ZIP        pic X(07) value low-values.
        01  WS-KANA-N           pic N(20).
        01  WS-KANA-X REDEFINES WS-KANA-N pic X(60).
      * 比較キーはVAR001で異体字を代表字へ寄せた形で持つ(マスタの
      * 値は入力どおりのまま)
        01  WS-VAR-IN           pic X(400).
        01  WS-VAR-OUT          pic X(400).
        01  WS-MATCH-KIND       pic X(05).
      * 近似判定：カナ先頭4文字(UTF-8全角12バイト)の一致
        01  WS-NEAR-LEN         pic 9(02) value 12.
        01  WS-READ-COUNT       pic 9(07) value 0.
        01  WS-PAIR-COUNT       pic 9(07) value 0.
      * 共通エラーログ(LOG001)
        01  WS-LOG-SEVERITY     pic X(05).
        01  WS-LOG-MESSAGE      pic X(80).
        01  WS-RUN-DATE         pic 9(08).
        01  WS-RPT-LINE         pic X(200).
      * 共通実行ジャーナル(JNL001)
        01  i                  pic 9(05).
        01  j                  pic 9(05).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME  pic X(256).
        01  WS-RPT-FILENAME   pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           move "START" to WS-RJ-MODE.
           move "RUNNING" to WS-RJ-STATUS.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                      WS-CUST-FS
              stop run
           end-if.
           open output rpt-file.
           accept WS-RUN-DATE from date yyyymmdd.
           move spaces to WS-RPT-LINE.
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
      * 郵便番号の副キーの先頭へ位置付ける
           move low-values to C-郵便番号７桁.
           start cust-file key is >= C-郵便番号７桁
              invalid key
                 move "Y" to WS-CUST-EOF
           end-start.
           perform LOAD-LOOP-S thru LOAD-LOOP-E
              until WS-CUST-EOF = "Y".
      * 最後の郵便番号の顧客群を締める
           perform GROUP-COMPARE-S thru GROUP-COMPARE-E.
           close cust-file.
           perform WRITE-TOTALS-S thru WRITE-TOTALS-E.
           close rpt-file.
           move "END  " to WS-RJ-MODE.

      ******************************************************************
        LOAD-LOOP-S.
           read cust-file next record
              at end
                 move "Y" to WS-CUST-EOF
                 go to LOAD-LOOP-E
           end-read.
           compute WS-READ-COUNT = WS-READ-COUNT + 1.
           if C-郵便番号７桁 not = WS-GROUP-ZIP
              perform GROUP-COMPARE-S thru GROUP-COMPARE-E
              move C-郵便番号７桁 to WS-GROUP-ZIP
           end-if.
           if WS-CD-USED >= 5000
              perform TABLE-OVERFLOW-S thru TABLE-OVERFLOW-E
           end-if.
           add 1 to WS-CD-USED.
           move C-顧客番号       to WS-CD-CUST(WS-CD-USED).
           move C-郵便番号７桁   to WS-CD-ZIP(WS-CD-USED).
           move C-顧客名（カナ） to WS-KANA-N.
           move WS-KANA-X        to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT       to WS-CD-KANA(WS-CD-USED).
           move C-顧客名（漢字） to WS-KANA-N.
           move WS-KANA-X        to WS-VAR-IN.
           call "VAR001" using WS-VAR-IN WS-VAR-OUT.
           move WS-VAR-OUT       to WS-CD-NAME(WS-CD-USED).
        LOAD-LOOP-E.

        TABLE-OVERFLOW-S.
      * 表が溢れた郵便番号は総当たりできない。欠けた候補一覧を
      * 正しい結果と誤認させないよう、共通ログへFATAL(オペレータ
      * 通知つき)で記帳して止める
           move "FATAL" to WS-LOG-SEVERITY.
           move spaces to WS-LOG-MESSAGE.
           string "customer table overflow: more than 5000 "
                  "customers in zip " C-郵便番号７桁
                  delimited by size into WS-LOG-MESSAGE.
           call "LOG001" using WS-RJ-PROGNAME WS-LOG-SEVERITY
                               WS-LOG-MESSAGE.
           display "ERROR: " WS-LOG-MESSAGE.
           move spaces to WS-RPT-LINE.
           string "ERROR: " delimited by size
                  WS-LOG-MESSAGE delimited by "  "
                  " - run abandoned, report incomplete"
                  delimited by size into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
           close rpt-file.
           close cust-file.
           move "END  " to WS-RJ-MODE.
           move "FAILURE" to WS-RJ-STATUS.
           move WS-PAIR-COUNT to WS-RJ-COUNT.
           call "JNL001" using WS-RJ-MODE WS-RJ-PROGNAME
                                WS-RJ-STATUS WS-RJ-COUNT.
           stop run.
        TABLE-OVERFLOW-E.

        GROUP-COMPARE-S.
      * 溜めた同一郵便番号の顧客群を総当たりし、表を空にする
           move 1 to i.
           perform until i >= WS-CD-USED
              perform COMPARE-ONE-S thru COMPARE-ONE-E
              compute i = i + 1
           end-perform.
           move 0 to WS-CD-USED.
        GROUP-COMPARE-E.

        COMPARE-ONE-S.
      * i番目の顧客を、同じ郵便番号の後続の顧客と突き合わせる
      * (同じ組を二度報告しないよう後方のみ)
           compute j = i + 1.
           perform until j > WS-CD-USED
              if WS-CD-ZIP(i) = WS-CD-ZIP(j)

        KANA-MATCH-S.
      * カナ氏名の一致判定。完全一致はEXACT、先頭4文字(全角12
      * バイト)だけ一致する組はNEARとして報告し目視確認へ回す。
      * カナで拾えない組も、異体字を寄せた漢字氏名が一致すれば
      * KANJIとして報告する
           move spaces to WS-MATCH-KIND.
           if WS-CD-KANA(i) = spaces
              go to KANA-MATCH-KANJI
           end-if.
           if WS-CD-KANA(i) = WS-CD-KANA(j)
              move "EXACT" to WS-MATCH-KIND
           if WS-CD-KANA(i)(1:WS-NEAR-LEN)
              = WS-CD-KANA(j)(1:WS-NEAR-LEN)
              move "NEAR " to WS-MATCH-KIND
              go to KANA-MATCH-E
           end-if.
        KANA-MATCH-KANJI.
           if WS-CD-NAME(i) not = spaces
              and WS-CD-NAME(i) = WS-CD-NAME(j)
              move "KANJI" to WS-MATCH-KIND
           end-if.
        KANA-MATCH-E.

        WRITE-PAIR-E.

        WRITE-TOTALS-S.
           move spaces to WS-RPT-LINE.
           string "CHECKED=" WS-READ-COUNT
                  " PAIRS=" WS-PAIR-COUNT
           write RPT-FD-REC.
           display WS-RPT-LINE.
        WRITE-TOTALS-E.

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "cust_dedupe.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
