      **=================================================================
      ** ファイル授受検索サービスの利用実績(課金資料)レポート
      ** 入力：lookup_rsp/ 配下の *.rsp (lookup_serviceの応答。
      **       テキスト形式は REQUESTER=タグ・QUERY=行・NOT-FOUND行・
      **       REJECTED=行、JSON/CSV形式は TAG・STATUS・REJECT
      **       レコードで数える)
      **       lookup_requester.idx (依頼元マスタ。RQS001で引く)
      ** 出力：lookup_usage.rpt (依頼元別の依頼件数・照会行数・
      **       ヒット率・最多利用日・拒否件数と課金先の原価センタ、
      **       続けて原価センタ別の照会行数。マスタに無い依頼元は
      **       原価センタ UNASSIGNED に寄せる)
      ** 引数：MONTH=YYYYMM (省略時は全期間)
      ** 他部門の利用が増えたため「誰がどれだけ使っているか」に
      ** 答える月次の実績集計。応答ファイルの作成日はファイルの
        input-output              section.
        file-control.
        select rsp-list-file
            assign to WS-RSP-LIST-FILENAME
            organization line sequential
            file status is WS-LIST-FS.
        select rsp-file
            organization line sequential
            file status is WS-RSP-FS.
        select fdate-file
            assign to WS-FDATE-FILENAME
            organization line sequential
            file status is WS-FDATE-FS.
        select rpt-file
            assign to WS-RPT-FILENAME
            organization line sequential
            file status is WS-RPT-FS.
      **=================================================================

        fd  rsp-file
            label records are standard.
        01  RSP-FD-REC          pic X(3000).

        fd  fdate-file
            label records are standard.
        01  WS-RSP-EOF         pic X(01).
        01  WS-MONTH-FILTER    pic X(06) value spaces.
        01  WS-ARG-JUNK        pic X(10).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-LS-CMD-AREA.
           03 WS-LS-CMD          pic X(600).
           03 filler             pic X(01) value low-value.
      * 応答ディレクトリ(ENV001で解決)
        01  WS-RSP-DIR         pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FDATE-CMD-AREA.
           03 WS-FDATE-CMD       pic X(600).
           03 filler             pic X(01) value low-value.
        01  WS-FILE-DATE       pic 9(08).
      * 1応答ファイル分の集計
        01  WS-F-REQUESTER     pic X(20).
        01  WS-F-QUERIES       pic 9(07).
        01  WS-F-NOTFOUND      pic 9(07).
        01  WS-F-REJECTED      pic 9(01).
        01  WS-F-POS           pic 9(04).
        01  WS-F-NF-COUNT      pic 9(02).
        01  WS-DQ              pic X(01) value quote.
      * 課金先(依頼元マスタの原価センタ。RQS001)
        01  WS-RQM-REC.
            COPY LOOKUPRQ.
        01  WS-RQM-RESULT      pic X(01).
        01  WS-CC-TABLE.
            03 WS-CC-ENTRY  occurs 20.
               05 WS-CC-CODE     pic X(10).
               05 WS-CC-REQS     pic 9(02).
               05 WS-CC-FILES    pic 9(07).
               05 WS-CC-QUERIES  pic 9(07).
        01  WS-CC-USED         pic 9(02) value 0.
        01  WS-CC-IDX          pic 9(02).
      * 依頼元別の集計表
        01  WS-RQ-TABLE.
            03 WS-RQ-ENTRY  occurs 20.
               05 WS-RQ-FILES    pic 9(07).
               05 WS-RQ-QUERIES  pic 9(07).
               05 WS-RQ-HITS     pic 9(07).
               05 WS-RQ-REJECTS  pic 9(07).
               05 WS-RQ-COSTCTR  pic X(10).
      * 依頼元×日付の件数(最多利用日の算出用)
               05 WS-RQ-DAY  occurs 62.
                  07 WS-RQ-DAY-DATE pic 9(08).
        01  params.
            03 param  occurs 10  pic X(50).
      **=================================================================
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-RSP-LIST-FILENAME  pic X(256).
        01  WS-FDATE-FILENAME     pic X(256).
        01  WS-RPT-FILENAME       pic X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD           pic X(600).
           03 filler                pic X(01) value low-value.
        01  WS-ENV-MODE           pic X(05) value "PATH ".
        procedure               division.
        MAIN-S.
           perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
           accept argc from argument-number.
           if argc > 0
              move 1 to i
              end-read
           end-perform.
           close rsp-list-file.
           move spaces to WS-FILE-CMD.
           string "rm -f "        delimited by size
                  WS-RSP-LIST-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD.
           perform WRITE-REPORT-S thru WRITE-REPORT-E.
           move "END  " to WS-RJ-MODE.
           move "SUCCESS" to WS-RJ-STATUS.
           move "UNKNOWN" to WS-F-REQUESTER.
           move 0 to WS-F-QUERIES.
           move 0 to WS-F-NOTFOUND.
           move 0 to WS-F-REJECTED.
           open input rsp-file.
           if WS-RSP-FS not = "00"
              go to TALLY-FILE-E
                 at end
                    move "Y" to WS-RSP-EOF
                 not at end
                    perform TALLY-LINE-S thru TALLY-LINE-E
              end-read
           end-perform.
           close rsp-file.
              go to TALLY-FILE-E
           end-if.
           add 1             to WS-RQ-FILES(WS-RQ-IDX).
           add WS-F-REJECTED to WS-RQ-REJECTS(WS-RQ-IDX).
           add WS-F-QUERIES  to WS-RQ-QUERIES(WS-RQ-IDX).
           compute WS-RQ-HITS(WS-RQ-IDX)
              = WS-RQ-HITS(WS-RQ-IDX)
           perform DAY-TALLY-S thru DAY-TALLY-E.
        TALLY-FILE-E.

        TALLY-LINE-S.
      * 応答1行を形式ごとに見分けて数える。拒否された依頼は照会行を
      * 持たないので課金されない
           if RSP-FD-REC(1:10) = "REQUESTER="
              or RSP-FD-REC(1:12) = '{"rec":"TAG"'
              or RSP-FD-REC(1:15) = '{"rec":"REJECT"'
              or RSP-FD-REC(1:6)  = '"TAG",'
              or RSP-FD-REC(1:9)  = '"REJECT",'
              if WS-F-REQUESTER = "UNKNOWN"
                 move 0 to WS-F-POS
                 inspect RSP-FD-REC tallying WS-F-POS
                    for characters before initial "REQUESTER="
                 if WS-F-POS < 2900
                    move spaces to WS-F-REQUESTER
                    unstring RSP-FD-REC(WS-F-POS + 11:20)
                       delimited by WS-DQ or space
                       into WS-F-REQUESTER
                 end-if
              end-if
           end-if.
           if RSP-FD-REC(1:9) = "REJECTED="
              or RSP-FD-REC(1:15) = '{"rec":"REJECT"'
              or RSP-FD-REC(1:9)  = '"REJECT",'
              move 1 to WS-F-REJECTED
           end-if.
           if RSP-FD-REC(1:6) = "QUERY="
              add 1 to WS-F-QUERIES
           end-if.
           if RSP-FD-REC(1:9) = "NOT-FOUND"
              add 1 to WS-F-NOTFOUND
           end-if.
           if RSP-FD-REC(1:15) = '{"rec":"STATUS"'
              or RSP-FD-REC(1:9) = '"STATUS",'
              add 1 to WS-F-QUERIES
              move 0 to WS-F-NF-COUNT
              inspect RSP-FD-REC tallying WS-F-NF-COUNT
                 for all '"NOT-FOUND"'
              if WS-F-NF-COUNT > 0
                 add 1 to WS-F-NOTFOUND
              end-if
           end-if.
        TALLY-LINE-E.

        GET-FILE-DATE-S.
      * 応答ファイルの作成日(YYYYMMDD)をタイムスタンプから取る
           move 0 to WS-FILE-DATE.
           move spaces to WS-FDATE-CMD.
           string "date -r "           delimited by size
                  WS-RSP-FILENAME      delimited by space
                  " +%Y%m%d > "        delimited by size
                  WS-FDATE-FILENAME    delimited by space
                  " 2>/dev/null"       delimited by size
                  into WS-FDATE-CMD.
           call "system" using WS-FDATE-CMD.
           open input fdate-file.
              move 0 to WS-RQ-FILES(WS-RQ-IDX)
              move 0 to WS-RQ-QUERIES(WS-RQ-IDX)
              move 0 to WS-RQ-HITS(WS-RQ-IDX)
              move 0 to WS-RQ-REJECTS(WS-RQ-IDX)
      * 課金先は依頼元マスタの原価センタ。未登録はUNASSIGNED
              call "RQS001" using WS-F-REQUESTER WS-RQM-REC
                                  WS-RQM-RESULT
              if WS-RQM-RESULT = "U"
                 move "UNASSIGNED" to WS-RQ-COSTCTR(WS-RQ-IDX)
              else
                 move RQ-原価センタ of WS-RQM-REC
                    to WS-RQ-COSTCTR(WS-RQ-IDX)
              end-if
              move 0 to WS-RQ-DAY-USED(WS-RQ-IDX)
           end-if.
        FIND-REQUESTER-E.
              perform WRITE-ONE-REQ-S thru WRITE-ONE-REQ-E
              compute i = i + 1
           end-perform.
           perform WRITE-COSTCTR-S thru WRITE-COSTCTR-E.
           move spaces to WS-RPT-LINE.
           string "FILES-PROCESSED=" WS-FILE-COUNT
              into WS-RPT-LINE.
                  " HITS=" WS-RQ-HITS(i)
                  " HIT-PCT=" WS-HIT-PCT
                  " BUSIEST-DAY=" WS-BEST-DATE
                  " REJECTED=" WS-RQ-REJECTS(i)
                  " COST-CENTRE=" WS-RQ-COSTCTR(i)
                  into WS-RPT-LINE.
           move WS-RPT-LINE to RPT-FD-REC.
           write RPT-FD-REC.
        WRITE-ONE-REQ-E.

        WRITE-COSTCTR-S.
      * 原価センタ別の振替額の基礎(答えた照会行数)
           move 0 to WS-CC-USED.
           move 1 to i.
           perform until i > WS-RQ-USED
              move 0 to WS-CC-IDX
              move 1 to j
              perform until j > WS-CC-USED
                 if WS-CC-CODE(j) = WS-RQ-COSTCTR(i)
                    move j to WS-CC-IDX
                 end-if
                 compute j = j + 1
              end-perform
              if WS-CC-IDX = 0
                 add 1 to WS-CC-USED
                 move WS-CC-USED to WS-CC-IDX
                 move WS-RQ-COSTCTR(i) to WS-CC-CODE(WS-CC-IDX)
                 move 0 to WS-CC-REQS(WS-CC-IDX)
                 move 0 to WS-CC-FILES(WS-CC-IDX)
                 move 0 to WS-CC-QUERIES(WS-CC-IDX)
              end-if
              add 1 to WS-CC-REQS(WS-CC-IDX)
              add WS-RQ-FILES(i) to WS-CC-FILES(WS-CC-IDX)
              add WS-RQ-QUERIES(i) to WS-CC-QUERIES(WS-CC-IDX)
              compute i = i + 1
           end-perform.
           move "== billing by cost centre" to RPT-FD-REC.
           write RPT-FD-REC.
           move 1 to j.
           perform until j > WS-CC-USED
              move spaces to WS-RPT-LINE
              string "COST-CENTRE=" WS-CC-CODE(j)
                     " REQUESTERS=" WS-CC-REQS(j)
                     " REQUESTS=" WS-CC-FILES(j)
                     " QUERY-LINES=" WS-CC-QUERIES(j)
                     into WS-RPT-LINE
              move WS-RPT-LINE to RPT-FD-REC
              write RPT-FD-REC
              compute j = j + 1
           end-perform.
        WRITE-COSTCTR-E.

        ENV-RESOLVE-S.
           move "yubin_rsp_list.tmp" to WS-RSP-LIST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RSP-LIST-FILENAME.
           move "lookup_rsp" to WS-RSP-DIR.
           call "ENV001" using WS-ENV-MODE WS-RSP-DIR.
           move spaces to WS-LS-CMD.
           string "ls "             delimited by size
                  WS-RSP-DIR        delimited by space
                  "/*.rsp > "       delimited by size
                  WS-RSP-LIST-FILENAME delimited by space
                  " 2>/dev/null"    delimited by size
                  into WS-LS-CMD.
           move "yubin_rsp_date.tmp" to WS-FDATE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-FDATE-FILENAME.
           move "lookup_usage.rpt" to WS-RPT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-RPT-FILENAME.
        ENV-RESOLVE-E.
