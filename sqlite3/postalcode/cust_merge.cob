      **=================================================================
      ** 重複顧客の統合(マージ)画面
      ** 入力：画面(サインオン、存続顧客番号・整理顧客番号)、
      **       customer.idx
      ** 出力：customer.idx (整理側レコードの削除)
      **       cust_xref.idx (整理側の外部システム番号を存続側へ
      **       付け替える。請求・Webショップの番号が宙に浮かない)
      **       cust_merge_jnl.dat (整理→存続の相互参照と整理側の
      **       レコード像。問合せ時に旧番号から追跡できる監査証跡)
      **       cust_consent.idx (両者の同意を制限の強い側へ寄せて
      **       存続側へ。整理側は削除)
      **       cust_consent_hist.idx (整理側の履歴を存続側へ付け替え、
      **       統合の行を変更者=オペレータで追記)
      **       cust_branch.idx (存続側に無ければ整理側を付け替え、
      **       有れば整理側を削除)
      **       custlife.idx (支店と同じく、存続側に無ければ付け替え、
      **       有れば整理側を削除)
      **       custmove.idx (整理側の転居予約を削除。未完了の件数を
      **       画面に出すので必要なら存続側へ登録し直す)
      **       household.idx (整理側の所属を削除し、残る世帯員の
      **       人数・代表者を書き直す)
      ** cust_dedupe のレポートで見つけた重複ペアについて、担当者が
      ** 残すレコードを選び、もう一方をマスタから外す。整理側は
      ** ジャーナルへ全像を残してから削除するため、label_print の
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
        select life-file
            assign to WS-LIFE-FILENAME
            organization indexed
            access mode dynamic
            record key is L-顧客番号
            file status is WS-LIFE-FS.
        select move-file
            assign to WS-MOVE-FILENAME
            organization indexed
            access mode dynamic
            record key is M-予約キー
            file status is WS-MOVE-FS.
        select hh-file
            assign to WS-HH-FILENAME
            organization indexed
            access mode dynamic
            record key is H-顧客番号
            alternate record key is H-世帯番号
                with duplicates
            file status is WS-HH-FS.
        select merge-jnl-file
            assign to WS-MERGE-JNL-FILENAME
            organization line sequential
            file status is WS-JNL-FS.
      **=================================================================
        01  CUST-REC.
            COPY CUSTADDR.

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

        fd  life-file
            label records are standard.
        01  LIFE-REC.
            COPY CUSTLIFE.

        fd  move-file
            label records are standard.
        01  MOVE-REC.
            COPY CUSTMOVE.

        fd  hh-file
            label records are standard.
        01  HH-REC.
            COPY HOUSEHLD.

        fd  merge-jnl-file
            label records are standard.
        01  MERGE-JNL-FD-REC     pic X(600).
        78  black                       value 0.
        01  WS-CUST-FS        pic X(02).
        01  WS-JNL-FS         pic X(02).
        01  WS-XREF-FS        pic X(02).
      * 相互参照がまだ作られていない運用では付け替えを飛ばす
        01  WS-XREF-OPEN      pic X(01) value "N".
        01  WS-XREF-EOF       pic X(01).
        01  WS-XREF-COUNT     pic 9(03).
      * 付随ファイル(同意・同意履歴・支店・状態・転居予約・世帯)。
      * まだ作られていない運用では該当の整理を飛ばす
        01  WS-CONS-FS        pic X(02).
        01  WS-CNSH-FS        pic X(02).
        01  WS-BRCH-FS        pic X(02).
        01  WS-LIFE-FS        pic X(02).
        01  WS-MOVE-FS        pic X(02).
        01  WS-HH-FS          pic X(02).
        01  WS-CONS-OPEN      pic X(01) value "N".
        01  WS-CNSH-OPEN      pic X(01) value "N".
        01  WS-BRCH-OPEN      pic X(01) value "N".
        01  WS-LIFE-OPEN      pic X(01) value "N".
        01  WS-MOVE-OPEN      pic X(01) value "N".
        01  WS-HH-OPEN        pic X(01) value "N".
        01  WS-SUB-EOF        pic X(01).
      * 同意の統合結果：-=整理側に無し N=存続側へ新規 C=寄せ合わせ
        01  WS-CONS-ACT       pic X(01).
        01  WS-CNSH-COUNT     pic 9(03).
        01  WS-MOVE-COUNT     pic 9(03).
        01  WS-MOVE-OPEN-CNT  pic 9(03).
      * 支店：-=無し K=整理側を付け替え D=存続側があるので削除
        01  WS-BRCH-ACT       pic X(01).
        01  WS-LIFE-ACT       pic X(01).
        01  WS-HH-ACT         pic X(01).
        01  WS-HH-NO          pic X(08).
        01  WS-HH-REP         pic X(08).
        01  WS-HH-NEW-REP     pic X(08).
        01  WS-HH-NEW-NAME    pic N(20).
        01  WS-HH-LEFT        pic 9(03).
      * 整理側の同意(存続側と寄せ合わせる間の退避)
        01  WS-LOSER-CONS.
            COPY CUSTCONS REPLACING LEADING ==CS-== BY ==LC-==.
        01  WS-CAT-KEEP.
            03 WS-CAT-K       pic X(04) occurs 8.
        01  cat-i             pic 9(02).
        01  cat-j             pic 9(02).
        01  cat-n             pic 9(02).
        01  WS-CAT-HIT        pic X(01).
        01  WS-TODAY          pic 9(08).
        01  WS-NOW-TIME       pic 9(08).
      * サインオン(同意履歴の変更者にオペレータIDを残す)
        01  WS-OPER-ID        pic X(08).
        01  WS-OPER-PW        pic X(08).
        01  WS-OPER-ROLE      pic X(01).
        01  WS-SIGNON-OK      pic X(01) value "N".
        01  WS-OPR-MODE       pic X(05).
        01  WS-NEW-PW         pic X(08).
        01  WS-SURV-NO        pic X(08).
        01  WS-LOSER-NO       pic X(08).
        01  WS-CONFIRM-KEY    pic X(01).
        01  WS-JNL-DATE       pic 9(08).
        01  WS-JNL-TIME       pic 9(08).
        01  WS-JNL-LINE       pic X(600).
      * 画面表示用(両レコードの氏名・住所をバイト単位で扱う)
        01  WS-SURV-NAME      pic N(20).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-CUST-FILENAME       pic X(256).
        01  WS-XREF-FILENAME       pic X(256).
        01  WS-MERGE-JNL-FILENAME  pic X(256).
        01  WS-CONS-FILENAME       pic X(256).
        01  WS-CNSH-FILENAME       pic X(256).
        01  WS-BRCH-FILENAME       pic X(256).
        01  WS-LIFE-FILENAME       pic X(256).
        01  WS-MOVE-FILENAME       pic X(256).
        01  WS-HH-FILENAME         pic X(256).
        01  WS-ENV-MODE            pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 signon-screen.
           03 value "顧客統合サインオン" line 1 col 10.
           03 value "オペレータID:"         line 3 col 10.
           03 s_01   line 3 col 30 pic X(8) using WS-OPER-ID.
           03 value "パスワード:"           line 4 col 10.
           03 s_02   line 4 col 30 pic X(8) using WS-OPER-PW.

        01 newpw-screen.
           03 value "期限切れ。新パスワード:"
                                            line 6 col 10.
           03 n_01   line 6 col 55 pic X(8) using WS-NEW-PW.

        01 merge-key-screen.
           03 value "重複顧客の統合" line 1 col 10.
           03 value "存続させる顧客番号:"  line 3 col 10.
           03 d_07   line 12 col 50 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK not = "Y"
           display "サインオンできませんでした"
           stop run
        end-if.
        perform CUST-OPEN-S thru CUST-OPEN-E.

        merge-loop.
          display merge-key-screen.
          accept merge-key-screen.
          if WS-SURV-NO = spaces
             if WS-XREF-OPEN = "Y"
                close xref-file
             end-if
             perform SIDE-CLOSE-S thru SIDE-CLOSE-E
             close cust-file
             stop run
          end-if.
                      WS-CUST-FS
              stop run
           end-if.
           open i-o xref-file.
           if WS-XREF-FS = "00"
              move "Y" to WS-XREF-OPEN
           end-if.
           open i-o cons-file.
           if WS-CONS-FS = "00"
              move "Y" to WS-CONS-OPEN
           end-if.
           open i-o cnsh-file.
           if WS-CNSH-FS = "00"
              move "Y" to WS-CNSH-OPEN
           end-if.
           open i-o brch-file.
           if WS-BRCH-FS = "00"
              move "Y" to WS-BRCH-OPEN
           end-if.
           open i-o life-file.
           if WS-LIFE-FS = "00"
              move "Y" to WS-LIFE-OPEN
           end-if.
           open i-o move-file.
           if WS-MOVE-FS = "00"
              move "Y" to WS-MOVE-OPEN
           end-if.
           open i-o hh-file.
           if WS-HH-FS = "00"
              move "Y" to WS-HH-OPEN
           end-if.
        CUST-OPEN-E.

        SIDE-CLOSE-S.
           if WS-CONS-OPEN = "Y"
              close cons-file
           end-if.
           if WS-CNSH-OPEN = "Y"
              close cnsh-file
           end-if.
           if WS-BRCH-OPEN = "Y"
              close brch-file
           end-if.
           if WS-LIFE-OPEN = "Y"
              close life-file
           end-if.
           if WS-MOVE-OPEN = "Y"
              close move-file
           end-if.
           if WS-HH-OPEN = "Y"
              close hh-file
           end-if.
        SIDE-CLOSE-E.

        MERGE-ONE-S.
           if WS-SURV-NO = WS-LOSER-NO
              display "同じ顧客番号は統合できません"
                 display "削除に失敗しました: " WS-LOSER-NO
                 perform SLEEP-S thru SLEEP-E
              not invalid key
                 perform XREF-MOVE-S thru XREF-MOVE-E
                 perform CONS-MERGE-S thru CONS-MERGE-E
                 perform BRCH-MOVE-S thru BRCH-MOVE-E
                 perform LIFE-MOVE-S thru LIFE-MOVE-E
                 perform MOVE-DEL-S thru MOVE-DEL-E
                 perform HH-DEL-S thru HH-DEL-E
                 display "統合しました: " WS-LOSER-NO
                         " -> " WS-SURV-NO
                         " (外部ID " WS-XREF-COUNT "件)"
                 display "同意:" WS-CONS-ACT
                         " 同意履歴:" WS-CNSH-COUNT
                         " 支店:" WS-BRCH-ACT
                         " 状態:" WS-LIFE-ACT
                         " 世帯:" WS-HH-ACT
                         " 転居予約削除:" WS-MOVE-COUNT
                 if WS-MOVE-OPEN-CNT > 0
                    display "未完了の転居予約 " WS-MOVE-OPEN-CNT
                            "件を削除(要再登録)"
                 end-if
                 perform SLEEP-S thru SLEEP-E
           end-delete.
        MERGE-ONE-E.

        XREF-MOVE-S.
      * 整理側に結ばれた外部システムの番号を存続側へ付け替える。
      * 顧客番号がキーの先頭なので削除して書き直す。毎回キーの
      * 先頭から位置付け直し、書き直した行を二度拾わない
           move 0 to WS-XREF-COUNT.
           if WS-XREF-OPEN not = "Y"
              go to XREF-MOVE-E
           end-if.
           move "N" to WS-XREF-EOF.
           perform until WS-XREF-EOF = "Y"
              move WS-LOSER-NO to XR-顧客番号
              move low-values to XR-外部キー
              start xref-file key is not less than XR-キー
                 invalid key
                    move "Y" to WS-XREF-EOF
              end-start
              if WS-XREF-EOF not = "Y"
                 read xref-file next
                    at end
                       move "Y" to WS-XREF-EOF
                 end-read
              end-if
              if WS-XREF-EOF not = "Y"
                 if XR-顧客番号 not = WS-LOSER-NO
                    move "Y" to WS-XREF-EOF
                 else
                    delete xref-file
                    move WS-SURV-NO to XR-顧客番号
                    accept XR-更新年月日 from date yyyymmdd
                    write XREF-REC
                    add 1 to WS-XREF-COUNT
                 end-if
              end-if
           end-perform.
        XREF-MOVE-E.

        CONS-MERGE-S.
      * 整理側の同意を存続側へ寄せる。どの項目も制限の強い側を採る
      * (販促はどちらかが N なら N、法定のみはどちらかが Y なら Y、
      * 商品区分は両者が許す区分だけ)。存続側に無ければ整理側の
      * 内容をそのまま存続側の番号で作る。整理側の履歴は存続側へ
      * 付け替えてから、統合の結果を1件追記する
           move "-" to WS-CONS-ACT.
           move 0 to WS-CNSH-COUNT.
           if WS-CONS-OPEN not = "Y"
              go to CONS-MERGE-E
           end-if.
           perform CNSH-MOVE-S thru CNSH-MOVE-E.
           move WS-LOSER-NO to CS-顧客番号.
           read cons-file
              invalid key
                 go to CONS-MERGE-E
           end-read.
           move CONS-REC to WS-LOSER-CONS.
           delete cons-file
              invalid key
                 continue
           end-delete.
           accept WS-TODAY from date yyyymmdd.
           move WS-SURV-NO to CS-顧客番号.
           read cons-file
              invalid key
                 move "N" to WS-CONS-ACT
              not invalid key
                 move "C" to WS-CONS-ACT
           end-read.
           if WS-CONS-ACT = "N"
              move WS-LOSER-CONS to CONS-REC
              move WS-SURV-NO to CS-顧客番号
           else
              perform CONS-STRICT-S thru CONS-STRICT-E
           end-if.
           move "MERGE"    to CS-受付経路.
           move WS-OPER-ID to CS-変更者.
           move WS-TODAY   to CS-更新年月日.
           if WS-CONS-ACT = "N"
              write CONS-REC
                 invalid key
                    display "同意の書込み失敗 status="
                            WS-CONS-FS
                    go to CONS-MERGE-E
              end-write
           else
              rewrite CONS-REC
                 invalid key
                    display "同意の書込み失敗 status="
                            WS-CONS-FS
                    go to CONS-MERGE-E
              end-rewrite
           end-if.
           perform CNSH-ADD-S thru CNSH-ADD-E.
        CONS-MERGE-E.

        CONS-STRICT-S.
      * 存続側(CONS-REC)へ整理側(WS-LOSER-CONS)を重ねる。同意日は
      * 新しい方
           if LC-販促 = "N"
              move "N" to CS-販促
           end-if.
           if LC-法定のみ = "Y"
              move "Y" to CS-法定のみ
           end-if.
           if LC-同意日 > CS-同意日
              move LC-同意日 to CS-同意日
           end-if.
      * 商品区分：片方が全部空白(区分を問わない)なら他方の指定を
      * 採る。両方に指定があれば共通の区分だけを残し、共通が無けれ
      * ば両者とも受けてよい販促が無いので販促不可にする
           move 0 to cat-n.
           move 1 to cat-i.
           perform until cat-i > 8
              if LC-商品区分(cat-i) not = spaces
                 add 1 to cat-n
              end-if
              add 1 to cat-i
           end-perform.
           if cat-n = 0
              go to CONS-STRICT-E
           end-if.
           move 0 to cat-n.
           move 1 to cat-i.
           perform until cat-i > 8
              if CS-商品区分(cat-i) not = spaces
                 add 1 to cat-n
              end-if
              add 1 to cat-i
           end-perform.
           if cat-n = 0
              move 1 to cat-i
              perform until cat-i > 8
                 move LC-商品区分(cat-i) to CS-商品区分(cat-i)
                 add 1 to cat-i
              end-perform
              go to CONS-STRICT-E
           end-if.
           move spaces to WS-CAT-KEEP.
           move 0 to cat-n.
           move 1 to cat-i.
           perform until cat-i > 8
              if CS-商品区分(cat-i) not = spaces
                 move "N" to WS-CAT-HIT
                 move 1 to cat-j
                 perform until cat-j > 8
                    if LC-商品区分(cat-j) = CS-商品区分(cat-i)
                       move "Y" to WS-CAT-HIT
                    end-if
                    add 1 to cat-j
                 end-perform
                 if WS-CAT-HIT = "Y"
                    add 1 to cat-n
                    move CS-商品区分(cat-i) to WS-CAT-K(cat-n)
                 end-if
              end-if
              add 1 to cat-i
           end-perform.
           move 1 to cat-i.
           perform until cat-i > 8
              move WS-CAT-K(cat-i) to CS-商品区分(cat-i)
              add 1 to cat-i
           end-perform.
           if cat-n = 0
              move "N" to CS-販促
           end-if.
        CONS-STRICT-E.

        CNSH-MOVE-S.
      * 整理側の同意履歴を存続側の番号へ付け替える(記録日時は元の
      * まま)。XREF-MOVE-S と同じく毎回キーの先頭から位置付け直す
           if WS-CNSH-OPEN not = "Y"
              go to CNSH-MOVE-E
           end-if.
           move "N" to WS-SUB-EOF.
           perform until WS-SUB-EOF = "Y"
              move WS-LOSER-NO to CH-顧客番号
              move low-values to CH-記録日時
              start cnsh-file key is not less than CH-キー
                 invalid key
                    move "Y" to WS-SUB-EOF
              end-start
              if WS-SUB-EOF not = "Y"
                 read cnsh-file next
                    at end
                       move "Y" to WS-SUB-EOF
                 end-read
              end-if
              if WS-SUB-EOF not = "Y"
                 if CH-顧客番号 not = WS-LOSER-NO
                    move "Y" to WS-SUB-EOF
                 else
                    delete cnsh-file
                    move WS-SURV-NO to CH-顧客番号
                    write CNSH-REC
                       invalid key
                          display "同意履歴の付替え失敗 "
                                  CH-記録日時
                       not invalid key
                          add 1 to WS-CNSH-COUNT
                    end-write
                 end-if
              end-if
           end-perform.
        CNSH-MOVE-E.

        CNSH-ADD-S.
      * 統合後の存続側の同意を記録日時つきで履歴へ足す。処理区分は
      * 存続側へ新規なら N、寄せ合わせなら C
           if WS-CNSH-OPEN not = "Y"
              go to CNSH-ADD-E
           end-if.
           accept WS-NOW-TIME from time.
           move WS-SURV-NO  to CH-顧客番号.
           move WS-TODAY    to CH-記録日時(1:8).
           move WS-NOW-TIME to CH-記録日時(9:8).
           move WS-CONS-ACT to CH-処理.
           move CS-販促     to CH-販促.
           move CS-法定のみ to CH-法定のみ.
           move 1 to cat-i.
           perform until cat-i > 8
              move CS-商品区分(cat-i) to CH-商品区分(cat-i)
              add 1 to cat-i
           end-perform.
           move CS-同意日   to CH-同意日.
           move CS-受付経路 to CH-受付経路.
           move CS-変更者   to CH-変更者.
           write CNSH-REC
              invalid key
                 display "履歴の記録に失敗しました status="
                         WS-CNSH-FS
                 perform SLEEP-S thru SLEEP-E
           end-write.
        CNSH-ADD-E.

        BRCH-MOVE-S.
      * 担当支店。存続側に有ればそれを残して整理側を消し、無ければ
      * 整理側の担当(手動指定を含む)を存続側の番号へ付け替える
           move "-" to WS-BRCH-ACT.
           if WS-BRCH-OPEN not = "Y"
              go to BRCH-MOVE-E
           end-if.
           move WS-SURV-NO to BR-顧客番号.
           read brch-file
              invalid key
                 move "K" to WS-BRCH-ACT
              not invalid key
                 move "D" to WS-BRCH-ACT
           end-read.
           move WS-LOSER-NO to BR-顧客番号.
           read brch-file
              invalid key
                 move "-" to WS-BRCH-ACT
                 go to BRCH-MOVE-E
           end-read.
           delete brch-file
              invalid key
                 continue
           end-delete.
           if WS-BRCH-ACT = "D"
              go to BRCH-MOVE-E
           end-if.
           move WS-SURV-NO to BR-顧客番号.
           accept BR-変更日 from date yyyymmdd.
           move WS-OPER-ID to BR-変更者.
           write BRCH-REC
              invalid key
                 display "支店の付替え失敗 status="
                         WS-BRCH-FS
           end-write.
        BRCH-MOVE-E.

        LIFE-MOVE-S.
      * 稼働状態。支店と同じく存続側に有れば整理側を消し、無ければ
      * 付け替える
           move "-" to WS-LIFE-ACT.
           if WS-LIFE-OPEN not = "Y"
              go to LIFE-MOVE-E
           end-if.
           move WS-SURV-NO to L-顧客番号.
           read life-file
              invalid key
                 move "K" to WS-LIFE-ACT
              not invalid key
                 move "D" to WS-LIFE-ACT
           end-read.
           move WS-LOSER-NO to L-顧客番号.
           read life-file
              invalid key
                 move "-" to WS-LIFE-ACT
                 go to LIFE-MOVE-E
           end-read.
           delete life-file
              invalid key
                 continue
           end-delete.
           if WS-LIFE-ACT = "D"
              go to LIFE-MOVE-E
           end-if.
           move WS-SURV-NO to L-顧客番号.
           write LIFE-REC
              invalid key
                 display "状態の付替え失敗 status="
                         WS-LIFE-FS
           end-write.
        LIFE-MOVE-E.

        MOVE-DEL-S.
      * 整理側の転居予約を消す。予約連番は顧客ごとの採番で存続側と
      * ぶつかるため付け替えない。未完了(予約中・転送中・打切り
      * 指示)の件数を画面に出す
           move 0 to WS-MOVE-COUNT.
           move 0 to WS-MOVE-OPEN-CNT.
           if WS-MOVE-OPEN not = "Y"
              go to MOVE-DEL-E
           end-if.
           move WS-LOSER-NO to M-顧客番号.
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
                 if M-顧客番号 not = WS-LOSER-NO
                    move "Y" to WS-SUB-EOF
                 else
                    add 1 to WS-MOVE-COUNT
                    if M-状態 = space or M-状態 = "A"
                                      or M-状態 = "R"
                       add 1 to WS-MOVE-OPEN-CNT
                    end-if
                    delete move-file
                       invalid key
                          continue
                    end-delete
                 end-if
              end-if
           end-perform.
        MOVE-DEL-E.

        HH-DEL-S.
      * 世帯の所属を消す(cust_retention の消去と同じ扱い)。整理側が
      * 世帯の代表者なら、残る世帯員の中で最も若い顧客番号を代表者
      * にして宛名を書き直し、残る世帯員の人数も書き直す。
      * 世帯：-=所属無し D=削除 R=削除して残りを書き直し
           move "-" to WS-HH-ACT.
           if WS-HH-OPEN not = "Y"
              go to HH-DEL-E
           end-if.
           move WS-LOSER-NO to H-顧客番号.
           read hh-file
              invalid key
                 go to HH-DEL-E
           end-read.
           move "D" to WS-HH-ACT.
           move H-世帯番号     to WS-HH-NO.
           move H-代表顧客番号 to WS-HH-REP.
           delete hh-file
              invalid key
                 continue
           end-delete.
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
              go to HH-DEL-E
           end-if.
           move "R" to WS-HH-ACT.
           if WS-HH-REP = WS-LOSER-NO
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
                 move WS-HH-LEFT to H-世帯人数
                 if WS-HH-REP = WS-LOSER-NO
                    move WS-HH-NEW-REP  to H-代表顧客番号
                    move WS-HH-NEW-NAME to H-代表顧客名
                 end-if
                 rewrite HH-REC
                    invalid key
                       continue
                 end-rewrite
              end-if
           end-perform.
        HH-DEL-E.

        HH-START-S.
           move WS-HH-NO to H-世帯番号.
           move "N" to WS-SUB-EOF.
           start hh-file key is = H-世帯番号
              invalid key
                 move "Y" to WS-SUB-EOF
           end-start.
        HH-START-E.

        HH-NEXT-S.
           read hh-file next record
              at end
                 move "Y" to WS-SUB-EOF
                 go to HH-NEXT-E
           end-read.
           if H-世帯番号 not = WS-HH-NO
              move "Y" to WS-SUB-EOF
           end-if.
        HH-NEXT-E.

        MERGE-JNL-S.
      * 旧番号での問合せに答えられるよう、整理→存続の対応と整理側
      * の住所像を日時付きで追記する
           move spaces to WS-JNL-LINE.
           string WS-JNL-DATE   delimited by size
                  " "           delimited by size
                  WS-JNL-TIME(1:6)   delimited by size
                  " MERGED "    delimited by size
                  WS-LOSER-NO   delimited by size
                  " -> "        delimited by size
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

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

        ENV-RESOLVE-S.
           move "customer.idx" to WS-CUST-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CUST-FILENAME.
           move "cust_xref.idx" to WS-XREF-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-XREF-FILENAME.
           move "cust_merge_jnl.dat" to WS-MERGE-JNL-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MERGE-JNL-FILENAME.
           move "cust_consent.idx" to WS-CONS-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CONS-FILENAME.
           move "cust_consent_hist.idx" to WS-CNSH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-CNSH-FILENAME.
           move "cust_branch.idx" to WS-BRCH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-BRCH-FILENAME.
           move "custlife.idx" to WS-LIFE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-LIFE-FILENAME.
           move "custmove.idx" to WS-MOVE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-MOVE-FILENAME.
           move "household.idx" to WS-HH-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-HH-FILENAME.
        ENV-RESOLVE-E.
