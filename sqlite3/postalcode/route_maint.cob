      **=================================================================
      ** 配送ルート・マスタ(route.idx)の保守
      ** 入力：画面(追加・変更・削除・移動取込)
      **       route_rebal_txn.dat (T処理。route_rebal の平準化案の
      **       移動トランザクション。監督者が確認・取捨したもの)
      ** 出力：route.idx (郵便番号上3桁キー → ルートコード・ルート名)
      ** ラミネートされた紙の早見表をマスタ化する。route_enrich が
      ** このマスタで抽出結果へルートコードを付与する
      ** T処理は管理者(ロールS)だけが使える。移動元のルートが提案
      ** 時点から変わっている3桁は取り込まずに飛ばす(二重取込も
      ** これで無害になる)
      **=================================================================
        identification           division.
        program-id.              route_maint.
        input-output              section.
        file-control.
        select route-file
            assign to WS-ROUTE-FILENAME
            organization indexed
            access mode dynamic
            record key is RT-郵便番号上3桁
            file status is WS-ROUTE-FS.
        select txn-file
            assign to WS-TXN-FILENAME
            organization line sequential
            file status is WS-TXN-FS.
      **=================================================================
        data                     division.
        file                      section.
            03 RT-ルートコード    pic X(04).
            03 RT-ルート名        pic N(15).

      * route_rebal の移動トランザクション(固定桁)
        fd  txn-file
            label records are standard.
        01  TXN-FD-REC.
            03 TX-郵便番号上3桁   pic X(03).
            03 filler             pic X(01).
            03 TX-移動元          pic X(04).
            03 filler             pic X(01).
            03 TX-移動先          pic X(04).
            03 filler             pic X(01).
            03 TX-件数            pic 9(07).
            03 filler             pic X(01).
            03 TX-提案日          pic X(08).
            03 filler             pic X(01).
            03 TX-移動先ルート名  pic X(45).

        working-storage           section.
        78  black                       value 0.
        01  WS-ROUTE-FS       pic X(02).
        01  WS-PREFIX-ENTRY   pic X(03).
        01  WS-CODE-ENTRY     pic X(04).
        01  WS-NAME-ENTRY     pic N(15).
        01  WS-NAME-ENTRY-X REDEFINES WS-NAME-ENTRY pic X(45).
        01  WS-TXN-FS         pic X(02).
        01  WS-TXN-EOF        pic X(01).
        01  WS-TXN-READ       pic 9(05).
        01  WS-TXN-APPLIED    pic 9(05).
        01  WS-TXN-SKIPPED    pic 9(05).
        01  WS-CONFIRM-KEY    pic X(01).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
        01  WS-RLK-RESOURCE   pic X(30).
        01  WS-RLK-RESULT     pic X(01).
        01  WS-RLK-HOLDER     pic X(08).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-ROUTE-FILENAME  pic X(256).
        01  WS-TXN-FILENAME    pic X(256).
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.

        01 route-mode-screen.
           03 value "配送ルート・マスタ保守" line 1 col 10.
           03 value "A=追加 C=変更 D=削除 T=取込 Q=終了:"
                                            line 3 col 10.
           03 m_01   line 3 col 58 pic X(1) using WS-MODE-KEY.
           03 value "郵便番号上3桁:"         line 4 col 10.
           03 m_02   line 4 col 50 pic X(3) using WS-PREFIX-ENTRY.

           03 value "削除してよいですか Y/N:" line 9 col 10.
           03 f_01   line 9 col 40 pic X(1) using WS-CONFIRM-KEY.

        01 txn-confirm-screen.
           03 value "平準化案を取り込みますか Y/N:"
                                             line 6 col 10.
           03 t_01   line 6 col 50 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK not = "Y"
           display "サインオンできませんでした"
                perform ROUTE-CHANGE-S thru ROUTE-CHANGE-E
             when WS-MODE-KEY = "d" or WS-MODE-KEY = "D"
                perform ROUTE-DELETE-S thru ROUTE-DELETE-E
             when WS-MODE-KEY = "t" or WS-MODE-KEY = "T"
                perform ROUTE-APPLY-S thru ROUTE-APPLY-E
             when WS-MODE-KEY = "q" or WS-MODE-KEY = "Q"
                continue
             when other
                display "A/C/D/T/Q を入力してください"
                perform SLEEP-S thru SLEEP-E
          end-evaluate.
          if WS-MODE-KEY not = "q" and WS-MODE-KEY not = "Q"
           perform REC-FREE-S thru REC-FREE-E.
        ROUTE-DELETE-E.

        ROUTE-APPLY-S.
      * route_rebal の平準化案(監督者の確認済み)を取り込む。1行ごとに
      * その3桁の編集ロックを取り、移動元が今も提案時のルートである
      * ことを確かめてから移動先へ付け替える
           if WS-OPER-ROLE not = "S"
              display "移動取込は管理者(ロールS)専用です"
              perform SLEEP-S thru SLEEP-E
              go to ROUTE-APPLY-E
           end-if.
           open input txn-file.
           if WS-TXN-FS not = "00"
              display "route_rebal_txn.dat がありません"
              perform SLEEP-S thru SLEEP-E
              go to ROUTE-APPLY-E
           end-if.
           move spaces to WS-CONFIRM-KEY.
           display txn-confirm-screen.
           accept txn-confirm-screen.
           if WS-CONFIRM-KEY not = "y" and WS-CONFIRM-KEY not = "Y"
              close txn-file
              go to ROUTE-APPLY-E
           end-if.
           move 0 to WS-TXN-READ.
           move 0 to WS-TXN-APPLIED.
           move 0 to WS-TXN-SKIPPED.
           move "N" to WS-TXN-EOF.
           perform until WS-TXN-EOF = "Y"
              read txn-file
                 at end
                    move "Y" to WS-TXN-EOF
                 not at end
                    add 1 to WS-TXN-READ
                    perform APPLY-ONE-S thru APPLY-ONE-E
              end-read
           end-perform.
           close txn-file.
           display "取込 " WS-TXN-READ " 件  適用 " WS-TXN-APPLIED
                   " 件  見送り " WS-TXN-SKIPPED " 件".
           perform SLEEP-S thru SLEEP-E.
        ROUTE-APPLY-E.

        APPLY-ONE-S.
           if TX-郵便番号上3桁 not numeric
              or TX-移動先 = spaces
              add 1 to WS-TXN-SKIPPED
              go to APPLY-ONE-E
           end-if.
           move TX-郵便番号上3桁 to WS-PREFIX-ENTRY.
           perform REC-LOCK-S thru REC-LOCK-E.
           if WS-RLK-RESULT not = "Y"
              add 1 to WS-TXN-SKIPPED
              go to APPLY-ONE-E
           end-if.
           move WS-PREFIX-ENTRY to RT-郵便番号上3桁.
           read route-file
              invalid key
                 add 1 to WS-TXN-SKIPPED
                 perform REC-FREE-S thru REC-FREE-E
                 go to APPLY-ONE-E
           end-read.
      * 提案後に画面で付け替えられた3桁は、古い案で上書きしない
           if RT-ルートコード not = TX-移動元
              display "提案後に変更済みのため見送り: "
                      WS-PREFIX-ENTRY
              add 1 to WS-TXN-SKIPPED
              perform REC-FREE-S thru REC-FREE-E
              go to APPLY-ONE-E
           end-if.
           move TX-移動先ルート名 to WS-NAME-ENTRY-X.
           move TX-移動先    to RT-ルートコード.
           move WS-NAME-ENTRY to RT-ルート名.
           rewrite ROUTE-REC
              invalid key
                 add 1 to WS-TXN-SKIPPED
              not invalid key
                 add 1 to WS-TXN-APPLIED
           end-rewrite.
           perform REC-FREE-S thru REC-FREE-E.
        APPLY-ONE-E.

        SIGNON-S.
      * オペレータID・パスワードをOPR001で突合する。ロック中(L)は
      * 入れず、期限切れ(E)は新パスワードの設定を強制する
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "route.idx" to WS-ROUTE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ROUTE-FILENAME.
           move "route_rebal_txn.dat" to WS-TXN-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-TXN-FILENAME.
        ENV-RESOLVE-E.
