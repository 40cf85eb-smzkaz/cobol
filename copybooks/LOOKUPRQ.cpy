      **=================================================================
      ** 検索サービス依頼元マスタ(lookup_requester.idx)の共通レイアウト
      ** requester_maint(保守)・RQS001(引当)と、lookup_service・
      ** lookup_usage_report がこの定義を COPY して使う。キーは依頼
      ** ファイルの REQUESTER= タグに書く依頼元ID(20桁)
      **=================================================================
           03 RQ-依頼元                 pic X(20).
           03 LOOKUPRQ-DATA.
              05 RQ-部門名              pic N(20).
              05 RQ-担当者名            pic N(10).
      * 担当者の内線・メールアドレス
              05 RQ-連絡先              pic X(40).
      * 利用料金の振替先(原価センタ・コード)
              05 RQ-原価センタ          pic X(10).
      * 1日に処理する照会行数の上限(0=上限なし)。超えた行は翌日へ
      * 持ち越す
              05 RQ-日次上限            pic 9(07).
      * 状態：A=利用可 D=停止(停止中の依頼は拒否して応答で知らせる)
              05 RQ-状態                pic X(01).
           03 RQ-更新年月日             pic X(08).
