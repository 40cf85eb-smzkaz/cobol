      **=================================================================
      ** 顧客の連絡同意の変更履歴の共通レイアウト
      ** (cust_consent_hist.idx)
      ** consent_maint が同意レコード(CUSTCONS)を登録・変更する
      ** たびに、変更後の内容をそのまま1件ずつ積む(削除・書換えは
      ** しない。cust_retention の消去で顧客ごと消すときを除く)。
      ** キーは 顧客番号＋記録日時 で、顧客ごとに古い順に
      ** 読めば同意の移り変わりがそのまま追える
      **=================================================================
           03 CH-キー.
              05 CH-顧客番号            pic X(08).
      * 記録日時 YYYYMMDDHHMMSSnn
              05 CH-記録日時            pic X(16).
      * 処理：N=新規登録 C=変更
           03 CH-処理                   pic X(01).
           03 CH-販促                   pic X(01).
           03 CH-法定のみ               pic X(01).
           03 CH-商品区分  occurs 8     pic X(04).
           03 CH-同意日                 pic X(08).
           03 CH-受付経路               pic X(08).
           03 CH-変更者                 pic X(08).
