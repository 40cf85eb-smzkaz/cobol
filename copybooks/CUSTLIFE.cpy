      **=================================================================
      ** 顧客ライフサイクル状態レコードの共通レイアウト (custlife.idx)
      ** 顧客ごとの稼働状態(稼働・休眠・終了)と、その判定の根拠に
      ** した最終郵送日・最終変更日を持つ。キーは顧客番号。顧客
      ** マスタのレコード長を変えずに済むよう別ファイルにしてある。
      ** cust_retention(判定・保存期間消去)が更新し、照会系が参照する
      **=================================================================
           03 L-顧客番号                pic X(08).
      * 状態：A=稼働 D=休眠 C=終了(保存期間の起算は状態変更日)
           03 L-状態                    pic X(01).
           03 L-状態変更日              pic X(08).
      * 判定の根拠(mailing_hist.dat の最終実行日・マスタの更新日)
           03 L-最終郵送日              pic X(08).
           03 L-最終変更日              pic X(08).
           03 L-判定日                  pic X(08).
