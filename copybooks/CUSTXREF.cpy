      **=================================================================
      ** 外部システム顧客番号の相互参照(cust_xref.idx)の共通レイアウト
      ** 当方の顧客番号と、請求・Webショップなど他システムでの同じ
      ** 顧客の番号を結ぶ。キーは 顧客番号＋システム＋外部ID で、
      ** 一人の顧客が同じシステムに複数の番号を持つこともできる。
      ** 副キー(システム＋外部ID。重複なし)で外部の番号から当方の
      ** 顧客を逆引きする。xref_maint(保守)・xref_load(一括取込)が
      ** 作り、cust_merge が統合時に存続側へ付け替え、cust_feed が
      ** 日次連携に載せる
      ** システム・コード：BILL=請求 WEBS=Webショップ (4桁英数)
      **=================================================================
           03 XR-キー.
              05 XR-顧客番号            pic X(08).
              05 XR-外部キー.
                 07 XR-システム         pic X(04).
                 07 XR-外部ID           pic X(20).
      * 登録・最終更新したオペレータ(一括取込は LOAD)と日付
           03 XR-登録者                 pic X(08).
           03 XR-更新年月日             pic X(08).
