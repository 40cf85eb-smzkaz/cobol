      **=================================================================
      ** 顧客の連絡同意レコードの共通レイアウト (cust_consent.idx)
      ** 顧客ごとに、販促郵便を受け取るか・どの商品区分の案内なら
      ** よいか・法定／契約上の通知だけにするかを持つ。キーは顧客
      ** 番号。レコードが無い顧客は従来どおり(郵送停止フラグだけで
      ** 判定)。consent_maint(保守)が作り、変更のたびに履歴
      ** (cust_consent_hist.idx・CUSTCNSH)へ同じ内容を1件足す。
      ** 郵送系バッチは CNS001 を通してキャンペーンの区分と突き合わ
      ** せる。郵送停止フラグ(返送による全面停止)とは別の項目
      **=================================================================
           03 CS-顧客番号               pic X(08).
           03 CUSTCONS-DATA.
      * 販促郵便：Y=可 N=不可
              05 CS-販促                pic X(01).
      * 法定のみ：Y=法定・契約上の通知だけ受け取る(販促の可否・
      * 商品区分より優先する)
              05 CS-法定のみ            pic X(01).
      * 案内してよい商品区分(4桁)。全部空白なら区分を問わない。
      * 1つでもあれば、その区分のキャンペーンだけを受け取る
              05 CS-商品区分  occurs 8  pic X(04).
      * 顧客が同意(または撤回)した日と、その受付経路
      * 受付経路：PAPER=書面 WEB=Web PHONE=電話 COUNTER=窓口 等
              05 CS-同意日              pic X(08).
              05 CS-受付経路            pic X(08).
      * 登録・最終更新したオペレータと日付
           03 CS-変更者                 pic X(08).
           03 CS-更新年月日             pic X(08).
