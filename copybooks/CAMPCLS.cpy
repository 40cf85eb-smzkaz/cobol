      **=================================================================
      ** キャンペーンの郵送区分レコードの共通レイアウト
      ** (campaign_class.idx)
      ** キャンペーンごとに、販促か法定・契約上の通知かと、案内する
      ** 商品区分を持つ。キーはキャンペーン・コード(CAMPAIGNと同じ
      ** 8桁)。キャンペーン・マスタのレコード長を変えずに済むよう
      ** 別ファイルにしてある。campaign_maint が同じ画面で保守し、
      ** CNS001 が顧客の連絡同意との突合に使う。登録の無いキャン
      ** ペーン(とキャンペーン指定の無い実行)は販促として扱う
      **=================================================================
           03 CC-キャンペーン           pic X(08).
      * 区分：M=販促 L=法定・契約上の通知(同意に関係なく送る)
           03 CC-区分                   pic X(01).
      * 案内する商品区分(4桁)。空白=特定の商品に限らない販促
           03 CC-商品区分               pic X(04).
           03 CC-更新年月日             pic X(08).
