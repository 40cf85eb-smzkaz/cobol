      **=================================================================
      ** 郵送キャンペーン・マスタ(campaign.idx)の共通レイアウト
      ** campaign_maint(保守)・CMP001(引当)と、キャンペーンを扱う
      ** 郵送系バッチがこの定義を COPY して使う。キーはキャンペーン・
      ** コード(label_print.ctl の CAMPAIGN= と同じ8桁)
      **=================================================================
           03 CP-キャンペーン           pic X(08).
           03 CAMPAIGN-DATA.
              05 CP-キャンペーン名      pic N(20).
      * 依頼元(郵送料金の振替先)の部門コード
              05 CP-負担部門            pic X(08).
      * 差し込み印刷のレター雛形ファイル名。空白=letter_template.dat
              05 CP-文面雛形            pic X(30).
      * 差出予定日(YYYYMMDD)と予算通数(0=予算なし)
              05 CP-差出予定日          pic X(08).
              05 CP-予算通数            pic 9(07).
      * 状態：P=計画 R=発送可 M=郵送済 C=終了(終了は実行を拒否)
              05 CP-状態                pic X(01).
      * 1通の重さ(グラム)。郵送料金の重量区分の判定に使う
              05 CP-通重量              pic 9(05).
           03 CP-更新年月日             pic X(08).
