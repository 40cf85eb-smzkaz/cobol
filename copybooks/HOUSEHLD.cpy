      **=================================================================
      ** 世帯レコードの共通レイアウト (household.idx)
      ** 同じ郵便番号・同じ住所(町域＋番地建物を表記の揺れを寄せて
      ** 比べたもの)に住む顧客をまとめた世帯の所属。1顧客1レコード
      ** でキーは顧客番号、世帯番号の副キー(重複あり)で同じ世帯の
      ** 顧客を順に読める。household_build が毎回作り直し、
      ** label_print・mail_merge の世帯単位の郵送が参照する
      **=================================================================
           03 H-顧客番号                pic X(08).
           03 H-世帯番号                pic X(08).
      * 代表者(世帯の宛名にする顧客。世帯内で最も若い顧客番号)
           03 H-代表顧客番号            pic X(08).
           03 H-代表顧客名              pic N(20).
           03 H-世帯人数                pic 9(03).
           03 H-作成日                  pic X(08).
