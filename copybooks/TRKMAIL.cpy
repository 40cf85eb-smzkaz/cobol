      **=================================================================
      ** 追跡郵便(書留・レターパック)台帳(tracked_mail.idx)の1件
      ** mail_merge(追跡扱いの登録)・track_entry(追跡番号の入力)・
      ** track_update(番号の取込みと配達状況の更新)・track_report
      ** (未着一覧)がこの定義を COPY して使う。キーは顧客番号＋
      ** キャンペーン・コード＋差出日で、1回の差し込み実行で1顧客1通
      **=================================================================
           03 TM-キー.
              05 TM-顧客番号            pic X(08).
              05 TM-キャンペーン        pic X(08).
              05 TM-差出日              pic X(08).
           03 TRKMAIL-DATA.
      * 種別：R=一般書留 K=簡易書留 L=レターパック
              05 TM-種別                pic X(01).
      * 追跡番号(日本郵便のお問い合わせ番号。数字11-13桁。登録前は
      * 空白)。副キー(重複あり)
              05 TM-追跡番号            pic X(13).
              05 TM-郵便番号７桁        pic X(07).
      * 状態：P=番号待ち(差し込み済み・番号未登録) T=番号登録済み
      *       A=引受 D=配達済み R=返送
              05 TM-状態                pic X(01).
              05 TM-状態日              pic X(08).
      * 番号を入力・取り込んだオペレータ(取込みは "IMPORT")
              05 TM-登録者              pic X(08).
           03 TM-更新年月日             pic X(08).
