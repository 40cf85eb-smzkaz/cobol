      **=================================================================
      ** 顧客住所の予約変更レコードの共通レイアウト (custmove.idx)
      ** 「1日に引っ越す」「3月までは実家へ送って」といった日付つき
      ** の住所変更を、当日にマスタを書き換える代わりに予約として
      ** 持つ。キーは 顧客番号＋予約連番。住所項目の形は CUSTADDR の
      ** 本体住所と同じで、登録時の郵便番号検証も本体と同じ突合を
      ** 通す。cust_maint(登録・取消)、move_apply(夜間の適用・満了)、
      ** MOV001(実行日時点の住所の引当)がこの定義を COPY して使う
      **=================================================================
           03 M-予約キー.
              05 M-顧客番号             pic X(08).
              05 M-予約連番             pic X(02).
           03 CUSTMOVE-DATA.
      * 区分：P=転居(開始日から恒久) T=一時転送(開始日～終了日)
              05 M-区分                 pic X(01).
              05 M-開始日               pic X(08).
      * 終了日は区分Tだけ。この日までが転送先(翌日に元へ戻す)
              05 M-終了日               pic X(08).
      * 状態：空白=予約中 A=転送中(区分Tの適用済み) R=転送の打切り
      *       指示(次の夜間処理で元へ戻す) E=完了 X=取消
              05 M-状態                 pic X(01).
              05 M-郵便番号７桁         pic X(07).
              05 M-都道府県名（漢字）   pic N(4).
              05 M-市町村名（漢字）     pic N(10).
              05 M-町域名（漢字）       pic N(37).
              05 M-番地建物             pic N(30).
      * 転送中(区分T)の間、転送前の本体住所を退避しておき、満了時に
      * 戻す。転送中に転居(区分P)の日が来たときは本体でなくここを
      * 新住所に差し替える(満了後は新住所へ戻る)
           03 M-退避住所.
              05 M-退避郵便番号         pic X(07).
              05 M-退避都道府県名       pic N(4).
              05 M-退避市町村名         pic N(10).
              05 M-退避町域名           pic N(37).
              05 M-退避番地建物         pic N(30).
           03 M-登録日                  pic X(08).
           03 M-登録者                  pic X(08).
