      **=================================================================
      ** シード(社員宛て・架空宛て)マスタ(seed_master.dat)の1件
      ** SED001(払出し・記録)が縦棒区切りの行をこの形へ分解して渡し、
      ** label_print・mail_merge・partner_extract が出力へ差し込む。
      ** 住所項目のバイト幅は顧客マスタ(CUSTADDR)の漢字項目に合わせ
      ** てある
      **=================================================================
           03 SD-シード番号             pic X(08).
      * 種別：S=社員宛て(実在の社員の住所) D=架空宛て(局留め・私書箱
      * 等の架空名義)
           03 SD-種別                   pic X(01).
      * 状態：A=使用中 D=停止(停止中のシードは払い出さない)
           03 SD-状態                   pic X(01).
           03 SD-郵便番号７桁           pic X(07).
           03 SD-氏名（漢字）           pic X(60).
           03 SD-氏名（カナ）           pic X(60).
           03 SD-都道府県名（漢字）     pic X(12).
           03 SD-市町村名（漢字）       pic X(30).
           03 SD-町域名（漢字）         pic X(111).
           03 SD-番地建物               pic X(90).
      * 住所の読み(都道府県・市町村・町域のカナを空白区切り)。
      * カナ列を要する取引先の連携ファイル用
           03 SD-住所（カナ）           pic X(150).
