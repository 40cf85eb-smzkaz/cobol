      **=================================================================
      ** 顧客の担当支店レコードの共通レイアウト (cust_branch.idx)
      ** 顧客ごとに担当する支店を持つ。キーは顧客番号、支店コードを
      ** 重複可の副キーに持ち、支店別の顧客一覧を副キー順に読む。
      ** 顧客マスタのレコード長を変えずに済むよう別ファイルにしてある
      ** 担当は branch_cfg.dat の都道府県から夜間の branch_cust が
      ** 自動で決め、cust_maint の B 処理で手動指定(固定)できる
      **=================================================================
           03 BR-顧客番号               pic X(08).
           03 BR-支店                   pic X(04).
      * 区分：A=都道府県からの自動判定 M=手動指定(自動判定で変えない)
           03 BR-区分                   pic X(01).
      * 最後に判定した都道府県名(漢字の生バイト)
           03 BR-都道府県               pic X(12).
      * 移管の通知待ち。"Y"の間は次の branch_cust が移管通知に載せ
      * て空白へ戻す。前支店は移管元(新規の割当ては空白)
           03 BR-通知待ち               pic X(01).
           03 BR-前支店                 pic X(04).
           03 BR-変更日                 pic X(08).
      * 変更したオペレータ(自動判定は BATCH)
           03 BR-変更者                 pic X(08).
