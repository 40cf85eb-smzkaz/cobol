      ** オペレータ・ファイル(yubin_oper.dat)の保守
      ** 入力：画面(追加・削除・一覧・ロック解除)
      ** 出力：yubin_oper.dat (オペレータID パスワードハッシュ ロール
      **       最終変更日 失敗回数 ロックフラグ 最終サインオン日)
      ** ロール：S=管理者(本プログラムの利用と保守モード)
      **         M=保守モード利用可  L=検索のみ
      ** パスワードは平文では保存せずHSH001のハッシュで持つ。照合の
      ** 連続失敗でロックされたアカウントは本プログラムのUでSロール
      ** が解除する。棚卸し(oper_recert)で無効化(D)されたIDも、
      ** 再確認のうえ同じUで戻す。旧形式(平文)の行は保存時に
      ** ハッシュへ移行する。
      ** 本プログラム自体が管理者(ロールS)のサインオンを要求する。
      ** ファイルが空(初回)のときだけ無認証で起動でき、最初の管理者
      ** を登録する
        input-output              section.
        file-control.
        select oper-file
            assign to WS-OPER-FILENAME
            organization line sequential
            file status is WS-OPER-FS.
      **=================================================================
            03 OPER-FD-FAIL      pic X(01).
            03 filler            pic X(01).
            03 OPER-FD-LOCK      pic X(01).
            03 filler            pic X(01).
            03 OPER-FD-LASTON    pic X(08).

        working-storage           section.
        78  black                       value 0.
               05 WS-TBL-LASTCHG pic X(08).
               05 WS-TBL-FAIL    pic X(01).
               05 WS-TBL-LOCK    pic X(01).
               05 WS-TBL-LASTON  pic X(08).
               05 WS-TBL-HASHED  pic X(01).
        01  WS-OPER-COUNT     pic 9(02) value 0.
        01  WS-OPER-FS        pic X(02).
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-OPER-FILENAME  pic X(256).
        01  WS-ENV-MODE       pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 e_03   line 7 col 30 pic X(1) using WS-EDIT-ROLE.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform LOAD-TABLE-S thru LOAD-TABLE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK = "N"
                          to WS-TBL-FAIL(WS-OPER-COUNT)
                       move OPER-FD-LOCK
                          to WS-TBL-LOCK(WS-OPER-COUNT)
                       move OPER-FD-LASTON
                          to WS-TBL-LASTON(WS-OPER-COUNT)
      * 最終変更日が入っていればハッシュ済み、無ければ旧形式の平文
                       if OPER-FD-LASTCHG is numeric
                          move "Y" to WS-TBL-HASHED(WS-OPER-COUNT)
              move WS-TODAY-DATE to WS-TBL-LASTCHG(WS-OPER-COUNT)
              move "0" to WS-TBL-FAIL(WS-OPER-COUNT)
              move space to WS-TBL-LOCK(WS-OPER-COUNT)
              move spaces to WS-TBL-LASTON(WS-OPER-COUNT)
              move "N" to WS-TBL-HASHED(WS-OPER-COUNT)
              display "登録しました: " WS-EDIT-ID
           end-if.
        OPER-ADD-E.

        OPER-UNLOCK-S.
      * 連続失敗でロックされたアカウント・棚卸しで無効化された
      * アカウントの解除(Sロール専用機能)
           move spaces to WS-EDIT-ID.
           move spaces to WS-EDIT-PW.
           move spaces to WS-EDIT-ROLE.
           display blank-screen.
           move 1 to i.
           perform until i > WS-OPER-COUNT
              evaluate WS-TBL-LOCK(i)
                 when "L"
                    display WS-TBL-ID(i) " " WS-TBL-ROLE(i)
                            " LOCKED"
                 when "D"
                    display WS-TBL-ID(i) " " WS-TBL-ROLE(i)
                            " DISABLED"
                 when other
                    display WS-TBL-ID(i) " " WS-TBL-ROLE(i)
              end-evaluate
              compute i = i + 1
           end-perform.
           display "件数: " WS-OPER-COUNT.
                 move "0" to OPER-FD-FAIL
              end-if
              move WS-TBL-LOCK(i)    to OPER-FD-LOCK
              move WS-TBL-LASTON(i)  to OPER-FD-LASTON
              write OPER-FD-REC
              compute i = i + 1
           end-perform.
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_oper.dat" to WS-OPER-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-OPER-FILENAME.
        ENV-RESOLVE-E.
