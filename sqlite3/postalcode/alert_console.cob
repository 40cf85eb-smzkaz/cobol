      **=================================================================
      ** アラート・コンソール(未対応アラートの一覧・確認・クローズ)
      ** 入力：画面、yubin_alert.dat (ALT001が追記するアラート。行番号
      **       がアラート番号)、yubin_alert_ack.dat (確認・クローズ・
      **       二次連絡の記録)
      ** 出力：yubin_alert_ack.dat (確認A・クローズCの行を追記)
      **       alert_console_ak_<開始時刻>.idx (記録をアラート番号＋
      **       日時ごとの最新状態に畳む作業索引。一覧のたびに作り
      **       直し、終了時に消す)
      ** 夜中の重大アラートが朝まで誰にも読まれずに残らないよう、
      ** 当番オペレータが未クローズのアラートを重大度(C→W)・古い順に
      ** 見て、コメント付きで確認(A)するか、解決コード付きでクローズ
      ** (X)する。確認されないままの重大アラートは alert_escalate が
      ** 二次連絡先へ送り直す。処理：
      **   L=一覧  A=確認  X=クローズ  Q=終了
      ** 解決コード：FIXD=対処済 RRUN=再実行済 DUPL=重複
      **             FALS=誤報 NACT=対応不要
      ** yubin_alert_ack.dat の形式(1行1件、追記のみ)：
      **   1 アラート番号(8) 10 アラートの日時(15) 26 区分 A/C/E
      **   28 記録日(8) 37 時刻(6) 44 オペレータ(8) 53 解決コード(4)
      **   58 コメント(60)
      ** アラートの日時も控えるので、アラート・ファイルが作り直され
      ** て番号が振り直されても古い記録が新しいアラートに付かない
      **=================================================================
        identification           division.
        program-id.              alert_console.
      **=================================================================
        environment              division.
        input-output              section.
        file-control.
        select alert-file
            assign to WS-ALERT-FILENAME
            organization line sequential
            file status is WS-ALERT-FS.
        select ack-file
            assign to WS-ACK-FILENAME
            organization line sequential
            file status is WS-ACK-FS.
      * 確認・クローズの記録の作業索引(アラート番号＋日時ごとに
      * 最新の状態。記録の件数に上限を設けないため表でなく索引)
        select ak-work-file
            assign to WS-AK-WORK-FILENAME
            organization indexed
            access mode dynamic
            record key is AW-キー
            file status is WS-AW-FS.
      **=================================================================
        data                     division.
        file                      section.
        fd  alert-file
            label records are standard.
        01  ALERT-FD-REC        pic X(160).

        fd  ack-file
            label records are standard.
        01  ACK-FD-REC          pic X(160).

        fd  ak-work-file
            label records are standard.
        01  AK-WORK-REC.
            03 AW-キー.
               05 AW-ID         pic 9(08).
               05 AW-STAMP      pic X(15).
            03 AW-ACK           pic X(01).
            03 AW-CLOSED        pic X(01).
            03 AW-OPER          pic X(08).

        working-storage           section.
        78  black                       value 0.
        01  WS-ALERT-FS       pic X(02).
        01  WS-ACK-FS         pic X(02).
        01  WS-EOF            pic X(01).
        01  WS-MODE-KEY       pic X(01).
        01  WS-ID-ENTRY       pic X(08).
        01  WS-CODE-ENTRY     pic X(04).
        01  WS-COMMENT-ENTRY  pic X(60).
        01  WS-CONFIRM-KEY    pic X(01).
        01  WS-TODAY          pic 9(08).
        01  WS-NOW-TIME       pic 9(08).
        01  WS-ACT-CODE       pic X(01).
      * 確認・クローズの記録の作業索引(AK-WORK-REC に読んだ結果)
        01  WS-AW-FS          pic X(02).
        01  WS-AW-OPEN        pic X(01) value "N".
        01  WS-AK-FOUND       pic X(01).
        01  WS-START-TIME     pic 9(08).
        01  WS-FILE-CMD-AREA.
           03 WS-FILE-CMD          pic X(600).
           03 filler               pic X(01) value low-value.
      * 未クローズのアラート
        01  WS-OA-TABLE.
            03 WS-OA-ENTRY  occurs 500.
               05 WS-OA-ID        pic 9(08).
               05 WS-OA-STAMP     pic X(15).
               05 WS-OA-SEV       pic X(01).
               05 WS-OA-PROG      pic X(20).
               05 WS-OA-MSG       pic X(80).
               05 WS-OA-ACK       pic X(01).
               05 WS-OA-OPER      pic X(08).
               05 WS-OA-AGE       pic 9(07).
        01  WS-OA-COUNT       pic 9(04) value 0.
        01  WS-OA-OVER        pic 9(05) value 0.
        01  WS-OA-CRIT        pic 9(04) value 0.
        01  WS-OA-OTHER       pic 9(04) value 0.
      * 表示順(重大Cを先に、それぞれ古い順＝ファイル順)
        01  WS-ORDER-TABLE.
            03 WS-ORDER  occurs 500  pic 9(04).
        01  WS-ORD-COUNT      pic 9(04).
        01  WS-PAGE-TOP       pic 9(04).
      * 行の解析
        01  WS-AL-NO          pic 9(08).
        01  WS-AL-STAMP       pic X(15).
        01  WS-AL-PROG        pic X(20).
        01  WS-AL-PTR         pic 9(03).
        01  WS-TARGET-ID      pic 9(08).
        01  WS-TARGET-IDX     pic 9(04).
      * 経過分数(通算日換算は OPR001 の DATE-TO-SERIAL と同じ)
        01  WS-SER-DATE       pic 9(08).
        01  WS-SER-YYYY       pic 9(04).
        01  WS-SER-MM         pic 9(02).
        01  WS-SER-DD         pic 9(02).
        01  WS-SER-RESULT     pic 9(08).
        01  WS-CUM-DAYS-TBL.
            03 filler pic X(36) value
               "000031059090120151181212243273304334".
        01  WS-CUM-DAYS redefines WS-CUM-DAYS-TBL.
            03 WS-CUM-MM  occurs 12  pic 9(03).
        01  WS-NOW-SERIAL     pic 9(08).
        01  WS-NOW-MINUTES    pic 9(04).
        01  WS-AL-MINUTES     pic 9(04).
        01  WS-AGE-WORK       pic S9(09).
        01  WS-AGE-HH         pic 9(04).
        01  WS-AGE-MI         pic 9(02).
        01  WS-HH             pic 9(02).
        01  WS-MI             pic 9(02).
        01  WS-DIGIT          pic 9(01).
      * 一覧表示(xref_maint と同じ行バッファ方式)
        01  WS-VIEW.
            03 WS-VIEW-L  occurs 18  pic X(70).
        01  WS-VIEW-IDX       pic 9(02).
        01  WS-VIEW-MSG       pic X(70).
        01  WS-VIEW-PTR       pic 9(03).
        01  WS-CNT-ED         pic ZZZ9.
        01  WS-HH-ED          pic ZZZ9.
        01  SLEEP-CALL.
            03 sleep_cmd  pic x(6) values "sleep ".
            03 sleep_time pic 9(1) values 2.
        01  i                 pic 9(04).
      * オペレータ・サインオン(OPR001)。確認・クローズの記録に
      * 誰が対応したかを残す
        01  WS-OPER-ID        pic X(08).
        01  WS-OPER-PW        pic X(08).
        01  WS-OPER-ROLE      pic X(01).
        01  WS-SIGNON-OK      pic X(01) value "N".
        01  WS-OPR-MODE       pic X(05).
        01  WS-NEW-PW         pic X(08).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01  WS-ALERT-FILENAME  pic X(256).
        01  WS-ACK-FILENAME    pic X(256).
        01  WS-AK-WORK-FILENAME pic X(256).
        01  WS-ENV-MODE        pic X(05) value "PATH ".
        SCREEN section.
        01 blank-screen.
           03 filler line 1 col 1 blank screen background-color black.
           03 ERASE EOS.

        01 signon-screen.
           03 value "アラート・コンソール サインオン"
                                            line 1 col 10.
           03 value "オペレータID:"         line 3 col 10.
           03 s_01   line 3 col 30 pic X(8) using WS-OPER-ID.
           03 value "パスワード:"           line 4 col 10.
           03 s_02   line 4 col 30 pic X(8) using WS-OPER-PW.

        01 newpw-screen.
           03 value "期限切れ。新パスワード:"
                                            line 6 col 10.
           03 n_01   line 6 col 55 pic X(8) using WS-NEW-PW.

        01 alert-mode-screen.
           03 value "アラート・コンソール"  line 1 col 10.
           03 value "処理 L=一覧 A=確認 X=クローズ Q=終了:"
                                            line 3 col 10.
           03 m_01   line 3 col 58 pic X(1) using WS-MODE-KEY.
           03 value "アラート番号(A/X):"    line 5 col 10.
           03 m_02   line 5 col 40 pic X(8) using WS-ID-ENTRY.
           03 value "解決コード(X):"        line 6 col 10.
           03 m_03   line 6 col 40 pic X(4) using WS-CODE-ENTRY.
           03 value "FIXD RRUN DUPL FALS NACT"
                                            line 6 col 46.
           03 value "コメント:"             line 7 col 10.
           03 m_04   line 8 col 10 pic X(60) using WS-COMMENT-ENTRY.

        01 alert-list-screen.
           03 r_01   line 2  col 10 pic X(70) from WS-VIEW-MSG.
           03 v_01   line 4  col 2  pic X(70) from WS-VIEW-L(1).
           03 v_02   line 5  col 2  pic X(70) from WS-VIEW-L(2).
           03 v_03   line 6  col 2  pic X(70) from WS-VIEW-L(3).
           03 v_04   line 7  col 2  pic X(70) from WS-VIEW-L(4).
           03 v_05   line 8  col 2  pic X(70) from WS-VIEW-L(5).
           03 v_06   line 9  col 2  pic X(70) from WS-VIEW-L(6).
           03 v_07   line 10 col 2  pic X(70) from WS-VIEW-L(7).
           03 v_08   line 11 col 2  pic X(70) from WS-VIEW-L(8).
           03 v_09   line 12 col 2  pic X(70) from WS-VIEW-L(9).
           03 v_10   line 13 col 2  pic X(70) from WS-VIEW-L(10).
           03 v_11   line 14 col 2  pic X(70) from WS-VIEW-L(11).
           03 v_12   line 15 col 2  pic X(70) from WS-VIEW-L(12).
           03 v_13   line 16 col 2  pic X(70) from WS-VIEW-L(13).
           03 v_14   line 17 col 2  pic X(70) from WS-VIEW-L(14).
           03 v_15   line 18 col 2  pic X(70) from WS-VIEW-L(15).
           03 v_16   line 19 col 2  pic X(70) from WS-VIEW-L(16).
           03 v_17   line 20 col 2  pic X(70) from WS-VIEW-L(17).
           03 v_18   line 21 col 2  pic X(70) from WS-VIEW-L(18).
           03 value "N=次頁 Enterで戻る:"   line 23 col 10.
           03 l_01   line 23 col 32 pic X(1) using WS-CONFIRM-KEY.

        01 alert-confirm-screen.
           03 r_02   line 10 col 2  pic X(70) from WS-VIEW-L(1).
           03 r_03   line 11 col 2  pic X(70) from WS-VIEW-L(2).
           03 value "記録してよいですか Y/N:" line 13 col 10.
           03 f_01   line 13 col 40 pic X(1) using WS-CONFIRM-KEY.

        procedure               division.
        perform ENV-RESOLVE-S thru ENV-RESOLVE-E.
        perform SIGNON-S thru SIGNON-E.
        if WS-SIGNON-OK not = "Y"
           display "サインオンできませんでした"
           stop run
        end-if.

        alert-loop.
          move spaces to WS-MODE-KEY.
          move spaces to WS-ID-ENTRY.
          move spaces to WS-CODE-ENTRY.
          move spaces to WS-COMMENT-ENTRY.
          display blank-screen.
          display alert-mode-screen.
          accept alert-mode-screen.
          inspect WS-CODE-ENTRY converting
             "abcdefghijklmnopqrstuvwxyz"
             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          evaluate true
             when WS-MODE-KEY = "l" or WS-MODE-KEY = "L"
                perform LOAD-OPEN-S thru LOAD-OPEN-E
                perform ALERT-LIST-S thru ALERT-LIST-E
             when WS-MODE-KEY = "a" or WS-MODE-KEY = "A"
                move "A" to WS-ACT-CODE
                perform ALERT-RECORD-S thru ALERT-RECORD-E
             when WS-MODE-KEY = "x" or WS-MODE-KEY = "X"
                move "C" to WS-ACT-CODE
                perform ALERT-RECORD-S thru ALERT-RECORD-E
             when WS-MODE-KEY = "q" or WS-MODE-KEY = "Q"
                continue
             when other
                display "L/A/X/Q を入力してください"
                perform SLEEP-S thru SLEEP-E
          end-evaluate.
          if WS-MODE-KEY not = "q" and WS-MODE-KEY not = "Q"
             go to alert-loop
          end-if.
          perform WORK-DROP-S thru WORK-DROP-E.
          stop run.

      ******************************************************************
        LOAD-OPEN-S.
      * 記録を読んでから、アラート・ファイルを頭から読み、クローズ
      * されていないものを表へ積む
           accept WS-TODAY from date yyyymmdd.
           accept WS-NOW-TIME from time.
           move WS-TODAY to WS-SER-DATE.
           perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E.
           move WS-SER-RESULT to WS-NOW-SERIAL.
           move WS-NOW-TIME(1:2) to WS-HH.
           move WS-NOW-TIME(3:2) to WS-MI.
           compute WS-NOW-MINUTES = WS-HH * 60 + WS-MI.
           perform LOAD-ACK-S thru LOAD-ACK-E.
           move 0 to WS-OA-COUNT.
           move 0 to WS-OA-OVER.
           move 0 to WS-OA-CRIT.
           move 0 to WS-OA-OTHER.
           move 0 to WS-AL-NO.
           open input alert-file.
           if WS-ALERT-FS not = "00"
              go to LOAD-OPEN-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read alert-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    compute WS-AL-NO = WS-AL-NO + 1
                    perform TAKE-ALERT-S thru TAKE-ALERT-E
              end-read
           end-perform.
           close alert-file.
      * 表示順を作る(C を先に、同じ重大度の中はファイル順＝古い順)
           move 0 to WS-ORD-COUNT.
           move 1 to i.
           perform until i > WS-OA-COUNT
              if WS-OA-SEV(i) = "C"
                 compute WS-ORD-COUNT = WS-ORD-COUNT + 1
                 move i to WS-ORDER(WS-ORD-COUNT)
              end-if
              compute i = i + 1
           end-perform.
           move 1 to i.
           perform until i > WS-OA-COUNT
              if WS-OA-SEV(i) not = "C"
                 compute WS-ORD-COUNT = WS-ORD-COUNT + 1
                 move i to WS-ORDER(WS-ORD-COUNT)
              end-if
              compute i = i + 1
           end-perform.
        LOAD-OPEN-E.

        LOAD-ACK-S.
      * 同じアラートの記録は後の行が勝つ(確認のし直し・クローズ)。
      * 作業索引は毎回空から作り直す
           if WS-AW-OPEN = "Y"
              close ak-work-file
           end-if.
           open output ak-work-file.
           close ak-work-file.
           open i-o ak-work-file.
           if WS-AW-FS not = "00"
              display "ERROR: cannot open alert_console work index"
                      " status=" WS-AW-FS
              stop run
           end-if.
           move "Y" to WS-AW-OPEN.
           open input ack-file.
           if WS-ACK-FS not = "00"
              go to LOAD-ACK-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read ack-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if ACK-FD-REC(1:8) is numeric
                       perform TAKE-ACK-S thru TAKE-ACK-E
                    end-if
              end-read
           end-perform.
           close ack-file.
        LOAD-ACK-E.

        TAKE-ACK-S.
           move ACK-FD-REC(1:8) to WS-AL-NO.
           move ACK-FD-REC(10:15) to WS-AL-STAMP.
           perform FIND-ACK-S thru FIND-ACK-E.
           if WS-AK-FOUND not = "Y"
              move WS-AL-NO to AW-ID
              move WS-AL-STAMP to AW-STAMP
              move "N" to AW-ACK
              move "N" to AW-CLOSED
              move spaces to AW-OPER
           end-if.
           evaluate ACK-FD-REC(26:1)
              when "A"
                 move "Y" to AW-ACK
                 move ACK-FD-REC(44:8) to AW-OPER
              when "C"
                 move "Y" to AW-CLOSED
                 move ACK-FD-REC(44:8) to AW-OPER
              when other
                 continue
           end-evaluate.
           if WS-AK-FOUND = "Y"
              rewrite AK-WORK-REC
           else
              write AK-WORK-REC
           end-if.
        TAKE-ACK-E.

        FIND-ACK-S.
      * アラート番号＋日時で作業索引を引く(見つかれば AK-WORK-REC)
           move WS-AL-NO to AW-ID.
           move WS-AL-STAMP to AW-STAMP.
           read ak-work-file
              invalid key
                 move "N" to WS-AK-FOUND
              not invalid key
                 move "Y" to WS-AK-FOUND
           end-read.
        FIND-ACK-E.

        TAKE-ALERT-S.
           if ALERT-FD-REC(17:4) not = "SEV="
              go to TAKE-ALERT-E
           end-if.
           move ALERT-FD-REC(1:15) to WS-AL-STAMP.
           perform FIND-ACK-S thru FIND-ACK-E.
           if WS-AK-FOUND = "Y"
              if AW-CLOSED = "Y"
                 go to TAKE-ALERT-E
              end-if
           end-if.
           if ALERT-FD-REC(21:1) = "C"
              compute WS-OA-CRIT = WS-OA-CRIT + 1
           else
              compute WS-OA-OTHER = WS-OA-OTHER + 1
           end-if.
           if WS-OA-COUNT >= 500
              compute WS-OA-OVER = WS-OA-OVER + 1
              go to TAKE-ALERT-E
           end-if.
           compute WS-OA-COUNT = WS-OA-COUNT + 1.
           move WS-AL-NO to WS-OA-ID(WS-OA-COUNT).
           move WS-AL-STAMP to WS-OA-STAMP(WS-OA-COUNT).
           move ALERT-FD-REC(21:1) to WS-OA-SEV(WS-OA-COUNT).
           move spaces to WS-AL-PROG.
           move 23 to WS-AL-PTR.
           unstring ALERT-FD-REC delimited by " "
              into WS-AL-PROG with pointer WS-AL-PTR.
           move WS-AL-PROG to WS-OA-PROG(WS-OA-COUNT).
           if WS-AL-PTR < 161
              move ALERT-FD-REC(WS-AL-PTR:) to WS-OA-MSG(WS-OA-COUNT)
           else
              move spaces to WS-OA-MSG(WS-OA-COUNT)
           end-if.
           move "N" to WS-OA-ACK(WS-OA-COUNT).
           move spaces to WS-OA-OPER(WS-OA-COUNT).
           if WS-AK-FOUND = "Y"
              move AW-ACK  to WS-OA-ACK(WS-OA-COUNT)
              move AW-OPER to WS-OA-OPER(WS-OA-COUNT)
           end-if.
           perform ALERT-AGE-S thru ALERT-AGE-E.
           move WS-AGE-WORK to WS-OA-AGE(WS-OA-COUNT).
        TAKE-ALERT-E.

        ALERT-AGE-S.
      * アラート発生からの経過分数(日付が読めない行は0分とする)
           move 0 to WS-AGE-WORK.
           if WS-AL-STAMP(1:8) not numeric
              or WS-AL-STAMP(10:4) not numeric
              go to ALERT-AGE-E
           end-if.
           move WS-AL-STAMP(1:8) to WS-SER-DATE.
           perform DATE-TO-SERIAL-S thru DATE-TO-SERIAL-E.
           move WS-AL-STAMP(10:2) to WS-HH.
           move WS-AL-STAMP(12:2) to WS-MI.
           compute WS-AL-MINUTES = WS-HH * 60 + WS-MI.
           compute WS-AGE-WORK =
              (WS-NOW-SERIAL - WS-SER-RESULT) * 1440
              + WS-NOW-MINUTES - WS-AL-MINUTES.
           if WS-AGE-WORK < 0
              move 0 to WS-AGE-WORK
           end-if.
        ALERT-AGE-E.

        ALERT-LIST-S.
      * 18行ずつ表示する。N で次の頁、それ以外で戻る
           move 1 to WS-PAGE-TOP.
        ALERT-LIST-PAGE.
           move spaces to WS-VIEW.
           move spaces to WS-VIEW-MSG.
           move 1 to WS-VIEW-PTR.
           move WS-OA-CRIT to WS-CNT-ED.
           string "未クローズ 重大C:" WS-CNT-ED delimited by size
                  into WS-VIEW-MSG with pointer WS-VIEW-PTR.
           move WS-OA-OTHER to WS-CNT-ED.
           string " 警告W:" WS-CNT-ED delimited by size
                  into WS-VIEW-MSG with pointer WS-VIEW-PTR.
           if WS-OA-OVER > 0
              string " (500件まで)" delimited by size
                     into WS-VIEW-MSG with pointer WS-VIEW-PTR
           end-if.
           if WS-ORD-COUNT = 0
              move "(未クローズのアラートはありません)"
                 to WS-VIEW-L(1)
           end-if.
           move 0 to WS-VIEW-IDX.
           move WS-PAGE-TOP to i.
           perform until i > WS-ORD-COUNT or WS-VIEW-IDX >= 18
              compute WS-VIEW-IDX = WS-VIEW-IDX + 1
              move WS-ORDER(i) to WS-TARGET-IDX
              perform FORMAT-LINE-S thru FORMAT-LINE-E
              compute i = i + 1
           end-perform.
           move spaces to WS-CONFIRM-KEY.
           display blank-screen.
           display alert-list-screen.
           accept alert-list-screen.
           if (WS-CONFIRM-KEY = "n" or WS-CONFIRM-KEY = "N")
              and i <= WS-ORD-COUNT
              move i to WS-PAGE-TOP
              go to ALERT-LIST-PAGE
           end-if.
        ALERT-LIST-E.

        FORMAT-LINE-S.
      * 番号 重大度 発生日時 経過(時間:分) 確認者 呼出元 本文
           move WS-OA-AGE(WS-TARGET-IDX) to WS-AGE-WORK.
           compute WS-AGE-HH = WS-AGE-WORK / 60.
           compute WS-AGE-MI = WS-AGE-WORK - WS-AGE-HH * 60.
           move WS-AGE-HH to WS-HH-ED.
           move 1 to WS-VIEW-PTR.
           string WS-OA-ID(WS-TARGET-IDX)           delimited by size
                  " "                               delimited by size
                  WS-OA-SEV(WS-TARGET-IDX)          delimited by size
                  " "                               delimited by size
                  WS-OA-STAMP(WS-TARGET-IDX)(5:4)   delimited by size
                  "-"                               delimited by size
                  WS-OA-STAMP(WS-TARGET-IDX)(10:4)  delimited by size
                  " "                               delimited by size
                  WS-HH-ED                          delimited by size
                  "h"                               delimited by size
                  WS-AGE-MI                         delimited by size
                  " "                               delimited by size
                  into WS-VIEW-L(WS-VIEW-IDX)
                  with pointer WS-VIEW-PTR.
           if WS-OA-ACK(WS-TARGET-IDX) = "Y"
              string "ACK:" WS-OA-OPER(WS-TARGET-IDX) " "
                     delimited by size
                     into WS-VIEW-L(WS-VIEW-IDX)
                     with pointer WS-VIEW-PTR
           else
              string "---OPEN---   " delimited by size
                     into WS-VIEW-L(WS-VIEW-IDX)
                     with pointer WS-VIEW-PTR
           end-if.
           string WS-OA-PROG(WS-TARGET-IDX) delimited by space
                  " "                       delimited by size
                  WS-OA-MSG(WS-TARGET-IDX)  delimited by size
                  into WS-VIEW-L(WS-VIEW-IDX)
                  with pointer WS-VIEW-PTR.
        FORMAT-LINE-E.

        ALERT-RECORD-S.
      * 指定番号のアラートが未クローズであることを確かめ、確認内容
      * を見せてから記録を追記する
           if WS-ID-ENTRY = spaces
              display "アラート番号を入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ALERT-RECORD-E
           end-if.
           move 0 to WS-TARGET-ID.
           move 1 to i.
           perform until i > 8
              if WS-ID-ENTRY(i:1) is numeric
                 move WS-ID-ENTRY(i:1) to WS-DIGIT
                 compute WS-TARGET-ID = WS-TARGET-ID * 10 + WS-DIGIT
              else
                 if WS-ID-ENTRY(i:1) not = space
                    move 0 to WS-TARGET-ID
                    move 9 to i
                 end-if
              end-if
              compute i = i + 1
           end-perform.
           if WS-TARGET-ID = 0
              display "アラート番号を数字で入力"
              perform SLEEP-S thru SLEEP-E
              go to ALERT-RECORD-E
           end-if.
           if WS-ACT-CODE = "C"
              if WS-CODE-ENTRY not = "FIXD" and not = "RRUN"
                 and not = "DUPL" and not = "FALS"
                 and not = "NACT"
                 display "解決コードは FIXD/RRUN/DUPL/FALS/NACT"
                 perform SLEEP-S thru SLEEP-E
                 go to ALERT-RECORD-E
              end-if
           end-if.
           if WS-ACT-CODE = "A" and WS-COMMENT-ENTRY = spaces
              display "コメントを入力してください"
              perform SLEEP-S thru SLEEP-E
              go to ALERT-RECORD-E
           end-if.
           perform LOAD-OPEN-S thru LOAD-OPEN-E.
           move 0 to WS-TARGET-IDX.
           move 1 to i.
           perform until i > WS-OA-COUNT or WS-TARGET-IDX > 0
              if WS-OA-ID(i) = WS-TARGET-ID
                 move i to WS-TARGET-IDX
              end-if
              compute i = i + 1
           end-perform.
           if WS-TARGET-IDX = 0
              display "未クローズにありません: " WS-TARGET-ID
              perform SLEEP-S thru SLEEP-E
              go to ALERT-RECORD-E
           end-if.
           move spaces to WS-VIEW.
           move 1 to WS-VIEW-IDX.
           perform FORMAT-LINE-S thru FORMAT-LINE-E.
           move 1 to WS-VIEW-PTR.
           if WS-ACT-CODE = "C"
              string "クローズ " WS-CODE-ENTRY " " delimited by size
                     into WS-VIEW-L(2) with pointer WS-VIEW-PTR
           else
              string "確認 " delimited by size
                     into WS-VIEW-L(2) with pointer WS-VIEW-PTR
           end-if.
           string WS-COMMENT-ENTRY delimited by size
                  into WS-VIEW-L(2) with pointer WS-VIEW-PTR.
           move spaces to WS-CONFIRM-KEY.
           display alert-confirm-screen.
           accept alert-confirm-screen.
           if WS-CONFIRM-KEY not = "Y" and WS-CONFIRM-KEY not = "y"
              go to ALERT-RECORD-E
           end-if.
           perform WRITE-ACK-S thru WRITE-ACK-E.
           if WS-ACK-FS = "00"
              if WS-ACT-CODE = "C"
                 display "クローズしました: " WS-TARGET-ID
              else
                 display "確認を記録しました: " WS-TARGET-ID
              end-if
           else
              display "記録できませんでした status=" WS-ACK-FS
           end-if.
           perform SLEEP-S thru SLEEP-E.
        ALERT-RECORD-E.

        WRITE-ACK-S.
           accept WS-TODAY from date yyyymmdd.
           accept WS-NOW-TIME from time.
           move spaces to ACK-FD-REC.
           move WS-OA-ID(WS-TARGET-IDX)    to ACK-FD-REC(1:8).
           move WS-OA-STAMP(WS-TARGET-IDX) to ACK-FD-REC(10:15).
           move WS-ACT-CODE                to ACK-FD-REC(26:1).
           move WS-TODAY                   to ACK-FD-REC(28:8).
           move WS-NOW-TIME(1:6)           to ACK-FD-REC(37:6).
           move WS-OPER-ID                 to ACK-FD-REC(44:8).
           if WS-ACT-CODE = "C"
              move WS-CODE-ENTRY           to ACK-FD-REC(53:4)
           end-if.
           move WS-COMMENT-ENTRY           to ACK-FD-REC(58:60).
           open extend ack-file.
           if WS-ACK-FS not = "00"
              open output ack-file
           end-if.
           if WS-ACK-FS not = "00"
              go to WRITE-ACK-E
           end-if.
           write ACK-FD-REC.
           close ack-file.
        WRITE-ACK-E.

        DATE-TO-SERIAL-S.
           if WS-SER-DATE not numeric
              move 0 to WS-SER-RESULT
              go to DATE-TO-SERIAL-E
           end-if.
           compute WS-SER-YYYY = WS-SER-DATE / 10000.
           compute WS-SER-MM =
              (WS-SER-DATE / 100) - (WS-SER-YYYY * 100).
           compute WS-SER-DD =
              WS-SER-DATE - (WS-SER-YYYY * 10000)
                          - (WS-SER-MM * 100).
           if WS-SER-MM < 1 or WS-SER-MM > 12
              move 0 to WS-SER-RESULT
              go to DATE-TO-SERIAL-E
           end-if.
           compute WS-SER-RESULT
              = (WS-SER-YYYY * 365) + (WS-SER-YYYY / 4)
              + WS-CUM-MM(WS-SER-MM) + WS-SER-DD.
        DATE-TO-SERIAL-E.

        SIGNON-S.
      * オペレータID・パスワードをOPR001で突合する。ロック中(L)は
      * 入れず、期限切れ(E)は新パスワードの設定を強制する
           move spaces to WS-OPER-ID.
           move spaces to WS-OPER-PW.
           display blank-screen.
           display signon-screen.
           accept signon-screen.
           move "CHECK" to WS-OPR-MODE.
           call "OPR001" using WS-OPR-MODE WS-OPER-ID WS-OPER-PW
                               WS-OPER-ROLE WS-SIGNON-OK.
           if WS-SIGNON-OK = "L"
              display "アカウントがロックされています"
              perform SLEEP-S thru SLEEP-E
              move "N" to WS-SIGNON-OK
              go to SIGNON-E
           end-if.
           if WS-SIGNON-OK = "E"
              perform FORCE-NEWPW-S thru FORCE-NEWPW-E
           end-if.
        SIGNON-E.

        FORCE-NEWPW-S.
           move spaces to WS-NEW-PW.
           display newpw-screen.
           accept newpw-screen.
           if WS-NEW-PW = spaces or WS-NEW-PW = WS-OPER-PW
              display "新パスワードを入力してください"
              perform SLEEP-S thru SLEEP-E
              move "N" to WS-SIGNON-OK
              go to FORCE-NEWPW-E
           end-if.
           move "SETPW" to WS-OPR-MODE.
           call "OPR001" using WS-OPR-MODE WS-OPER-ID WS-NEW-PW
                               WS-OPER-ROLE WS-SIGNON-OK.
        FORCE-NEWPW-E.

        WORK-DROP-S.
      * 終了時に作業索引を閉じて消す
           if WS-AW-OPEN not = "Y"
              go to WORK-DROP-E
           end-if.
           close ak-work-file.
           move "N" to WS-AW-OPEN.
           move spaces to WS-FILE-CMD.
           string "rm -f "            delimited by size
                  WS-AK-WORK-FILENAME delimited by space
                  into WS-FILE-CMD.
           call "system" using WS-FILE-CMD-AREA.
        WORK-DROP-E.

      * sleep func
        SLEEP-S.
      D    DISPLAY SLEEP-CALL.
           if sleep_time > 0 then
              call "system" using SLEEP-CALL
           end-if.
        SLEEP-E.

        ENV-RESOLVE-S.
           move "yubin_alert.dat" to WS-ALERT-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ALERT-FILENAME.
           move "yubin_alert_ack.dat" to WS-ACK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-ACK-FILENAME.
           accept WS-START-TIME from time.
           move spaces to WS-AK-WORK-FILENAME.
           string "alert_console_ak_" WS-START-TIME ".idx"
              delimited by size into WS-AK-WORK-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-AK-WORK-FILENAME.
        ENV-RESOLVE-E.
