        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             CHN001.
        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select chn-jnl-file assign to WS-JNL-NAME
              organization line sequential
              file status CJ-FS.
           select chn-state-file assign to WS-STATE-NAME
              organization line sequential
              file status CS-FS.
           select chn-seal-file assign to WS-SEAL-NAME
              organization line sequential
              file status CO-FS.
           select chn-list-file assign to WS-LIST-NAME
              organization line sequential
              file status CL-FS.
           select chn-arc-file assign to WS-ARC-NAME
              organization line sequential
              file status CA-FS.
        DATA                    DIVISION.
        FILE                    SECTION.
        FD  chn-jnl-file.
        01  CJ-FD-REC           PIC X(1100).
        FD  chn-state-file.
        01  CS-FD-REC           PIC X(80).
        FD  chn-seal-file.
        01  CO-FD-REC           PIC X(1100).
        FD  chn-list-file.
        01  CL-FD-REC           PIC X(256).
        FD  chn-arc-file.
        01  CA-FD-REC           PIC X(1100).
        WORKING-STORAGE         SECTION.
      * 監査ジャーナルの連鎖ハッシュ(呼出流儀はLCK002と同じ)。
      * 各行の決まった桁に「CHN=」と16桁のハッシュを置く。ハッシュは
      * 直前の行のハッシュと本行の内容(ハッシュ桁より前の全桁)から
      * 作るので、途中の行を書き換え・削除・挿入すると以降の連鎖が
      * 合わなくなる(検証は jnl_verify)。HSH001は8桁の平文用のため、
      * 行全体・全バイト(漢字のUTF-8を含む)を2系統の剰余で畳む。
      *   ADD   … JOURNALへLINEを連鎖つきで追記(HASHに新ハッシュ)
      *   CHECK … LINEの連鎖を照合。HASHに直前のハッシュを渡すと、
      *           RESULT=Y(一致)/N(不一致)/U(連鎖なしの行)を返し、
      *           HASHを行に記録されたハッシュに置き換える
      *   SEAL  … 保存期間の消去など正規の書き換えの後に、JOURNAL
      *           全体の連鎖を付け直す(HASHに最終ハッシュ)
      *   ASEAL … 退避(<JOURNAL>.YYYYMM)の行も書き換えた後に、起点
      *           (<JOURNAL>.anchor。無ければゼロ)から退避を古い順に
      *           付け直し、続けて生ファイルを付け直す(HASHに最終
      *           ハッシュ)
      * 最後のハッシュは <JOURNAL>.chn に控える。housekeep の月次
      * 退避で生ファイルが空になっても控えから続けるので、連鎖は
      * 退避(<JOURNAL>.YYYYMM)をまたいで切れない。控えが無い時は
      * ジャーナル末尾の行から拾い直す。退避を保存期限で削除した時は
      * 残る最古の退避の起点を <JOURNAL>.anchor に housekeep が残す
        01 CJ-FS        PIC X(02).
        01 CS-FS        PIC X(02).
        01 CO-FS        PIC X(02).
        01 CL-FS        PIC X(02).
        01 CA-FS        PIC X(02).
        01 WS-EOF       PIC X(01).
        01 WS-ARC-EOF   PIC X(01).
        01 WS-JNL-NAME   PIC X(256).
        01 WS-STATE-NAME PIC X(256).
        01 WS-SEAL-NAME  PIC X(256).
        01 WS-LIST-NAME  PIC X(256).
        01 WS-ARC-PREFIX PIC X(256).
        01 WS-ENV-MODE   PIC X(05).
        01 WS-ARC-NAME   PIC X(256).
      * 直後のNULでコマンドを終端する(system へそのまま渡すため)
        01 WS-SYS-CMD-AREA.
           03 WS-SYS-CMD    PIC X(600).
           03 FILLER        PIC X(01) VALUE LOW-VALUE.
      * 対象ジャーナルとハッシュ桁(従来の行の最大幅の直後)
        01 WS-JNL-TABLE.
           03 FILLER PIC X(34) VALUE
              "yubin_maint_jnl.dat           0501".
           03 FILLER PIC X(34) VALUE
              "yubin_query_jnl.dat           0251".
           03 FILLER PIC X(34) VALUE
              "yubin_runjnl.dat              0081".
           03 FILLER PIC X(34) VALUE
              "cust_jnl.dat                  1051".
        01 WS-JNLS REDEFINES WS-JNL-TABLE.
           03 WS-JT-ENTRY OCCURS 4.
              05 WS-JT-NAME  PIC X(30).
              05 WS-JT-COL   PIC 9(04).
        01 WS-COL       PIC 9(04).
        01 WS-CONT-LEN  PIC 9(04).
        01 WS-PREV      PIC X(16).
        01 WS-ZERO-HASH PIC X(16) VALUE "0000000000000000".
        01 WS-WORK-LINE PIC X(1100).
        01 WS-SEAL-COUNT PIC 9(07).
        01 WS-NOW-DATE  PIC 9(08).
        01 WS-NOW-TIME  PIC 9(08).
      * ハッシュ計算(2系統の剰余。結果は8桁＋8桁)
        01 WS-HA        PIC 9(14).
        01 WS-HB        PIC 9(14).
        01 WS-HQ        PIC 9(14).
        01 WS-HR        PIC 9(08).
        01 WS-POS-Q     PIC 9(04).
        01 WS-POS-R     PIC 9(02).
        01 WS-HASH-OUT.
           03 WS-HO-A   PIC 9(08).
           03 WS-HO-B   PIC 9(08).
        01 WS-HASH-OUT-X REDEFINES WS-HASH-OUT PIC X(16).
      * 1バイトの値(0-255)を上位ゼロの2バイト2進として読む
        01 WS-BYTE-PAIR.
           03 FILLER    PIC X(01) VALUE LOW-VALUE.
           03 WS-BYTE   PIC X(01).
        01 WS-BYTE-VAL REDEFINES WS-BYTE-PAIR PIC 9(04) COMP.
        01 i            PIC 9(04).
        01 j            PIC 9(04).
        LINKAGE                 SECTION.
        01 LK-MODE      PIC X(5).
        01 LK-JOURNAL   PIC X(30).
        01 LK-LINE      PIC X(1100).
        01 LK-HASH      PIC X(16).
        01 LK-RESULT    PIC X(01).
        PROCEDURE               DIVISION USING LK-MODE LK-JOURNAL
                                               LK-LINE LK-HASH
                                               LK-RESULT.
           move "N" to LK-RESULT.
           perform FIND-JOURNAL-S thru FIND-JOURNAL-E.
           if WS-COL = 0
              move "E" to LK-RESULT
              goback
           end-if.
           evaluate LK-MODE
              when "ADD  "
                 perform CHN-ADD-S thru CHN-ADD-E
              when "CHECK"
                 perform CHN-CHECK-S thru CHN-CHECK-E
              when "SEAL "
                 perform CHN-SEAL-S thru CHN-SEAL-E
              when "ASEAL"
                 perform CHN-ASEAL-S thru CHN-ASEAL-E
              when other
                 move "E" to LK-RESULT
           end-evaluate.
           goback.

        FIND-JOURNAL-S.
           move 0 to WS-COL.
           move 1 to i.
           perform until i > 4
              if WS-JT-NAME(i) = LK-JOURNAL
                 move WS-JT-COL(i) to WS-COL
              end-if
              compute i = i + 1
           end-perform.
           if WS-COL = 0
              go to FIND-JOURNAL-E
           end-if.
           compute WS-CONT-LEN = WS-COL - 1.
      * ジャーナル名は論理名。所在は ENV001 で解決する(控え等は
      * ジャーナルの隣、退避と起点は退避ディレクトリ)
           move LK-JOURNAL to WS-JNL-NAME.
           move "PATH " to WS-ENV-MODE.
           call "ENV001" using WS-ENV-MODE WS-JNL-NAME.
           move LK-JOURNAL to WS-ARC-PREFIX.
           move "ARC  " to WS-ENV-MODE.
           call "ENV001" using WS-ENV-MODE WS-ARC-PREFIX.
           move spaces to WS-STATE-NAME.
           string WS-JNL-NAME delimited by space
                  ".chn"      delimited by size
                  into WS-STATE-NAME.
        FIND-JOURNAL-E.

        CHN-ADD-S.
           perform LOAD-STATE-S thru LOAD-STATE-E.
           move LK-LINE to WS-WORK-LINE.
           perform HASH-LINE-S thru HASH-LINE-E.
           open extend chn-jnl-file.
           if CJ-FS not = "00"
              open output chn-jnl-file
           end-if.
           if CJ-FS not = "00"
              go to CHN-ADD-E
           end-if.
           move WS-WORK-LINE to CJ-FD-REC.
           write CJ-FD-REC.
           close chn-jnl-file.
           move WS-HASH-OUT-X to WS-PREV.
           perform SAVE-STATE-S thru SAVE-STATE-E.
           move WS-HASH-OUT-X to LK-HASH.
           move "Y" to LK-RESULT.
        CHN-ADD-E.

        CHN-CHECK-S.
           move LK-HASH to WS-PREV.
           if WS-PREV = spaces
              move WS-ZERO-HASH to WS-PREV
           end-if.
           if LK-LINE(WS-COL:4) not = "CHN="
              move "U" to LK-RESULT
              go to CHN-CHECK-E
           end-if.
           move LK-LINE to WS-WORK-LINE.
           perform HASH-LINE-S thru HASH-LINE-E.
           if WS-HASH-OUT-X = LK-LINE(WS-COL + 4:16)
              move "Y" to LK-RESULT
           else
              move "N" to LK-RESULT
           end-if.
           move LK-LINE(WS-COL + 4:16) to LK-HASH.
        CHN-CHECK-E.

        CHN-SEAL-S.
      * 生ファイルの先頭は直近の退避の末尾(無ければ起点)から続ける
           perform START-PREV-S thru START-PREV-E.
           move spaces to WS-SEAL-NAME.
           string WS-JNL-NAME delimited by space
                  ".seal"     delimited by size
                  into WS-SEAL-NAME.
           open input chn-jnl-file.
           if CJ-FS not = "00"
              go to CHN-SEAL-E
           end-if.
           open output chn-seal-file.
           if CO-FS not = "00"
              close chn-jnl-file
              go to CHN-SEAL-E
           end-if.
           move 0 to WS-SEAL-COUNT.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read chn-jnl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    move CJ-FD-REC to WS-WORK-LINE
                    perform HASH-LINE-S thru HASH-LINE-E
                    move WS-WORK-LINE to CO-FD-REC
                    write CO-FD-REC
                    move WS-HASH-OUT-X to WS-PREV
                    add 1 to WS-SEAL-COUNT
              end-read
           end-perform.
           close chn-seal-file.
           close chn-jnl-file.
           move spaces to WS-SYS-CMD.
           string "mv -f "     delimited by size
                  WS-SEAL-NAME delimited by space
                  " "          delimited by size
                  WS-JNL-NAME  delimited by space
                  into WS-SYS-CMD.
           call "system" using WS-SYS-CMD.
           perform SAVE-STATE-S thru SAVE-STATE-E.
           move WS-PREV to LK-HASH.
           move "Y" to LK-RESULT.
        CHN-SEAL-E.

        CHN-ASEAL-S.
      * 退避は名前(YYYYMM)の順に、前の退避の末尾から連鎖を続ける。
      * 最後に生ファイルを SEAL と同じに付け直す(生ファイルの先頭は
      * 付け直した直近の退避の末尾から続く)
           perform ANCHOR-LOAD-S thru ANCHOR-LOAD-E.
           perform ARC-LIST-S thru ARC-LIST-E.
           open input chn-list-file.
           if CL-FS = "00"
              move "N" to WS-EOF
              perform until WS-EOF = "Y"
                 read chn-list-file
                    at end
                       move "Y" to WS-EOF
                    not at end
                       move CL-FD-REC to WS-ARC-NAME
                       perform ARC-SEAL-ONE-S thru ARC-SEAL-ONE-E
                 end-read
              end-perform
              close chn-list-file
           end-if.
           move spaces to WS-SYS-CMD.
           string "rm -f "     delimited by size
                  WS-LIST-NAME delimited by space
                  into WS-SYS-CMD.
           call "system" using WS-SYS-CMD.
           perform CHN-SEAL-S thru CHN-SEAL-E.
        CHN-ASEAL-E.

        ARC-SEAL-ONE-S.
      * 退避1本を <退避>.seal へ連鎖を付け直しながら写して置き換える
           move spaces to WS-SEAL-NAME.
           string WS-ARC-NAME delimited by space
                  ".seal"     delimited by size
                  into WS-SEAL-NAME.
           open input chn-arc-file.
           if CA-FS not = "00"
              go to ARC-SEAL-ONE-E
           end-if.
           open output chn-seal-file.
           if CO-FS not = "00"
              close chn-arc-file
              go to ARC-SEAL-ONE-E
           end-if.
           move "N" to WS-ARC-EOF.
           perform until WS-ARC-EOF = "Y"
              read chn-arc-file
                 at end
                    move "Y" to WS-ARC-EOF
                 not at end
                    move CA-FD-REC to WS-WORK-LINE
                    perform HASH-LINE-S thru HASH-LINE-E
                    move WS-WORK-LINE to CO-FD-REC
                    write CO-FD-REC
                    move WS-HASH-OUT-X to WS-PREV
              end-read
           end-perform.
           close chn-seal-file.
           close chn-arc-file.
           move spaces to WS-SYS-CMD.
           string "mv -f "     delimited by size
                  WS-SEAL-NAME delimited by space
                  " "          delimited by size
                  WS-ARC-NAME  delimited by space
                  into WS-SYS-CMD.
           call "system" using WS-SYS-CMD.
        ARC-SEAL-ONE-E.

        LOAD-STATE-S.
      * 控え(LAST=ハッシュ)が無ければジャーナル末尾の行から拾う
           move WS-ZERO-HASH to WS-PREV.
           open input chn-state-file.
           if CS-FS = "00"
              read chn-state-file
                 at end
                    move spaces to CS-FD-REC
              end-read
              close chn-state-file
              if CS-FD-REC(1:5) = "LAST=" and CS-FD-REC(6:16) numeric
                 move CS-FD-REC(6:16) to WS-PREV
                 go to LOAD-STATE-E
              end-if
           end-if.
           open input chn-jnl-file.
           if CJ-FS not = "00"
              go to LOAD-STATE-E
           end-if.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read chn-jnl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    if CJ-FD-REC(WS-COL:4) = "CHN="
                       move CJ-FD-REC(WS-COL + 4:16) to WS-PREV
                    end-if
              end-read
           end-perform.
           close chn-jnl-file.
        LOAD-STATE-E.

        SAVE-STATE-S.
           accept WS-NOW-DATE from date yyyymmdd.
           accept WS-NOW-TIME from time.
           open output chn-state-file.
           if CS-FS not = "00"
              go to SAVE-STATE-E
           end-if.
           move spaces to CS-FD-REC.
           string "LAST="      delimited by size
                  WS-PREV      delimited by size
                  " AT="       delimited by size
                  WS-NOW-DATE  delimited by size
                  WS-NOW-TIME(1:6) delimited by size
                  into CS-FD-REC.
           write CS-FD-REC.
           close chn-state-file.
        SAVE-STATE-E.

        START-PREV-S.
      * 直近の退避(<JOURNAL>.YYYYMM の名前順で最後)の末尾ハッシュ。
      * 退避が無ければ <JOURNAL>.anchor の起点、それも無ければゼロ
           move WS-ZERO-HASH to WS-PREV.
           perform ARC-LIST-S thru ARC-LIST-E.
           move spaces to WS-ARC-NAME.
           open input chn-list-file.
           if CL-FS = "00"
              move "N" to WS-EOF
              perform until WS-EOF = "Y"
                 read chn-list-file
                    at end
                       move "Y" to WS-EOF
                    not at end
                       move CL-FD-REC to WS-ARC-NAME
                 end-read
              end-perform
              close chn-list-file
           end-if.
           move spaces to WS-SYS-CMD.
           string "rm -f "     delimited by size
                  WS-LIST-NAME delimited by space
                  into WS-SYS-CMD.
           call "system" using WS-SYS-CMD.
           if WS-ARC-NAME not = spaces
              open input chn-arc-file
              if CA-FS = "00"
                 move "N" to WS-EOF
                 perform until WS-EOF = "Y"
                    read chn-arc-file
                       at end
                          move "Y" to WS-EOF
                       not at end
                          if CA-FD-REC(WS-COL:4) = "CHN="
                             move CA-FD-REC(WS-COL + 4:16) to WS-PREV
                          end-if
                    end-read
                 end-perform
                 close chn-arc-file
                 go to START-PREV-E
              end-if
           end-if.
           perform ANCHOR-LOAD-S thru ANCHOR-LOAD-E.
        START-PREV-E.

        ARC-LIST-S.
      * 退避の一覧(名前順)を <JOURNAL>.lst へ出す
           move spaces to WS-LIST-NAME.
           string WS-JNL-NAME delimited by space
                  ".lst"      delimited by size
                  into WS-LIST-NAME.
           move spaces to WS-SYS-CMD.
           string "ls "         delimited by size
                  WS-ARC-PREFIX delimited by space
                  ".[0-9]* > "  delimited by size
                  WS-LIST-NAME  delimited by space
                  " 2>/dev/null" delimited by size
                  into WS-SYS-CMD.
           call "system" using WS-SYS-CMD.
        ARC-LIST-E.

        ANCHOR-LOAD-S.
      * 残る最古の退避の起点(<JOURNAL>.anchor)。無ければゼロのまま
           move WS-ZERO-HASH to WS-PREV.
           move spaces to WS-ARC-NAME.
           string WS-ARC-PREFIX delimited by space
                  ".anchor"     delimited by size
                  into WS-ARC-NAME.
           open input chn-arc-file.
           if CA-FS = "00"
              read chn-arc-file
                 at end
                    move spaces to CA-FD-REC
              end-read
              close chn-arc-file
              if CA-FD-REC(1:7) = "ANCHOR=" and CA-FD-REC(8:16) numeric
                 move CA-FD-REC(8:16) to WS-PREV
              end-if
           end-if.
        ANCHOR-LOAD-E.

        HASH-LINE-S.
      * WS-PREV と WS-WORK-LINE の内容桁からハッシュを作り、ハッシュ
      * 桁以降を「CHN=」＋結果に置き換える
           move spaces to WS-WORK-LINE(WS-COL:).
           move 7919 to WS-HA.
           move 104729 to WS-HB.
           move 1 to j.
           perform until j > 16
              move WS-PREV(j:1) to WS-BYTE
              perform HASH-BYTE-S thru HASH-BYTE-E
              compute j = j + 1
           end-perform.
           move 1 to j.
           perform until j > WS-CONT-LEN
              move WS-WORK-LINE(j:1) to WS-BYTE
              perform HASH-BYTE-S thru HASH-BYTE-E
              compute j = j + 1
           end-perform.
           move WS-HA to WS-HO-A.
           move WS-HB to WS-HO-B.
           string "CHN=" WS-HASH-OUT-X delimited by size
                  into WS-WORK-LINE(WS-COL:20).
        HASH-LINE-E.

        HASH-BYTE-S.
           compute WS-HA = (WS-HA * 257) + WS-BYTE-VAL + 1.
           divide WS-HA by 99999989
              giving WS-HQ
              remainder WS-HR.
           move WS-HR to WS-HA.
           divide j by 97
              giving WS-POS-Q
              remainder WS-POS-R.
           compute WS-HB = (WS-HB * 263)
                         + (WS-BYTE-VAL * (WS-POS-R + 1)) + 7.
           divide WS-HB by 99999971
              giving WS-HQ
              remainder WS-HR.
           move WS-HR to WS-HB.
        HASH-BYTE-E.
