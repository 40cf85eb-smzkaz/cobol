        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             VAR001.
        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select var-table-file assign to WS-VAR-TABLE-FILENAME
              organization line sequential
              file status VT-FS.
        DATA                    DIVISION.
        FILE                    SECTION.
        FD  var-table-file.
        01  VT-FD-REC           PIC X(20).
        WORKING-STORAGE         SECTION.
      * 異体字の同値畳み込み。顧客・営業リストの住所は髙/高、﨑/崎、
      * 邊/邉/辺、ヶ/ケ/ヵ、舘/館のような異体字で書かれ、標準字体の
      * KEN_ALLと照合が外れる。検索・突合の直前に両側をこの表で代表字
      * へ寄せてから比べる(格納データは入力どおりのまま変えない)。
      * 表は初回呼出時に外部ファイルvariant_table.dat(「異体字,代表字」
      * 形式)から読み込む。対応を足すときは表ファイルを直すだけでよく、
      * 再コンパイルは不要。ファイルが無い場合だけ下の内蔵表へ退行
      * する(表流儀はROM001と同じ)
        01 WS-LOADED    PIC X(01) VALUE "N".
        01 WS-TAB-COUNT PIC 9(03) VALUE 0.
        01 WS-VAR-TABLE.
           03 WS-TAB-ENTRY OCCURS 300.
              05 WS-TAB-VAR  PIC X(04).
              05 WS-TAB-VLEN PIC 9(01).
              05 WS-TAB-STD  PIC X(04).
              05 WS-TAB-SLEN PIC 9(01).
        01 VT-FS        PIC X(02).
        01 WS-VT-EOF    PIC X(01).
        01 WS-VT-VAR    PIC X(10).
        01 WS-VT-STD    PIC X(10).
        01 WS-VT-VLEN   PIC 9(02).
        01 WS-VT-SLEN   PIC 9(02).
      * 表ファイルが無いときの内蔵フォールバック(全角1文字どうし)
        01 WS-VAR-PAIRS.
           03 filler pic X(3) value "髙".
           03 filler pic X(3) value "高".
           03 filler pic X(3) value "﨑".
           03 filler pic X(3) value "崎".
           03 filler pic X(3) value "邊".
           03 filler pic X(3) value "辺".
           03 filler pic X(3) value "邉".
           03 filler pic X(3) value "辺".
           03 filler pic X(3) value "舘".
           03 filler pic X(3) value "館".
           03 filler pic X(3) value "ヶ".
           03 filler pic X(3) value "ケ".
           03 filler pic X(3) value "ヵ".
           03 filler pic X(3) value "ケ".
        01 WS-VAR-BUILTIN REDEFINES WS-VAR-PAIRS.
           03 WS-BI-ENTRY OCCURS 7 TIMES INDEXED BY WS-BI-IDX.
              05 WS-BI-VAR pic X(3).
              05 WS-BI-STD pic X(3).
        01 WS-IN-LEN    PIC 9(03).
        01 WS-IN-POS    PIC 9(03).
        01 WS-OUT-POS   PIC 9(03).
        01 WS-HIT       PIC 9(03).
        01 WS-COPY-LEN  PIC 9(01).
        01 WS-BYTE      PIC X(01).
        01 i            PIC 9(03).
      * ファイルの所在(論理名をENV001で実際のパスに解決する)
        01 WS-VAR-TABLE-FILENAME  PIC X(256).
        01 WS-ENV-MODE            PIC X(05) VALUE "PATH ".
        LINKAGE                 SECTION.
        01 LK-IN        PIC X(400).
        01 LK-OUT       PIC X(400).
        PROCEDURE               DIVISION USING LK-IN LK-OUT.
           if WS-LOADED = "N"
              perform ENV-RESOLVE-S thru ENV-RESOLVE-E
              perform LOAD-TABLE-S thru LOAD-TABLE-E
              move "Y" to WS-LOADED
           end-if.
           move spaces to LK-OUT.
      * 末尾の空白を除いた長さ(町域名は途中に空白を含みうる)
           move 400 to WS-IN-LEN.
           perform until WS-IN-LEN = 0
                      or LK-IN(WS-IN-LEN:1) not = space
              compute WS-IN-LEN = WS-IN-LEN - 1
           end-perform.
           move 1 to WS-IN-POS.
           move 1 to WS-OUT-POS.
           perform VAR-SCAN-S thru VAR-SCAN-E
              until WS-IN-POS > WS-IN-LEN
                 or WS-OUT-POS > 396.
           goback.

        LOAD-TABLE-S.
           move 0 to WS-TAB-COUNT.
           open input var-table-file.
           if VT-FS not = "00"
              perform LOAD-BUILTIN-S thru LOAD-BUILTIN-E
              go to LOAD-TABLE-E
           end-if.
           move "N" to WS-VT-EOF.
           perform until WS-VT-EOF = "Y"
              read var-table-file
                 at end
                    move "Y" to WS-VT-EOF
                 not at end
                    perform LOAD-TABLE-LINE-S thru LOAD-TABLE-LINE-E
              end-read
           end-perform.
           close var-table-file.
           if WS-TAB-COUNT = 0
              perform LOAD-BUILTIN-S thru LOAD-BUILTIN-E
           end-if.
        LOAD-TABLE-E.

        LOAD-TABLE-LINE-S.
      * 1行1対応。異体字・代表字とも1文字(UTF-8で2-4バイト)に限る
           move spaces to WS-VT-VAR.
           move spaces to WS-VT-STD.
           unstring VT-FD-REC delimited by ","
              into WS-VT-VAR WS-VT-STD.
           move 0 to WS-VT-VLEN.
           inspect WS-VT-VAR tallying WS-VT-VLEN
              for characters before initial space.
           move 0 to WS-VT-SLEN.
           inspect WS-VT-STD tallying WS-VT-SLEN
              for characters before initial space.
           if WS-VT-VLEN < 2 or WS-VT-VLEN > 4
              go to LOAD-TABLE-LINE-E
           end-if.
           if WS-VT-SLEN < 2 or WS-VT-SLEN > 4
              go to LOAD-TABLE-LINE-E
           end-if.
           if WS-TAB-COUNT >= 300
              go to LOAD-TABLE-LINE-E
           end-if.
           add 1 to WS-TAB-COUNT.
           move WS-VT-VAR(1:4) to WS-TAB-VAR(WS-TAB-COUNT).
           move WS-VT-VLEN     to WS-TAB-VLEN(WS-TAB-COUNT).
           move WS-VT-STD(1:4) to WS-TAB-STD(WS-TAB-COUNT).
           move WS-VT-SLEN     to WS-TAB-SLEN(WS-TAB-COUNT).
        LOAD-TABLE-LINE-E.

        LOAD-BUILTIN-S.
      * 内蔵表からの退行ロード。運用では表ファイルを置く
           set WS-BI-IDX to 1.
           perform until WS-BI-IDX > 7
              add 1 to WS-TAB-COUNT
              move WS-BI-VAR(WS-BI-IDX) to WS-TAB-VAR(WS-TAB-COUNT)
              move 3 to WS-TAB-VLEN(WS-TAB-COUNT)
              move WS-BI-STD(WS-BI-IDX) to WS-TAB-STD(WS-TAB-COUNT)
              move 3 to WS-TAB-SLEN(WS-TAB-COUNT)
              set WS-BI-IDX up by 1
           end-perform.
        LOAD-BUILTIN-E.

        VAR-SCAN-S.
      * 現在位置の1文字を表で引き、異体字なら代表字へ置き換える。
      * 表に無い文字はUTF-8の先頭バイトからバイト数を決めて素通し
           move LK-IN(WS-IN-POS:1) to WS-BYTE.
           evaluate true
              when WS-BYTE < X"80"
                 move 1 to WS-COPY-LEN
              when WS-BYTE >= X"C2" and WS-BYTE <= X"DF"
                 move 2 to WS-COPY-LEN
              when WS-BYTE >= X"F0" and WS-BYTE <= X"F4"
                 move 4 to WS-COPY-LEN
              when other
                 move 3 to WS-COPY-LEN
           end-evaluate.
           move 0 to WS-HIT.
           if WS-COPY-LEN > 1
              move 1 to i
              perform until i > WS-TAB-COUNT or WS-HIT > 0
                 if WS-TAB-VLEN(i) = WS-COPY-LEN
                    and LK-IN(WS-IN-POS:WS-COPY-LEN)
                        = WS-TAB-VAR(i)(1:WS-COPY-LEN)
                    move i to WS-HIT
                 end-if
                 compute i = i + 1
              end-perform
           end-if.
           if WS-HIT > 0
              move WS-TAB-STD(WS-HIT)(1:WS-TAB-SLEN(WS-HIT))
                 to LK-OUT(WS-OUT-POS:WS-TAB-SLEN(WS-HIT))
              compute WS-OUT-POS = WS-OUT-POS + WS-TAB-SLEN(WS-HIT)
           else
              move LK-IN(WS-IN-POS:WS-COPY-LEN)
                 to LK-OUT(WS-OUT-POS:WS-COPY-LEN)
              compute WS-OUT-POS = WS-OUT-POS + WS-COPY-LEN
           end-if.
           compute WS-IN-POS = WS-IN-POS + WS-COPY-LEN.
        VAR-SCAN-E.

        ENV-RESOLVE-S.
           move "variant_table.dat" to WS-VAR-TABLE-FILENAME.
           call "ENV001" using WS-ENV-MODE WS-VAR-TABLE-FILENAME.
        ENV-RESOLVE-E.
