        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             ENV001.
        ENVIRONMENT             DIVISION.
        INPUT-OUTPUT            SECTION.
        FILE-CONTROL.
           select env-ctl-file assign to WS-ENV-CTL-NAME
              organization line sequential
              file status EV-FS.
        DATA                    DIVISION.
        FILE                    SECTION.
        FD  env-ctl-file.
        01  EV-FD-REC           PIC X(300).
        WORKING-STORAGE         SECTION.
      * ファイルの所在の解決(呼出流儀はJNL001と同じ)。各プログラム
      * はファイル名(論理名。customer.idx 等、従来の固定名)をここ
      * へ渡して実際のパスに置き換えてから開く。本番と検証を同じ
      * 作業ディレクトリから別々のデータで流すためのもの。
      * 環境の選択：引数 ENV=名前 か 環境変数 YUBIN_ENV=名前 で
      * yubin_env_<名前>.ctl を使う(名前に / を含むときはそれ自体を
      * 制御ファイルのパスとみなす)。どちらも無ければ yubin_env.ctl
      * があればそれを、それも無ければ従来どおり作業ディレクトリの
      * 固定名のまま。名前を指定したのに制御ファイルが無いときは、
      * 誤って別環境のデータを更新しないよう処理を止める。
      * 制御ファイル(1行1項目。* で始まる行は注釈)：
      *   ENV=名前               環境の表示名
      *   DATA-DIR=ディレクトリ  既定の置き場(下記以外の全ファイル)
      *   SPOOL-DIR=ディレクトリ スプール(spool/… と spool_*)
      *   ARCHIVE-DIR=ディレクトリ 月次退避(<ファイル>.YYYYMM)
      *   LOG-DIR=ディレクトリ   ログ(*.log)
      *   FILE=論理名=パス       個別の置き場(上記より優先)
      * ディレクトリは絶対パスで書く。/ ./ ../ で始まる名前は既に
      * パスなのでそのまま返す。
      *   PATH … NAMEの論理名を実際のパスに置き換える
      *   ARC  … NAMEのファイルの月次退避の接頭部(これに .YYYYMM
      *          を付けると退避名)を返す
      *   CTL  … 使用中の制御ファイル名を返す(無ければ空白)
        01 EV-FS           PIC X(02).
        01 WS-EOF          PIC X(01).
        01 WS-LOADED       PIC X(01) VALUE "N".
        01 WS-ENV-CTL-NAME PIC X(256) VALUE SPACES.
        01 WS-ENV-USED     PIC X(256) VALUE SPACES.
        01 WS-ENV-NAME     PIC X(200) VALUE SPACES.
        01 WS-ENV-LABEL    PIC X(20) VALUE SPACES.
        01 WS-DATA-DIR     PIC X(200) VALUE SPACES.
        01 WS-SPOOL-DIR    PIC X(200) VALUE SPACES.
        01 WS-ARCHIVE-DIR  PIC X(200) VALUE SPACES.
        01 WS-LOG-DIR      PIC X(200) VALUE SPACES.
        01 WS-MAP-TABLE.
           03 WS-MAP-ENTRY  OCCURS 200.
              05 WS-MAP-LOGICAL PIC X(60).
              05 WS-MAP-PATH    PIC X(256).
        01 WS-MAP-COUNT    PIC 9(03) VALUE 0.
        01 WS-KEY          PIC X(20).
        01 WS-VAL          PIC X(280).
        01 WS-VAL-LOGICAL  PIC X(60).
        01 WS-VAL-PATH     PIC X(256).
        01 WS-ARGC         PIC 9(04).
        01 WS-ARG          PIC X(256).
        01 WS-ARG-KEY      PIC X(10).
        01 WS-NAME         PIC X(256).
        01 WS-BASE         PIC X(256).
        01 WS-DIR          PIC X(200).
        01 WS-LEN          PIC 9(03).
        01 WS-POS          PIC 9(03).
        01 WS-SLASH        PIC 9(03).
        01 WS-DOT          PIC 9(03).
        01 WS-CLASS        PIC X(01).
        01 WS-HIT          PIC X(01).
        01 i               PIC 9(04).
        LINKAGE                 SECTION.
        01 LK-MODE      PIC X(05).
        01 LK-NAME      PIC X(256).
        PROCEDURE               DIVISION USING LK-MODE LK-NAME.
           if WS-LOADED not = "Y"
              perform LOAD-ENV-S thru LOAD-ENV-E
           end-if.
           evaluate LK-MODE
              when "PATH "
                 perform RESOLVE-S thru RESOLVE-E
              when "ARC  "
                 perform ARC-PREFIX-S thru ARC-PREFIX-E
              when "CTL  "
                 move WS-ENV-USED to LK-NAME
              when other
                 continue
           end-evaluate.
           goback.

        LOAD-ENV-S.
           move "Y" to WS-LOADED.
      * 引数 ENV= を優先し、無ければ環境変数。引数は呼出元が先頭
      * から読み直せるよう、読み終えたら位置を先頭へ戻す
           accept WS-ARGC from argument-number.
           if WS-ARGC > 0
              move 1 to i
              perform until i > WS-ARGC
                 move spaces to WS-ARG
                 accept WS-ARG from argument-value
                 if WS-ARG(1:4) = "ENV="
                    unstring WS-ARG delimited by "="
                       into WS-ARG-KEY WS-ENV-NAME
                 end-if
                 add 1 to i
              end-perform
              display 1 upon argument-number
           end-if.
      * 引数で選んだ環境は、メニュー等から起動する子プログラムにも
      * 環境変数で引き継ぐ
           if WS-ENV-NAME not = spaces
              display "YUBIN_ENV" upon environment-name
              display WS-ENV-NAME upon environment-value
           end-if.
           if WS-ENV-NAME = spaces
              accept WS-ENV-NAME from environment "YUBIN_ENV"
           end-if.
           if WS-ENV-NAME = spaces
              move "yubin_env.ctl" to WS-ENV-CTL-NAME
           else
              move 0 to WS-SLASH
              inspect WS-ENV-NAME tallying WS-SLASH for all "/"
              if WS-SLASH > 0
                 move WS-ENV-NAME to WS-ENV-CTL-NAME
              else
                 move spaces to WS-ENV-CTL-NAME
                 string "yubin_env_"  delimited by size
                        WS-ENV-NAME   delimited by space
                        ".ctl"        delimited by size
                        into WS-ENV-CTL-NAME
              end-if
           end-if.
           open input env-ctl-file.
           if EV-FS not = "00"
              if WS-ENV-NAME not = spaces
                 display "ERROR: environment file not found: "
                         WS-ENV-CTL-NAME
                 move 16 to return-code
                 stop run
              end-if
              go to LOAD-ENV-E
           end-if.
           move WS-ENV-CTL-NAME to WS-ENV-USED.
           move "N" to WS-EOF.
           perform until WS-EOF = "Y"
              read env-ctl-file
                 at end
                    move "Y" to WS-EOF
                 not at end
                    perform PARSE-LINE-S thru PARSE-LINE-E
              end-read
           end-perform.
           close env-ctl-file.
        LOAD-ENV-E.

        PARSE-LINE-S.
           if EV-FD-REC(1:1) = "*" or EV-FD-REC = spaces
              go to PARSE-LINE-E
           end-if.
           move spaces to WS-KEY.
           move spaces to WS-VAL.
           move 1 to WS-POS.
           unstring EV-FD-REC delimited by "="
              into WS-KEY
              with pointer WS-POS.
           move EV-FD-REC(WS-POS:) to WS-VAL.
           evaluate WS-KEY
              when "ENV"
                 move WS-VAL to WS-ENV-LABEL
              when "DATA-DIR"
                 move WS-VAL to WS-DATA-DIR
              when "SPOOL-DIR"
                 move WS-VAL to WS-SPOOL-DIR
              when "ARCHIVE-DIR"
                 move WS-VAL to WS-ARCHIVE-DIR
              when "LOG-DIR"
                 move WS-VAL to WS-LOG-DIR
              when "FILE"
                 move spaces to WS-VAL-LOGICAL
                 move spaces to WS-VAL-PATH
                 unstring WS-VAL delimited by "="
                    into WS-VAL-LOGICAL WS-VAL-PATH
                 if WS-VAL-LOGICAL not = spaces
                    and WS-VAL-PATH not = spaces
                    and WS-MAP-COUNT < 200
                    add 1 to WS-MAP-COUNT
                    move WS-VAL-LOGICAL to WS-MAP-LOGICAL(WS-MAP-COUNT)
                    move WS-VAL-PATH to WS-MAP-PATH(WS-MAP-COUNT)
                 end-if
              when other
                 continue
           end-evaluate.
        PARSE-LINE-E.

        RESOLVE-S.
           move LK-NAME to WS-NAME.
           if WS-NAME = spaces
              or WS-NAME(1:1) = "/"
              or WS-NAME(1:2) = "./"
              or WS-NAME(1:3) = "../"
              go to RESOLVE-E
           end-if.
      * 個別の置き場
           move "N" to WS-HIT.
           move 1 to i.
           perform until i > WS-MAP-COUNT or WS-HIT = "Y"
              if WS-MAP-LOGICAL(i) = WS-NAME
                 move WS-MAP-PATH(i) to LK-NAME
                 move "Y" to WS-HIT
              end-if
              add 1 to i
           end-perform.
           if WS-HIT = "Y"
              go to RESOLVE-E
           end-if.
      * 種類ごとのディレクトリ
           perform CLASSIFY-S thru CLASSIFY-E.
           move WS-DATA-DIR to WS-DIR.
           evaluate WS-CLASS
              when "S"
                 if WS-SPOOL-DIR not = spaces
                    move WS-SPOOL-DIR to WS-DIR
                    if WS-NAME(1:6) = "spool/"
                       move WS-NAME(7:) to WS-NAME
                    end-if
                 end-if
              when "L"
                 if WS-LOG-DIR not = spaces
                    move WS-LOG-DIR to WS-DIR
                 end-if
              when "A"
                 if WS-ARCHIVE-DIR not = spaces
                    move WS-ARCHIVE-DIR to WS-DIR
                 end-if
              when other
                 continue
           end-evaluate.
           if WS-DIR = spaces
              go to RESOLVE-E
           end-if.
           move spaces to LK-NAME.
           string WS-DIR   delimited by space
                  "/"      delimited by size
                  WS-NAME  delimited by space
                  into LK-NAME.
        RESOLVE-E.

        CLASSIFY-S.
      * S=スプール L=ログ A=月次退避 D=その他
           move "D" to WS-CLASS.
           if WS-NAME(1:6) = "spool/" or WS-NAME(1:6) = "spool_"
              move "S" to WS-CLASS
              go to CLASSIFY-E
           end-if.
           move 0 to WS-LEN.
           inspect WS-NAME tallying WS-LEN
              for characters before initial space.
           if WS-LEN > 4
              if WS-NAME(WS-LEN - 3:4) = ".log"
                 move "L" to WS-CLASS
                 go to CLASSIFY-E
              end-if
           end-if.
      * 最後の . より後ろが6桁の数字(YYYYMM)なら月次退避
           move 0 to WS-DOT.
           move 1 to WS-POS.
           perform until WS-POS > WS-LEN
              if WS-NAME(WS-POS:1) = "."
                 move WS-POS to WS-DOT
              end-if
              add 1 to WS-POS
           end-perform.
           if WS-DOT > 0 and WS-DOT + 6 = WS-LEN
              if WS-NAME(WS-DOT + 1:6) is numeric
                 move "A" to WS-CLASS
              end-if
           end-if.
        CLASSIFY-E.

        ARC-PREFIX-S.
      * パスで渡されたときはファイル名部分だけを取り出す
           move 0 to WS-LEN.
           inspect LK-NAME tallying WS-LEN
              for characters before initial space.
           move 0 to WS-SLASH.
           move 1 to WS-POS.
           perform until WS-POS > WS-LEN
              if LK-NAME(WS-POS:1) = "/"
                 move WS-POS to WS-SLASH
              end-if
              add 1 to WS-POS
           end-perform.
           if WS-ARCHIVE-DIR = spaces
      * 退避ディレクトリが無ければ生ファイルの隣に退避する
              perform RESOLVE-S thru RESOLVE-E
              go to ARC-PREFIX-E
           end-if.
           move spaces to WS-BASE.
           if WS-SLASH > 0 and WS-SLASH < WS-LEN
              move LK-NAME(WS-SLASH + 1:) to WS-BASE
           else
              move LK-NAME to WS-BASE
           end-if.
           move spaces to LK-NAME.
           string WS-ARCHIVE-DIR delimited by space
                  "/"            delimited by size
                  WS-BASE        delimited by space
                  into LK-NAME.
        ARC-PREFIX-E.
