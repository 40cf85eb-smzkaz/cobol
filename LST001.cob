             SELECT  F1  ASSIGN  TO  DYNAMIC  WS-FILENAME
                         ORGANIZATION  LINE SEQUENTIAL
                         STATUS  FST.
             SELECT  F2  ASSIGN  TO  DYNAMIC  WS-FILENAME
                         ORGANIZATION  LINE SEQUENTIAL
                         STATUS  FST.
      * 索引ファイルは主キー順に読む(キー定義は idx_reorg と同じ)
             SELECT  F3  ASSIGN  TO  DYNAMIC  WS-FILENAME
                         ORGANIZATION  INDEXED
                         ACCESS  MODE  SEQUENTIAL
                         RECORD  KEY  C-顧客番号
                         ALTERNATE  RECORD  KEY  C-顧客名（カナ）
                            WITH  DUPLICATES
                         ALTERNATE  RECORD  KEY  C-郵便番号７桁
                            WITH  DUPLICATES
                         STATUS  FST.
             SELECT  F4  ASSIGN  TO  DYNAMIC  WS-FILENAME
                         ORGANIZATION  INDEXED
                         ACCESS  MODE  SEQUENTIAL
                         RECORD  KEY  D-副住所キー
                         STATUS  FST.
             SELECT  F5  ASSIGN  TO  DYNAMIC  WS-FILENAME
                         ORGANIZATION  INDEXED
                         ACCESS  MODE  SEQUENTIAL
                         RECORD  KEY  F5-郵便番号７桁
                         STATUS  FST.
        DATA                       DIVISION.
        FILE                       SECTION.
        FD  F1.
        01  F1R                    PIC X(72).
        FD  F2
            RECORD  VARYING  IN  SIZE  FROM  1  TO  2000
               DEPENDING  ON  WS-REC-LEN.
        01  F2R                    PIC X(2000).
        FD  F3.
        01  F3R.
            COPY  CUSTADDR.
        FD  F4.
        01  F4R.
            COPY  CUSTDLVA.
      * yubin_seq.idx のバイト単位ビュー(cust_load と同じ)
        FD  F5.
        01  F5R.
            03  F5-団体コード部        PIC X(30).
            03  F5-郵便番号７桁        PIC X(21).
            03  FILLER                 PIC X(443).
        WORKING-STORAGE            SECTION.
      * 使い方：LST001 ファイル名 [NUM | 様式名] [指定…]
      *   NUM    … 従来どおり72桁ずつ行番号付きで表示
      *   様式名 … 1レコードを項目に分けて項目名付きで表示する
      *            POSTALCD  (yubin_seq.dat / yubin_seq.idx)
      *            JIGYOCD   (yubin_jigyo_seq.dat)
      *            CUSTADDR  (customer.idx・顧客マスタの書出し)
      *            CUSTDLVA  (custaddr2.idx)
      *            MAILHIST  (mailing_hist.dat)
      *            ROMAJI    (yubin_seq_romaji.dat。HDR/TRL行は
      *                       それぞれの項目で表示)
      *   指定(様式名のときだけ有効)
      *   REC=n     … n件目から表示する(LIMIT=が無ければn件目だけ)
      *   LIMIT=n   … 表示する件数の上限
      *   FIELD=nn VALUE=文字列 … 項目番号nnの先頭が文字列に一致
      *                           するレコードだけを表示する
      *   ORG=IDX|SEQ … 索引ファイルとして主キー順に読むか行順に
      *                 読むか(省略時は名前に .idx があれば索引)
      * 表示の有無にかかわらず全件を読み、様式の長さに足りない
      * レコード(SHORT)と長すぎるレコード(OVER)を数える。項目の
      * 桁位置はバイト単位で、漢字項目は1文字3バイトで数える
        01  FST                    PIC X(02).
        01  WS-FILENAME            PIC X(100) VALUE "LST001.cob".
        01  WS-ARGC                PIC 9(02).
        01  WS-MODE                PIC X(08) VALUE SPACES.
        01  WS-LINE-NO             PIC 9(06) VALUE 0.
        01  WS-NUMBERED-LINE       PIC X(80).
      * 指定
        01  WS-ARG-NO              PIC 9(02).
        01  WS-ARG                 PIC X(120).
        01  WS-ARG-KEY             PIC X(10).
        01  WS-ARG-VAL             PIC X(110).
        01  WS-ARG-LEN             PIC 9(03).
        01  WS-START               PIC 9(07) VALUE 0.
        01  WS-LIMIT               PIC 9(07) VALUE 0.
        01  WS-FIELD-NO            PIC 9(02) VALUE 0.
        01  WS-FILTER-VAL          PIC X(110) VALUE SPACES.
        01  WS-FILTER-LEN          PIC 9(03) VALUE 0.
        01  WS-ORG                 PIC X(03) VALUE SPACES.
        01  WS-TALLY               PIC 9(03).
      * 様式表(様式名・桁位置・長さ・項目名)。ROMAJI系の桁位置は
      * カンマ区切りの何番目かを表す
        01  LT-FIELD-VALUES.
      * POSTALCD
            03  FILLER  PIC X(16)  VALUE "POSTALCD00010015".
            03  FILLER  PIC X(40)
                   VALUE "全国地方公共団体コード".
            03  FILLER  PIC X(16)  VALUE "POSTALCD00160015".
            03  FILLER  PIC X(40)
                   VALUE "旧郵便番号（５桁）".
            03  FILLER  PIC X(16)  VALUE "POSTALCD00310021".
            03  FILLER  PIC X(40)
                   VALUE "郵便番号７桁".
            03  FILLER  PIC X(16)  VALUE "POSTALCD00520018".
            03  FILLER  PIC X(40)
                   VALUE "都道府県名（カナ）".
            03  FILLER  PIC X(16)  VALUE "POSTALCD00700057".
            03  FILLER  PIC X(40)
                   VALUE "市町村名（カナ）".
            03  FILLER  PIC X(16)  VALUE "POSTALCD01270189".
            03  FILLER  PIC X(40)
                   VALUE "町域名（カナ）".
            03  FILLER  PIC X(16)  VALUE "POSTALCD03160012".
            03  FILLER  PIC X(40)
                   VALUE "都道府県名（漢字）".
            03  FILLER  PIC X(16)  VALUE "POSTALCD03280030".
            03  FILLER  PIC X(40)
                   VALUE "市町村名（漢字）".
            03  FILLER  PIC X(16)  VALUE "POSTALCD03580111".
            03  FILLER  PIC X(40)
                   VALUE "町域名（漢字）".
            03  FILLER  PIC X(16)  VALUE "POSTALCD04690003".
            03  FILLER  PIC X(40)  VALUE "opt_01".
            03  FILLER  PIC X(16)  VALUE "POSTALCD04720003".
            03  FILLER  PIC X(40)  VALUE "opt_02".
            03  FILLER  PIC X(16)  VALUE "POSTALCD04750003".
            03  FILLER  PIC X(40)  VALUE "opt_03".
            03  FILLER  PIC X(16)  VALUE "POSTALCD04780003".
            03  FILLER  PIC X(40)  VALUE "opt_04".
            03  FILLER  PIC X(16)  VALUE "POSTALCD04810003".
            03  FILLER  PIC X(40)  VALUE "opt_05".
            03  FILLER  PIC X(16)  VALUE "POSTALCD04840003".
            03  FILLER  PIC X(40)  VALUE "opt_06".
            03  FILLER  PIC X(16)  VALUE "POSTALCD04870008".
            03  FILLER  PIC X(40)
                   VALUE "抽出年月日".
      * JIGYOCD
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 00010015".
            03  FILLER  PIC X(40)
                   VALUE "全国地方公共団体コード".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 00160120".
            03  FILLER  PIC X(40)
                   VALUE "事業所名（カナ）".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 01360120".
            03  FILLER  PIC X(40)
                   VALUE "事業所名（漢字）".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 02560012".
            03  FILLER  PIC X(40)
                   VALUE "都道府県名（漢字）".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 02680030".
            03  FILLER  PIC X(40)
                   VALUE "市町村名（漢字）".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 02980111".
            03  FILLER  PIC X(40)
                   VALUE "町域名（漢字）".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 04090111".
            03  FILLER  PIC X(40)
                   VALUE "小字番地".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 05200021".
            03  FILLER  PIC X(40)
                   VALUE "郵便番号７桁".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 05410015".
            03  FILLER  PIC X(40)
                   VALUE "旧郵便番号（５桁）".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 05560060".
            03  FILLER  PIC X(40)
                   VALUE "取扱局".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 06160003".
            03  FILLER  PIC X(40)
                   VALUE "個別フラグ".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 06190003".
            03  FILLER  PIC X(40)
                   VALUE "複数番号フラグ".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 06220003".
            03  FILLER  PIC X(40)
                   VALUE "修正コード".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 06250008".
            03  FILLER  PIC X(40)
                   VALUE "抽出年月日".
      * CUSTADDR
            03  FILLER  PIC X(16)  VALUE "CUSTADDR00010008".
            03  FILLER  PIC X(40)
                   VALUE "顧客番号".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR00090060".
            03  FILLER  PIC X(40)
                   VALUE "顧客名（漢字）".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR00690060".
            03  FILLER  PIC X(40)
                   VALUE "顧客名（カナ）".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR01290007".
            03  FILLER  PIC X(40)
                   VALUE "郵便番号７桁".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR01360012".
            03  FILLER  PIC X(40)
                   VALUE "都道府県名（漢字）".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR01480030".
            03  FILLER  PIC X(40)
                   VALUE "市町村名（漢字）".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR01780111".
            03  FILLER  PIC X(40)
                   VALUE "町域名（漢字）".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR02890090".
            03  FILLER  PIC X(40)
                   VALUE "番地建物".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR03790008".
            03  FILLER  PIC X(40)
                   VALUE "更新年月日".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR03870001".
            03  FILLER  PIC X(40)
                   VALUE "郵送停止フラグ".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR03880001".
            03  FILLER  PIC X(40)
                   VALUE "ラベル区分".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR03890002".
            03  FILLER  PIC X(40)
                   VALUE "国コード".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR03910120".
            03  FILLER  PIC X(40)
                   VALUE "海外住所".
      * CUSTDLVA
            03  FILLER  PIC X(16)  VALUE "CUSTDLVA00010008".
            03  FILLER  PIC X(40)
                   VALUE "顧客番号".
            03  FILLER  PIC X(16)  VALUE "CUSTDLVA00090002".
            03  FILLER  PIC X(40)
                   VALUE "住所連番".
            03  FILLER  PIC X(16)  VALUE "CUSTDLVA00110001".
            03  FILLER  PIC X(40)
                   VALUE "用途区分".
            03  FILLER  PIC X(16)  VALUE "CUSTDLVA00120007".
            03  FILLER  PIC X(40)
                   VALUE "郵便番号７桁".
            03  FILLER  PIC X(16)  VALUE "CUSTDLVA00190012".
            03  FILLER  PIC X(40)
                   VALUE "都道府県名（漢字）".
            03  FILLER  PIC X(16)  VALUE "CUSTDLVA00310030".
            03  FILLER  PIC X(40)
                   VALUE "市町村名（漢字）".
            03  FILLER  PIC X(16)  VALUE "CUSTDLVA00610111".
            03  FILLER  PIC X(40)
                   VALUE "町域名（漢字）".
            03  FILLER  PIC X(16)  VALUE "CUSTDLVA01720090".
            03  FILLER  PIC X(40)
                   VALUE "番地建物".
            03  FILLER  PIC X(16)  VALUE "CUSTDLVA02620008".
            03  FILLER  PIC X(40)
                   VALUE "更新年月日".
      * MAILHIST
            03  FILLER  PIC X(16)  VALUE "MAILHIST00010008".
            03  FILLER  PIC X(40)
                   VALUE "顧客番号".
            03  FILLER  PIC X(16)  VALUE "MAILHIST00100008".
            03  FILLER  PIC X(40)
                   VALUE "実行日".
            03  FILLER  PIC X(16)  VALUE "MAILHIST00190008".
            03  FILLER  PIC X(40)
                   VALUE "キャンペーン".
            03  FILLER  PIC X(16)  VALUE "MAILHIST00280001".
            03  FILLER  PIC X(40)
                   VALUE "通区分(空白=1通 M=世帯の同封)".
      * ROMAJI (明細・HDR・TRL)
            03  FILLER  PIC X(16)  VALUE "ROMAJI  00010180".
            03  FILLER  PIC X(40)
                   VALUE "郵便番号７桁".
            03  FILLER  PIC X(16)  VALUE "ROMAJI  00020180".
            03  FILLER  PIC X(40)
                   VALUE "都道府県名".
            03  FILLER  PIC X(16)  VALUE "ROMAJI  00030180".
            03  FILLER  PIC X(40)
                   VALUE "市町村名".
            03  FILLER  PIC X(16)  VALUE "ROMAJI  00040180".
            03  FILLER  PIC X(40)
                   VALUE "町域名".
            03  FILLER  PIC X(16)  VALUE "ROMAJHDR00010180".
            03  FILLER  PIC X(40)
                   VALUE "制御種別(HDR)".
            03  FILLER  PIC X(16)  VALUE "ROMAJHDR00020180".
            03  FILLER  PIC X(40)
                   VALUE "データ種別".
            03  FILLER  PIC X(16)  VALUE "ROMAJHDR00030180".
            03  FILLER  PIC X(40)
                   VALUE "作成日時".
            03  FILLER  PIC X(16)  VALUE "ROMAJHDR00040180".
            03  FILLER  PIC X(40)
                   VALUE "通番".
            03  FILLER  PIC X(16)  VALUE "ROMAJTRL00010180".
            03  FILLER  PIC X(40)
                   VALUE "制御種別(TRL)".
            03  FILLER  PIC X(16)  VALUE "ROMAJTRL00020180".
            03  FILLER  PIC X(40)
                   VALUE "明細件数".
            03  FILLER  PIC X(16)  VALUE "ROMAJTRL00030180".
            03  FILLER  PIC X(40)
                   VALUE "チェックサム".
        01  LT-FIELD-TABLE  REDEFINES  LT-FIELD-VALUES.
            03  LT-FIELD  OCCURS  67.
                05  LT-F-LAYOUT        PIC X(08).
                05  LT-F-POS           PIC 9(04).
                05  LT-F-LEN           PIC 9(04).
                05  LT-F-LABEL         PIC X(40).
        01  LT-FIELD-MAX           PIC 9(03) VALUE 67.
      * 様式ごとの最短・最長(ROMAJI系はカンマ区切りの項目数)。
      * 最短は末尾の空白を落として書かれても必ず残る項目の終わり
        01  LT-SIZE-VALUES.
            03  FILLER  PIC X(16)  VALUE "POSTALCD04940494".
            03  FILLER  PIC X(16)  VALUE "JIGYOCD 06320632".
            03  FILLER  PIC X(16)  VALUE "CUSTADDR03860510".
            03  FILLER  PIC X(16)  VALUE "CUSTDLVA02690269".
            03  FILLER  PIC X(16)  VALUE "MAILHIST00170028".
            03  FILLER  PIC X(16)  VALUE "ROMAJI  00040004".
            03  FILLER  PIC X(16)  VALUE "ROMAJHDR00040004".
            03  FILLER  PIC X(16)  VALUE "ROMAJTRL00030003".
        01  LT-SIZE-TABLE  REDEFINES  LT-SIZE-VALUES.
            03  LT-SIZE  OCCURS  8.
                05  LT-S-LAYOUT        PIC X(08).
                05  LT-S-MIN           PIC 9(04).
                05  LT-S-MAX           PIC 9(04).
        01  LT-SIZE-MAX            PIC 9(03) VALUE 8.
      * 表示中の様式
        01  WS-LAYOUT              PIC X(08).
        01  WS-LAYOUT-OK           PIC X(01).
        01  WS-F-FIRST             PIC 9(03).
        01  WS-F-COUNT             PIC 9(03).
        01  WS-L-MIN               PIC 9(04).
        01  WS-L-MAX               PIC 9(04).
        01  WS-IDX                 PIC 9(03).
        01  WS-FNO                 PIC 9(02).
      * 読んだレコード
        01  WS-REC                 PIC X(2000).
        01  WS-REC-LEN             PIC 9(04).
        01  WS-REC-NO              PIC 9(07) VALUE 0.
        01  WS-SHOWN               PIC 9(07) VALUE 0.
        01  WS-SHORT-COUNT         PIC 9(07) VALUE 0.
        01  WS-OVER-COUNT          PIC 9(07) VALUE 0.
        01  WS-HDR-COUNT           PIC 9(07) VALUE 0.
        01  WS-TRL-COUNT           PIC 9(07) VALUE 0.
        01  WS-EOF                 PIC X(01).
        01  WS-CONT                PIC X(01).
        01  WS-SIZE-MARK           PIC X(06).
        01  WS-MATCH               PIC X(01).
        01  WS-ITEMS               PIC 9(04).
        01  WS-TOK-TABLE.
            03  WS-TOK  OCCURS  6     PIC X(180).
      * 取り出した項目値
        01  WS-FV                  PIC X(200).
        01  WS-FV-LEN              PIC 9(04).
        PROCEDURE                  DIVISION.
             ACCEPT  WS-ARGC  FROM  ARGUMENT-NUMBER
             IF  WS-ARGC  >  0
             IF  WS-ARGC  >  1
                ACCEPT  WS-MODE  FROM  ARGUMENT-VALUE
             END-IF
             IF  WS-ARGC  >  2
                PERFORM  ARG-S  THRU  ARG-E
             END-IF
             IF  WS-MODE  NOT  =  SPACES  AND  WS-MODE  NOT  =  "NUM"
                PERFORM  VIEW-S  THRU  VIEW-E
                STOP RUN
             END-IF
             OPEN  INPUT  F1
             IF  FST  NOT  =  "00"
                DISPLAY  "Error: cannot open " WS-FILENAME
             CLOSE  F1
             DISPLAY  WS-LINE-NO  " records read"
             STOP RUN.

        ARG-S.
      * 3つ目以降の指定(REC= LIMIT= FIELD= VALUE= ORG=)
             MOVE  3  TO  WS-ARG-NO
             PERFORM  UNTIL  WS-ARG-NO  >  WS-ARGC
                MOVE  SPACES  TO  WS-ARG  WS-ARG-KEY  WS-ARG-VAL
                ACCEPT  WS-ARG  FROM  ARGUMENT-VALUE
                UNSTRING  WS-ARG  DELIMITED BY  "="
                   INTO  WS-ARG-KEY  WS-ARG-VAL
                MOVE  0  TO  WS-ARG-LEN
                INSPECT  WS-ARG-VAL  TALLYING  WS-ARG-LEN
                   FOR  CHARACTERS  BEFORE  INITIAL  SPACE
                EVALUATE  WS-ARG-KEY
                   WHEN  "REC"
                      IF  WS-ARG-LEN  >  0  AND  WS-ARG-LEN  <  8
                          AND  WS-ARG-VAL(1:WS-ARG-LEN)  IS  NUMERIC
                         MOVE  WS-ARG-VAL(1:WS-ARG-LEN)  TO  WS-START
                      END-IF
                   WHEN  "LIMIT"
                      IF  WS-ARG-LEN  >  0  AND  WS-ARG-LEN  <  8
                          AND  WS-ARG-VAL(1:WS-ARG-LEN)  IS  NUMERIC
                         MOVE  WS-ARG-VAL(1:WS-ARG-LEN)  TO  WS-LIMIT
                      END-IF
                   WHEN  "FIELD"
                      IF  WS-ARG-LEN  >  0  AND  WS-ARG-LEN  <  3
                          AND  WS-ARG-VAL(1:WS-ARG-LEN)  IS  NUMERIC
                         MOVE  WS-ARG-VAL(1:WS-ARG-LEN)
                            TO  WS-FIELD-NO
                      END-IF
                   WHEN  "VALUE"
                      MOVE  WS-ARG-VAL  TO  WS-FILTER-VAL
                      MOVE  WS-ARG-LEN  TO  WS-FILTER-LEN
                   WHEN  "ORG"
                      MOVE  WS-ARG-VAL  TO  WS-ORG
                   WHEN  OTHER
                      DISPLAY  "Warning: unknown option " WS-ARG
                END-EVALUATE
                ADD  1  TO  WS-ARG-NO
             END-PERFORM
      * REC=だけなら、その1件を表示する
             IF  WS-START  >  0  AND  WS-LIMIT  =  0
                MOVE  1  TO  WS-LIMIT
             END-IF
             IF  WS-START  =  0
                MOVE  1  TO  WS-START
             END-IF.
        ARG-E.

        VIEW-S.
      * 様式名を指定したときの項目別表示
             MOVE  WS-MODE  TO  WS-LAYOUT
             PERFORM  LAYOUT-FIND-S  THRU  LAYOUT-FIND-E
             IF  WS-LAYOUT-OK  NOT  =  "Y"
                DISPLAY  "Error: unknown layout " WS-MODE
                DISPLAY  "layouts: POSTALCD JIGYOCD CUSTADDR "
                         "CUSTDLVA MAILHIST ROMAJI"
                GO TO  VIEW-E
             END-IF
             IF  WS-START  =  0
                MOVE  1  TO  WS-START
             END-IF
             IF  WS-FIELD-NO  >  0  AND  WS-FILTER-LEN  =  0
                DISPLAY  "Error: FIELD= needs VALUE="
                GO TO  VIEW-E
             END-IF
             IF  WS-ORG  =  SPACES
                MOVE  0  TO  WS-TALLY
                INSPECT  WS-FILENAME  TALLYING  WS-TALLY
                   FOR  ALL  ".idx"
                IF  WS-TALLY  >  0
                   MOVE  "IDX"  TO  WS-ORG
                ELSE
                   MOVE  "SEQ"  TO  WS-ORG
                END-IF
             END-IF
             IF  WS-ORG  =  "IDX"
                AND  WS-MODE  NOT  =  "CUSTADDR"
                AND  WS-MODE  NOT  =  "CUSTDLVA"
                AND  WS-MODE  NOT  =  "POSTALCD"
                DISPLAY  "Error: " WS-MODE " is not an indexed layout"
                GO TO  VIEW-E
             END-IF
             PERFORM  VIEW-OPEN-S  THRU  VIEW-OPEN-E
             IF  FST  NOT  =  "00"
                DISPLAY  "Error: cannot open " WS-FILENAME
                DISPLAY  "status=" FST
                GO TO  VIEW-E
             END-IF
             MOVE  "N"  TO  WS-EOF
             MOVE  "N"  TO  WS-CONT
             PERFORM  UNTIL  WS-EOF  =  "Y"
                PERFORM  VIEW-READ-S  THRU  VIEW-READ-E
                IF  WS-EOF  NOT  =  "Y"
                   PERFORM  VIEW-ONE-S  THRU  VIEW-ONE-E
                END-IF
             END-PERFORM
             PERFORM  VIEW-CLOSE-S  THRU  VIEW-CLOSE-E
             DISPLAY  WS-REC-NO  " records read"
             DISPLAY  WS-SHOWN  " records shown"
             DISPLAY  WS-SHORT-COUNT  " short records"
             DISPLAY  WS-OVER-COUNT  " over-length records"
             IF  WS-MODE  =  "ROMAJI"
                DISPLAY  WS-HDR-COUNT  " HDR  "
                         WS-TRL-COUNT  " TRL"
             END-IF.
        VIEW-E.

        LAYOUT-FIND-S.
      * 様式表から項目の範囲と最短・最長を引く
             MOVE  "N"  TO  WS-LAYOUT-OK
             MOVE  0  TO  WS-F-FIRST  WS-F-COUNT
             MOVE  1  TO  WS-IDX
             PERFORM  UNTIL  WS-IDX  >  LT-FIELD-MAX
                IF  LT-F-LAYOUT(WS-IDX)  =  WS-LAYOUT
                   IF  WS-F-FIRST  =  0
                      MOVE  WS-IDX  TO  WS-F-FIRST
                   END-IF
                   ADD  1  TO  WS-F-COUNT
                END-IF
                ADD  1  TO  WS-IDX
             END-PERFORM
             MOVE  1  TO  WS-IDX
             PERFORM  UNTIL  WS-IDX  >  LT-SIZE-MAX
                IF  LT-S-LAYOUT(WS-IDX)  =  WS-LAYOUT
                   MOVE  LT-S-MIN(WS-IDX)  TO  WS-L-MIN
                   MOVE  LT-S-MAX(WS-IDX)  TO  WS-L-MAX
                   MOVE  "Y"  TO  WS-LAYOUT-OK
                END-IF
                ADD  1  TO  WS-IDX
             END-PERFORM
             IF  WS-F-COUNT  =  0
                MOVE  "N"  TO  WS-LAYOUT-OK
             END-IF.
        LAYOUT-FIND-E.

        VIEW-OPEN-S.
             IF  WS-ORG  NOT  =  "IDX"
                OPEN  INPUT  F2
                GO TO  VIEW-OPEN-E
             END-IF
             EVALUATE  WS-MODE
                WHEN  "CUSTADDR"
                   OPEN  INPUT  F3
                WHEN  "CUSTDLVA"
                   OPEN  INPUT  F4
                WHEN  OTHER
                   OPEN  INPUT  F5
             END-EVALUATE.
        VIEW-OPEN-E.

        VIEW-CLOSE-S.
             IF  WS-ORG  NOT  =  "IDX"
                CLOSE  F2
                GO TO  VIEW-CLOSE-E
             END-IF
             EVALUATE  WS-MODE
                WHEN  "CUSTADDR"
                   CLOSE  F3
                WHEN  "CUSTDLVA"
                   CLOSE  F4
                WHEN  OTHER
                   CLOSE  F5
             END-EVALUATE.
        VIEW-CLOSE-E.

        VIEW-READ-S.
      * 1レコードを WS-REC へ。行順編成で長すぎる行は残りが次の
      * 読込に回ってくる(状態06)ので、その続きは読み捨てて1件と数え
      * OVERとする
             MOVE  SPACES  TO  WS-REC
             IF  WS-ORG  =  "IDX"
                PERFORM  IDX-READ-S  THRU  IDX-READ-E
                GO TO  VIEW-READ-E
             END-IF
             READ  F2
                END
                   MOVE  "Y"  TO  WS-EOF
                   GO TO  VIEW-READ-E
             END-READ
             IF  FST  NOT  =  "00"  AND  FST  NOT  =  "06"
                DISPLAY  "Error: read status=" FST
                MOVE  "Y"  TO  WS-EOF
                GO TO  VIEW-READ-E
             END-IF
             IF  WS-CONT  =  "Y"
                IF  FST  NOT  =  "06"
                   MOVE  "N"  TO  WS-CONT
                END-IF
                GO TO  VIEW-READ-S
             END-IF
             IF  WS-REC-LEN  >  0
                MOVE  F2R(1:WS-REC-LEN)  TO  WS-REC
             END-IF
             IF  FST  =  "06"
                MOVE  "Y"  TO  WS-CONT
                MOVE  9999  TO  WS-REC-LEN
             END-IF.
        VIEW-READ-E.

        IDX-READ-S.
             EVALUATE  WS-MODE
                WHEN  "CUSTADDR"
                   READ  F3  NEXT
                      END
                         MOVE  "Y"  TO  WS-EOF
                      NOT END
                         MOVE  F3R  TO  WS-REC
                   END-READ
                WHEN  "CUSTDLVA"
                   READ  F4  NEXT
                      END
                         MOVE  "Y"  TO  WS-EOF
                      NOT END
                         MOVE  F4R  TO  WS-REC
                   END-READ
                WHEN  OTHER
                   READ  F5  NEXT
                      END
                         MOVE  "Y"  TO  WS-EOF
                      NOT END
                         MOVE  F5R  TO  WS-REC
                   END-READ
             END-EVALUATE
             IF  WS-EOF  NOT  =  "Y"  AND  FST  NOT  =  "00"
                DISPLAY  "Error: read status=" FST
                MOVE  "Y"  TO  WS-EOF
             END-IF
      * 索引ファイルは固定長なので様式どおりの長さとして扱う
             MOVE  WS-L-MAX  TO  WS-REC-LEN.
        IDX-READ-E.

        VIEW-ONE-S.
      * 長さを判定し、表示範囲と絞込みに合えば項目別に表示する
             ADD  1  TO  WS-REC-NO
             IF  WS-MODE  =  "ROMAJI"
                PERFORM  ROMAJI-SPLIT-S  THRU  ROMAJI-SPLIT-E
             END-IF
             MOVE  SPACES  TO  WS-SIZE-MARK
             IF  WS-MODE  =  "ROMAJI"
                MOVE  WS-ITEMS  TO  WS-FV-LEN
             ELSE
                MOVE  WS-REC-LEN  TO  WS-FV-LEN
             END-IF
             IF  WS-REC-LEN  =  9999
                MOVE  WS-L-MAX  TO  WS-FV-LEN
                ADD  1  TO  WS-FV-LEN
             END-IF
             IF  WS-FV-LEN  <  WS-L-MIN
                MOVE  "SHORT"  TO  WS-SIZE-MARK
                ADD  1  TO  WS-SHORT-COUNT
             END-IF
             IF  WS-FV-LEN  >  WS-L-MAX
                MOVE  "OVER"  TO  WS-SIZE-MARK
                ADD  1  TO  WS-OVER-COUNT
             END-IF
             IF  WS-REC-NO  <  WS-START
                GO TO  VIEW-ONE-E
             END-IF
             IF  WS-LIMIT  >  0  AND  WS-SHOWN  NOT  <  WS-LIMIT
                GO TO  VIEW-ONE-E
             END-IF
             IF  WS-FIELD-NO  >  0
                PERFORM  FILTER-S  THRU  FILTER-E
                IF  WS-MATCH  NOT  =  "Y"
                   GO TO  VIEW-ONE-E
                END-IF
             END-IF
             PERFORM  SHOW-REC-S  THRU  SHOW-REC-E
             ADD  1  TO  WS-SHOWN.
        VIEW-ONE-E.

        ROMAJI-SPLIT-S.
      * 行の種類(明細・HDR・TRL)で様式を切り替え、カンマで分ける
             EVALUATE  WS-REC(1:4)
                WHEN  "HDR,"
                   MOVE  "ROMAJHDR"  TO  WS-LAYOUT
                   ADD  1  TO  WS-HDR-COUNT
                WHEN  "TRL,"
                   MOVE  "ROMAJTRL"  TO  WS-LAYOUT
                   ADD  1  TO  WS-TRL-COUNT
                WHEN  OTHER
                   MOVE  "ROMAJI"  TO  WS-LAYOUT
             END-EVALUATE
             PERFORM  LAYOUT-FIND-S  THRU  LAYOUT-FIND-E
             MOVE  SPACES  TO  WS-TOK-TABLE
             UNSTRING  WS-REC  DELIMITED BY  ","
                INTO  WS-TOK(1)  WS-TOK(2)  WS-TOK(3)
                      WS-TOK(4)  WS-TOK(5)  WS-TOK(6)
             MOVE  0  TO  WS-ITEMS
             INSPECT  WS-REC  TALLYING  WS-ITEMS  FOR  ALL  ","
             ADD  1  TO  WS-ITEMS.
        ROMAJI-SPLIT-E.

        FILTER-S.
      * 指定した項目の先頭が VALUE= の文字列と一致するか
             MOVE  "N"  TO  WS-MATCH
             IF  WS-FIELD-NO  >  WS-F-COUNT
                GO TO  FILTER-E
             END-IF
             COMPUTE  WS-IDX  =  WS-F-FIRST  +  WS-FIELD-NO  -  1
             PERFORM  FIELD-VALUE-S  THRU  FIELD-VALUE-E
             IF  WS-FILTER-LEN  >  WS-FV-LEN
                GO TO  FILTER-E
             END-IF
             IF  WS-FV(1:WS-FILTER-LEN)
                   =  WS-FILTER-VAL(1:WS-FILTER-LEN)
                MOVE  "Y"  TO  WS-MATCH
             END-IF.
        FILTER-E.

        FIELD-VALUE-S.
      * WS-IDX番目の様式項目の値を WS-FV へ。固定長の項目は項目幅の
      * まま(末尾の空白も桁ずれの確認に要る)、カンマ区切りの項目は
      * 末尾の空白を除いた長さで返す
             MOVE  SPACES  TO  WS-FV
             IF  WS-MODE  =  "ROMAJI"
                MOVE  WS-TOK(LT-F-POS(WS-IDX))  TO  WS-FV
                MOVE  LT-F-LEN(WS-IDX)  TO  WS-FV-LEN
                PERFORM  UNTIL  WS-FV-LEN  =  1
                             OR  WS-FV(WS-FV-LEN:1)  NOT  =  SPACE
                   SUBTRACT  1  FROM  WS-FV-LEN
                END-PERFORM
             ELSE
                MOVE  WS-REC(LT-F-POS(WS-IDX):LT-F-LEN(WS-IDX))
                   TO  WS-FV
                MOVE  LT-F-LEN(WS-IDX)  TO  WS-FV-LEN
             END-IF.
        FIELD-VALUE-E.

        SHOW-REC-S.
             IF  WS-REC-LEN  =  9999
                DISPLAY  "*** RECORD " WS-REC-NO " LEN=>2000 "
                         WS-SIZE-MARK
             ELSE
                DISPLAY  "*** RECORD " WS-REC-NO " LEN=" WS-REC-LEN
                         " " WS-SIZE-MARK
             END-IF
             MOVE  WS-F-FIRST  TO  WS-IDX
             MOVE  1  TO  WS-FNO
             PERFORM  UNTIL  WS-FNO  >  WS-F-COUNT
                PERFORM  FIELD-VALUE-S  THRU  FIELD-VALUE-E
                IF  WS-MODE  =  "ROMAJI"
                   DISPLAY  " " WS-FNO " " LT-F-LABEL(WS-IDX)
                            " [" WS-FV(1:WS-FV-LEN) "]"
                ELSE
                   DISPLAY  " " WS-FNO " " LT-F-LABEL(WS-IDX)
                            " " LT-F-POS(WS-IDX) "-"
                            LT-F-LEN(WS-IDX)
                            " [" WS-FV(1:WS-FV-LEN) "]"
                END-IF
                ADD  1  TO  WS-IDX
                ADD  1  TO  WS-FNO
             END-PERFORM.
        SHOW-REC-E.
        END PROGRAM LST001.
