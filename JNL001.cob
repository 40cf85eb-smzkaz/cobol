        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             JNL001.
        DATA                    DIVISION.
        WORKING-STORAGE         SECTION.
      * 全プログラム共通の実行ジャーナル(TMR001と同じ呼出流儀)。
      * 起動時(START)と終了時(END)に1行ずつ追記し、「昨夜なにが
      * どの順で動き、どれが失敗したか」を1ファイルで追えるように
      * する。STARTだけ残っている行は異常終了または実行中を意味する。
      * 追記は連鎖ハッシュつき(CHN001)で、81桁目以降にハッシュが付く
        01 WS-RJ-DATE   PIC 9(08).
        01 WS-RJ-TIME   PIC 9(08).
        01 WS-RJ-LINE   PIC X(80).
      * 連鎖つき追記(CHN001)
        01 WS-CHN-MODE    PIC X(05) VALUE "ADD  ".
        01 WS-CHN-JOURNAL PIC X(30) VALUE "yubin_runjnl.dat".
        01 WS-CHN-LINE    PIC X(1100).
        01 WS-CHN-HASH    PIC X(16).
        01 WS-CHN-RESULT  PIC X(01).
        LINKAGE                 SECTION.
        01 LK-MODE      PIC X(5).
        01 LK-PROGNAME  PIC X(20).
           if LK-MODE = "START"
              string WS-RJ-DATE   delimited by size
                     " "          delimited by size
                     WS-RJ-TIME(1:6) delimited by size
                     " "          delimited by size
                     LK-PROGNAME  delimited by size
                     " START RUNNING"
           else
              string WS-RJ-DATE   delimited by size
                     " "          delimited by size
                     WS-RJ-TIME(1:6) delimited by size
                     " "          delimited by size
                     LK-PROGNAME  delimited by size
                     " END   "    delimited by size
                     LK-COUNT     delimited by size
                     into WS-RJ-LINE
           end-if.
           move WS-RJ-LINE to WS-CHN-LINE.
           call "CHN001" using WS-CHN-MODE WS-CHN-JOURNAL
                               WS-CHN-LINE WS-CHN-HASH
                               WS-CHN-RESULT.
           goback.
