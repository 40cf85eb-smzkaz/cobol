        IDENTIFICATION          DIVISION.
        PROGRAM-ID.             SCH001.
        ENVIRONMENT             DIVISION.
        DATA                    DIVISION.
        WORKING-STORAGE         SECTION.
      * このリリースのプログラム群が前提とする最新のスキーマ水準。
      * 水準はSCHEMA_VERSION表(schema_migrate が段階ごとに1行
      * 記録する)の最大値で、表の無いDBは水準0(登録簿導入前の旧DB
      * や古いバックアップ)とみなす。
      *   1 … POSTAL_CODE(15列)と郵便番号索引
      *   2 … 検索用正規化列 POSTAL_CODE_NORM と注記 POSTAL_CODE_NOTE
      *   3 … 大口事業所個別番号 JIGYOSYO_CODE
      * 段階を追加するときは SCH-CURRENT と schema_migrate の段階を
      * 同時に直す
        01 SCH-CURRENT  PIC 9(04) VALUE 3.
        01 SCH-SBUFF    PIC X(200).
        01 SCH-LEVEL    PIC 9(04).
        LINKAGE                 SECTION.
      * DBを開いた直後に呼び、DBの水準がこのプログラムで扱えるか
      * を照合する。扱えるのは
      *   呼出側の必要水準(NEED) ≦ DBの水準 ≦ SCH-CURRENT
      * の場合で、RESULT=Y を返す。新しいリリースで移行済みのDBを
      * 古いプログラムが開いた場合も N とする。N のときは理由を
      * 表示するので、呼出側はDBを閉じて処理を打ち切る
        01 LK-DB        PIC 9(04).
        01 LK-NEED      PIC 9(04).
        01 LK-LEVEL     PIC 9(04).
        01 LK-CURRENT   PIC 9(04).
        01 LK-RESULT    PIC X(01).
        PROCEDURE               DIVISION USING LK-DB LK-NEED
                                               LK-LEVEL LK-CURRENT
                                               LK-RESULT.
           move SCH-CURRENT to LK-CURRENT.
           move 0 to SCH-LEVEL.
           initialize SCH-SBUFF.
           string "SELECT IFNULL(MAX(version),0) FROM SCHEMA_VERSION"
                  into SCH-SBUFF.
           call "SQLite3_Exec" using LK-DB SCH-SBUFF.
           if return-code = 0
              call "Fetch_Row" using SCH-LEVEL
              if return-code not = 0
                 move 0 to SCH-LEVEL
              end-if
           end-if.
           move SCH-LEVEL to LK-LEVEL.
           if SCH-LEVEL < LK-NEED
              move "N" to LK-RESULT
              display "ERROR: database schema level " SCH-LEVEL
                      " is older than required " LK-NEED
                      " - run schema_migrate"
           else
              if SCH-LEVEL > SCH-CURRENT
                 move "N" to LK-RESULT
                 display "ERROR: database schema level " SCH-LEVEL
                         " is newer than this release (" SCH-CURRENT
                         ")"
              else
                 move "Y" to LK-RESULT
              end-if
           end-if.
           move 0 to return-code.
           goback.
