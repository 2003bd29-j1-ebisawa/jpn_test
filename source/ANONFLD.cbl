      ******************************************************************
      *    テストケース：ANONFLD
      *    プログラム名：日本語化テスト 顧客項目の形を保つ置き換え
      *    処理概要　　：CUSTREC.CPYレイアウトの顧客レコード1件を
      *                  受け取り、指定された個人項目(氏名・住所と
      *                  郵便番号・カナ)をTDGENと同じ部品表からの
      *                  連番による決定的な割り付けで置き換える
      *                  CALLableサブプログラム。各項目の文字数・
      *                  文字種は元のまま保つ。本番抽出の匿名化
      *                  (ANONYMZ)と保存期間切れの個人情報消去
      *                  (RETPURGE)が共用する。
      *  --------------------------------------------------------------
      *   受け渡し(AF-PARM):
      *     AF-RECORD   X(104) 顧客レコード(CUSTREC。置き換えて返す)
      *     AF-NAME     X(01)  "Y"=氏名を置き換える
      *     AF-ADDRESS  X(01)  "Y"=住所を置き換え、郵便番号を
      *                        置き換えた住所に合わせて振り直す
      *     AF-KANA     X(01)  "Y"=カナを置き換える
      *     AF-BALANCE  X(01)  "Y"=残高を(連番 mod 97)-48円揺らす
      *     AF-STATUS   X(02)  "00"=正常 "10"=連番が数字でない
      *                        (レコードは触らずに返す)
      *   置き換えは連番だけで決まるため、同じ顧客は何度・どの
      *   ファイルで置き換えても同じ結果になる(置き換え済みの
      *   レコードをもう一度通しても変わらない)。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ANONFLD.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       CONFIGURATION         SECTION.
       SOURCE-COMPUTER.      PC.
       OBJECT-COMPUTER.      PC.
      ******************************************************************
       DATA                  DIVISION.
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
      *
      *    氏名・住所・カナの部品表(TDGENの部品表と同じ内容)。
       01  WK-SEI-TABLE-DEF.
           05  FILLER   PIC N(05)  VALUE "佐藤".
           05  FILLER   PIC N(05)  VALUE "鈴木".
           05  FILLER   PIC N(05)  VALUE "高橋".
           05  FILLER   PIC N(05)  VALUE "田中".
           05  FILLER   PIC N(05)  VALUE "渡辺".
           05  FILLER   PIC N(05)  VALUE "伊藤".
           05  FILLER   PIC N(05)  VALUE "山本".
           05  FILLER   PIC N(05)  VALUE "中村".
       01  WK-SEI-TAB  REDEFINES WK-SEI-TABLE-DEF.
           05  WK-SEI-NAME  PIC N(05)  OCCURS 8 TIMES.
       01  WK-SEI-COUNT       PIC 9(03)  COMP  VALUE 8.
       01  WK-MEI-TABLE-DEF.
           05  FILLER   PIC N(05)  VALUE "太郎".
           05  FILLER   PIC N(05)  VALUE "花子".
           05  FILLER   PIC N(05)  VALUE "一郎".
           05  FILLER   PIC N(05)  VALUE "良子".
       01  WK-MEI-TAB  REDEFINES WK-MEI-TABLE-DEF.
           05  WK-MEI-NAME  PIC N(05)  OCCURS 4 TIMES.
       01  WK-MEI-COUNT       PIC 9(03)  COMP  VALUE 4.
       01  WK-KEN-TABLE-DEF.
           05  FILLER   PIC N(10)  VALUE "東京都".
           05  FILLER   PIC N(10)  VALUE "大阪府".
           05  FILLER   PIC N(10)  VALUE "愛知県".
           05  FILLER   PIC N(10)  VALUE "福岡県".
       01  WK-KEN-TAB  REDEFINES WK-KEN-TABLE-DEF.
           05  WK-KEN-NAME  PIC N(10)  OCCURS 4 TIMES.
       01  WK-KEN-COUNT       PIC 9(03)  COMP  VALUE 4.
       01  WK-MACHI-TABLE-DEF.
           05  FILLER   PIC N(10)  VALUE "中央一丁目".
           05  FILLER   PIC N(10)  VALUE "本町二丁目".
           05  FILLER   PIC N(10)  VALUE "緑三丁目".
           05  FILLER   PIC N(10)  VALUE "旭四丁目".
       01  WK-MACHI-TAB  REDEFINES WK-MACHI-TABLE-DEF.
           05  WK-MACHI-NAME  PIC N(10)  OCCURS 4 TIMES.
       01  WK-MACHI-COUNT     PIC 9(03)  COMP  VALUE 4.
       01  WK-KANA-TABLE-DEF.
           05  FILLER   PIC X(10)  VALUE X"BBC4B3".
           05  FILLER   PIC X(10)  VALUE X"BDBDDECC".
           05  FILLER   PIC X(10)  VALUE X"C0B6CAC0".
           05  FILLER   PIC X(10)  VALUE X"C0C5B6".
           05  FILLER   PIC X(10)  VALUE X"DCC0C5CDDE".
           05  FILLER   PIC X(10)  VALUE X"B2C4B3".
           05  FILLER   PIC X(10)  VALUE X"D4CFD3C4".
           05  FILLER   PIC X(10)  VALUE X"C5B6D1D7".
       01  WK-KANA-TAB  REDEFINES WK-KANA-TABLE-DEF.
           05  WK-KANA-NAME  PIC X(10)  OCCURS 8 TIMES.
      *
      *    郵便番号の県別上2桁(TDGENと同じ規則)。置き換えた住所と
      *    整合する番号を振り直す。
       01  WK-PCODE-TABLE-DEF.
           05  FILLER   PIC X(02)  VALUE "13".
           05  FILLER   PIC X(02)  VALUE "27".
           05  FILLER   PIC X(02)  VALUE "23".
           05  FILLER   PIC X(02)  VALUE "40".
       01  WK-PCODE-TAB  REDEFINES WK-PCODE-TABLE-DEF.
           05  WK-PCODE-PFX  PIC X(02)  OCCURS 4 TIMES.
       01  WK-POSTAL-M        PIC 9(01).
      *
      *    置き換え対象の顧客レコード(受け取った1件を写して使う)。
       COPY CUSTREC.
      *
       01  WK-Q               PIC 9(06)  COMP.
       01  WK-SEI-IDX         PIC 9(03)  COMP.
       01  WK-MEI-IDX         PIC 9(03)  COMP.
       01  WK-KEN-IDX         PIC 9(03)  COMP.
       01  WK-MACHI-IDX       PIC 9(03)  COMP.
      *
      *    形合わせ用の作業域。全角項目は2バイトを1文字の升目と
      *    して(PIC Xの別名で)、カナはバイト単位で元の長さへ伸縮
      *    する。升目で数えるため、部分参照がバイト単位になる
      *    処理系でも全角文字を途中で割らない。
       01  WK-NAME-WORK       PIC N(10).
       01  WK-NAME-X  REDEFINES WK-NAME-WORK  PIC X(20).
       01  WK-ADDR-WORK       PIC N(20).
       01  WK-ADDR-X  REDEFINES WK-ADDR-WORK  PIC X(40).
       01  WK-ORIG-X          PIC X(40).
       01  WK-KANA-WORK       PIC X(20).
       01  WK-ORIG-LEN        PIC 9(03)  COMP.
       01  WK-NEW-LEN         PIC 9(03)  COMP.
       01  WK-SCAN            PIC 9(03)  COMP.
       01  WK-DELTA           PIC S9(03) COMP.
      ******************************************************************
       LINKAGE SECTION.
       01  AF-PARM.
           05  AF-RECORD                PIC X(104).
           05  AF-NAME                  PIC X(01).
           05  AF-ADDRESS               PIC X(01).
           05  AF-KANA                  PIC X(01).
           05  AF-BALANCE               PIC X(01).
           05  AF-STATUS                PIC X(02).
      ******************************************************************
       PROCEDURE             DIVISION USING AF-PARM.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            MOVE AF-RECORD            TO CUSTOMER-REC.
            IF CUST-SEQ-NO IS NOT NUMERIC
                MOVE "10"             TO AF-STATUS
                GOBACK
            END-IF.
            MOVE "00"                 TO AF-STATUS.
            DIVIDE CUST-SEQ-NO BY WK-SEI-COUNT
                GIVING WK-Q REMAINDER WK-SEI-IDX.
            ADD 1                     TO WK-SEI-IDX.
            DIVIDE CUST-SEQ-NO BY WK-MEI-COUNT
                GIVING WK-Q REMAINDER WK-MEI-IDX.
            ADD 1                     TO WK-MEI-IDX.
            DIVIDE CUST-SEQ-NO BY WK-KEN-COUNT
                GIVING WK-Q REMAINDER WK-KEN-IDX.
            ADD 1                     TO WK-KEN-IDX.
            DIVIDE WK-Q BY WK-MACHI-COUNT
                GIVING WK-Q REMAINDER WK-MACHI-IDX.
            ADD 1                     TO WK-MACHI-IDX.
            IF AF-NAME = "Y"
                PERFORM P-040-REPLACE-NAME
            END-IF.
            IF AF-ADDRESS = "Y"
                PERFORM P-050-REPLACE-ADDRESS
                PERFORM P-055-REBUILD-POSTAL
            END-IF.
            IF AF-KANA = "Y"
                PERFORM P-060-REPLACE-KANA
            END-IF.
            IF AF-BALANCE = "Y"
                PERFORM P-070-PERTURB-BALANCE
            END-IF.
            MOVE CUSTOMER-REC         TO AF-RECORD.
            GOBACK
            .
      *
      *    氏名の置き換え。元の文字数(升目数)を数え、部品表から
      *    組んだ置換名を同じ文字数へ伸縮する(最大長は最大長のまま)。
       P-040-REPLACE-NAME.
            MOVE CUSTOMER-REC(7:20)   TO WK-ORIG-X.
            MOVE ZERO                 TO WK-ORIG-LEN.
            PERFORM P-042-COUNT-NAME-LEN
               VARYING WK-SCAN FROM 10 BY -1
                  UNTIL WK-SCAN < 1
                     OR WK-ORIG-LEN NOT = ZERO.
            MOVE SPACES               TO WK-NAME-WORK.
            STRING WK-SEI-NAME(WK-SEI-IDX)  DELIMITED BY SIZE
                   WK-MEI-NAME(WK-MEI-IDX)  DELIMITED BY SIZE
                              INTO WK-NAME-WORK.
            IF WK-ORIG-LEN > ZERO
                PERFORM P-044-FIT-NAME-LEN
            END-IF.
            MOVE WK-NAME-X            TO CUSTOMER-REC(7:20).
      *
       P-042-COUNT-NAME-LEN.
            IF WK-ORIG-X(WK-SCAN * 2 - 1:2) NOT = SPACES
                MOVE WK-SCAN          TO WK-ORIG-LEN
            END-IF.
      *
      *    置換名を元の文字数へ合わせる。長ければ切り、短ければ
      *    末尾文字を繰り返して埋める。
       P-044-FIT-NAME-LEN.
            MOVE ZERO                 TO WK-NEW-LEN.
            PERFORM P-046-COUNT-WORK-LEN
               VARYING WK-SCAN FROM 10 BY -1
                  UNTIL WK-SCAN < 1
                     OR WK-NEW-LEN NOT = ZERO.
            IF WK-NEW-LEN > WK-ORIG-LEN
                PERFORM P-047-BLANK-TAIL
                   VARYING WK-SCAN FROM 10 BY -1
                      UNTIL WK-SCAN <= WK-ORIG-LEN
            ELSE
                PERFORM P-048-PAD-TAIL
                   UNTIL WK-NEW-LEN >= WK-ORIG-LEN
            END-IF.
      *
       P-046-COUNT-WORK-LEN.
            IF WK-NAME-X(WK-SCAN * 2 - 1:2) NOT = SPACES
                MOVE WK-SCAN          TO WK-NEW-LEN
            END-IF.
      *
       P-047-BLANK-TAIL.
            MOVE SPACES               TO WK-NAME-X(WK-SCAN * 2 - 1:2).
      *
       P-048-PAD-TAIL.
            MOVE WK-NAME-X(WK-NEW-LEN * 2 - 1:2)
                 TO WK-NAME-X(WK-NEW-LEN * 2 + 1:2).
            ADD 1                     TO WK-NEW-LEN.
      *
      *    住所の置き換え。部品表の県+町名で組み、氏名と同じ
      *    伸縮で元の文字数へ合わせる(最長住所は最長のまま)。
       P-050-REPLACE-ADDRESS.
            MOVE CUSTOMER-REC(27:40)  TO WK-ORIG-X.
            MOVE ZERO                 TO WK-ORIG-LEN.
            PERFORM P-052-COUNT-ADDR-LEN
               VARYING WK-SCAN FROM 20 BY -1
                  UNTIL WK-SCAN < 1
                     OR WK-ORIG-LEN NOT = ZERO.
            MOVE SPACES               TO WK-ADDR-WORK.
            STRING WK-KEN-NAME(WK-KEN-IDX)      DELIMITED BY SIZE
                   WK-MACHI-NAME(WK-MACHI-IDX)  DELIMITED BY SIZE
                              INTO WK-ADDR-WORK.
            IF WK-ORIG-LEN > ZERO
                PERFORM P-054-FIT-ADDR-LEN
            END-IF.
            MOVE WK-ADDR-X            TO CUSTOMER-REC(27:40).
      *
       P-052-COUNT-ADDR-LEN.
            IF WK-ORIG-X(WK-SCAN * 2 - 1:2) NOT = SPACES
                MOVE WK-SCAN          TO WK-ORIG-LEN
            END-IF.
      *
       P-054-FIT-ADDR-LEN.
            MOVE ZERO                 TO WK-NEW-LEN.
            PERFORM P-056-COUNT-AWORK-LEN
               VARYING WK-SCAN FROM 20 BY -1
                  UNTIL WK-SCAN < 1
                     OR WK-NEW-LEN NOT = ZERO.
            IF WK-NEW-LEN > WK-ORIG-LEN
                PERFORM P-057-BLANK-ATAIL
                   VARYING WK-SCAN FROM 20 BY -1
                      UNTIL WK-SCAN <= WK-ORIG-LEN
            ELSE
                PERFORM P-058-PAD-ATAIL
                   UNTIL WK-NEW-LEN >= WK-ORIG-LEN
            END-IF.
      *
       P-056-COUNT-AWORK-LEN.
            IF WK-ADDR-X(WK-SCAN * 2 - 1:2) NOT = SPACES
                MOVE WK-SCAN          TO WK-NEW-LEN
            END-IF.
      *
       P-057-BLANK-ATAIL.
            MOVE SPACES               TO WK-ADDR-X(WK-SCAN * 2 - 1:2).
      *
       P-058-PAD-ATAIL.
            MOVE WK-ADDR-X(WK-NEW-LEN * 2 - 1:2)
                 TO WK-ADDR-X(WK-NEW-LEN * 2 + 1:2).
            ADD 1                     TO WK-NEW-LEN.
      *
      *    置き換えた住所に合わせて郵便番号を振り直す(TDGENと同じ
      *    組み立て)。
       P-055-REBUILD-POSTAL.
            MOVE WK-MACHI-IDX         TO WK-POSTAL-M.
            MOVE SPACES               TO CUST-POSTAL.
            STRING WK-PCODE-PFX(WK-KEN-IDX)  DELIMITED BY SIZE
                   "000"                     DELIMITED BY SIZE
                   WK-POSTAL-M               DELIMITED BY SIZE
                   "0"                       DELIMITED BY SIZE
                              INTO CUST-POSTAL.
      *
      *    カナの置き換え(バイト単位)。末尾の長音・濁点などの
      *    「尻尾に記号が付く形」は末尾バイトの繰り返しで保たれる。
       P-060-REPLACE-KANA.
            MOVE ZERO                 TO WK-ORIG-LEN.
            PERFORM P-062-COUNT-KANA-LEN
               VARYING WK-SCAN FROM 20 BY -1
                  UNTIL WK-SCAN < 1
                     OR WK-ORIG-LEN NOT = ZERO.
            MOVE SPACES               TO WK-KANA-WORK.
            MOVE WK-KANA-NAME(WK-SEI-IDX)  TO WK-KANA-WORK.
            IF WK-ORIG-LEN > ZERO
                PERFORM P-064-FIT-KANA-LEN
            END-IF.
            MOVE WK-KANA-WORK         TO CUST-KANA.
      *
       P-062-COUNT-KANA-LEN.
            IF CUST-KANA(WK-SCAN:1) NOT = SPACE
                MOVE WK-SCAN          TO WK-ORIG-LEN
            END-IF.
      *
       P-064-FIT-KANA-LEN.
            MOVE ZERO                 TO WK-NEW-LEN.
            PERFORM P-066-COUNT-KWORK-LEN
               VARYING WK-SCAN FROM 20 BY -1
                  UNTIL WK-SCAN < 1
                     OR WK-NEW-LEN NOT = ZERO.
            IF WK-NEW-LEN > WK-ORIG-LEN
                PERFORM P-067-BLANK-KTAIL
                   VARYING WK-SCAN FROM 20 BY -1
                      UNTIL WK-SCAN <= WK-ORIG-LEN
            ELSE
                PERFORM P-068-PAD-KTAIL
                   UNTIL WK-NEW-LEN >= WK-ORIG-LEN
            END-IF.
      *
       P-066-COUNT-KWORK-LEN.
            IF WK-KANA-WORK(WK-SCAN:1) NOT = SPACE
                MOVE WK-SCAN          TO WK-NEW-LEN
            END-IF.
      *
       P-067-BLANK-KTAIL.
            MOVE SPACE                TO WK-KANA-WORK(WK-SCAN:1).
      *
       P-068-PAD-KTAIL.
            MOVE WK-KANA-WORK(WK-NEW-LEN:1)
                 TO WK-KANA-WORK(WK-NEW-LEN + 1:1).
            ADD 1                     TO WK-NEW-LEN.
      *
      *    残高の揺らし。(連番 mod 97)-48円の加算で、突合できる
      *    金額ではなくしつつ桁感は保つ。
       P-070-PERTURB-BALANCE.
            DIVIDE CUST-SEQ-NO BY 97
                GIVING WK-Q REMAINDER WK-DELTA.
            SUBTRACT 48               FROM WK-DELTA.
            ADD WK-DELTA              TO CUST-BALANCE.
      ******************************************************************
