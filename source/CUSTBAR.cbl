      ******************************************************************
      *    テストケース：CUSTBAR
      *    プログラム名：日本語化テスト カスタマバーコード生成
      *                  サブプログラム
      *    処理概要　　：郵便番号(7桁)と全角住所(CUST-ADDRESSと同じ
      *                  N(20)形式)から、日本郵便のカスタマバー
      *                  コードのキャラクタ列を組み立てるCALLable
      *                  サブプログラム。住所からは住所表示番号
      *                  (丁目・番地・号・部屋番号などの数字)を
      *                  抜き出し、郵便番号と合わせた20桁へ詰めて
      *                  チェックデジットを付ける。抜き出せない
      *                  住所は推測で埋めず、ステータスで返す。
      *  --------------------------------------------------------------
      *   受け渡し(CB-PARM):
      *     CB-POSTAL   X(07) 郵便番号(ハイフン無し7桁)
      *     CB-ADDRESS  N(20) 全角住所(空白詰め)
      *     CB-ADDR-NO  X(20) 抜き出した住所表示番号(例 3-30-8-403)
      *     CB-CODE     X(21) バーコードのキャラクタ列。20桁+チェック
      *                       デジット、1キャラクタ1バイトで
      *                       "0"～"9"=数字 "-"=ハイフン
      *                       "A"～"H"=制御コードCC1～CC8
      *                       (スタート・ストップコードは含めない)
      *     CB-STATUS   X(02) "00"=正常
      *                       "10"=郵便番号が7桁の数字でない
      *                       "12"=住所表示番号が見つからない
      *                       "14"=漢数字を数字へ直せない(百・千等)
      *   住所表示番号の抜き出し規則:
      *     ・算用数字(全角)はそのまま、漢数字は直後が丁・番・号・
      *       の・地・ハイフンのときだけ数字へ直す(三田・六本木の
      *       ような町名の漢数字は番号として扱わない)
      *     ・英字は1文字だけのもの(Ａ棟等)を採り、2文字以上続く
      *       英字(ＢＬＤＧ等)は採らない
      *     ・最初の数字より前は町名として読み飛ばし、以降の
      *       数字・英字以外の文字(丁目・番地・号・－・建物名等)は
      *       ハイフン1つに畳む。末尾のハイフンは落とす
      *   キャラクタ列の組み立て:
      *     ・郵便番号7桁+住所表示番号で20桁。英字は制御コード
      *       +数字の2桁(A～J=CC1+0～9、K～T=CC2+0～9、
      *       U～Z=CC3+0～5)。20桁を超える分は切り捨て、足りない
      *       分はCC4で埋める
      *     ・チェックデジットは各キャラクタの値(数字0～9、
      *       ハイフン10、CC1～CC8は11～18)の合計が19の倍数に
      *       なる値
      *   試験はQA-CBARが行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CUSTBAR.
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
      *    全角数字表(値は添字-1)。
       01  WK-DIGIT-TABLE-DEF.
           05  FILLER   PIC N(05)  VALUE "０１２３４".
           05  FILLER   PIC N(05)  VALUE "５６７８９".
       01  WK-DIGIT-TAB  REDEFINES WK-DIGIT-TABLE-DEF.
           05  WK-DIGIT-CHAR   PIC N(01)  OCCURS 10 TIMES.
      *
      *    漢数字表(〇～九は値が添字-1、十は11番目)。
       01  WK-KANJI-TABLE-DEF.
           05  FILLER   PIC N(05)  VALUE "〇一二三四".
           05  FILLER   PIC N(05)  VALUE "五六七八九".
           05  FILLER   PIC N(01)  VALUE "十".
       01  WK-KANJI-TAB  REDEFINES WK-KANJI-TABLE-DEF.
           05  WK-KANJI-CHAR   PIC N(01)  OCCURS 11 TIMES.
       01  WK-KANJI-TEN       PIC 9(02)  COMP  VALUE 11.
      *
      *    全角英字表(A～Zの順)。
       01  WK-ALPHA-TABLE-DEF.
           05  FILLER   PIC N(05)  VALUE "ＡＢＣＤＥ".
           05  FILLER   PIC N(05)  VALUE "ＦＧＨＩＪ".
           05  FILLER   PIC N(05)  VALUE "ＫＬＭＮＯ".
           05  FILLER   PIC N(05)  VALUE "ＰＱＲＳＴ".
           05  FILLER   PIC N(05)  VALUE "ＵＶＷＸＹ".
           05  FILLER   PIC N(01)  VALUE "Ｚ".
       01  WK-ALPHA-TAB  REDEFINES WK-ALPHA-TABLE-DEF.
           05  WK-ALPHA-CHAR   PIC N(01)  OCCURS 26 TIMES.
       01  WK-ALPHA-UPPER     PIC X(26)
                               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
      *    漢数字を数字へ直す目印(漢数字の直後に来る文字)。
       01  WK-MARK-TABLE-DEF.
           05  FILLER   PIC N(05)  VALUE "丁番号の地".
           05  FILLER   PIC N(02)  VALUE "－ー".
       01  WK-MARK-TAB  REDEFINES WK-MARK-TABLE-DEF.
           05  WK-MARK-CHAR    PIC N(01)  OCCURS 7 TIMES.
       01  WK-MARK-COUNT      PIC 9(02)  COMP  VALUE 7.
      *
      *    この表で直せない大きな位(百・千)。番号の途中に来たら
      *    推測せずにステータス14で返す。
       01  WK-BIG-TABLE-DEF.
           05  FILLER   PIC N(02)  VALUE "百千".
       01  WK-BIG-TAB  REDEFINES WK-BIG-TABLE-DEF.
           05  WK-BIG-CHAR     PIC N(01)  OCCURS 2 TIMES.
      *
      *    バーコードのキャラクタと値。位置(値+1)のバイトが
      *    キャラクタ(0～9、ハイフン、CC1～CC8)。
       01  WK-BAR-CHARS       PIC X(19)  VALUE "0123456789-ABCDEFGH".
       01  WK-CC-BASE         PIC 9(02)  COMP  VALUE 11.
       01  WK-CC4             PIC X(01)  VALUE "D".
      *
       01  WK-CH              PIC N(01).
       01  WK-POS             PIC 9(02)  COMP.
       01  WK-RUN-END         PIC 9(02)  COMP.
       01  WK-SCAN            PIC 9(02)  COMP.
       01  WK-HIT             PIC 9(02)  COMP.
       01  WK-LETTER-HIT      PIC 9(02)  COMP.
       01  WK-STARTED-SW      PIC X(01).
           88  WK-STARTED                 VALUE "Y".
       01  WK-KIND            PIC X(01).
           88  WK-KIND-DIGIT              VALUE "D".
           88  WK-KIND-KANJI              VALUE "K".
           88  WK-KIND-ALPHA              VALUE "A".
           88  WK-KIND-OTHER              VALUE "O".
      *
      *    抜き出した住所表示番号(数字・英字・ハイフン)。
       01  WK-RAW             PIC X(40).
       01  WK-RAW-LEN         PIC 9(02)  COMP.
       01  WK-DIGIT-CT        PIC 9(02)  COMP.
      *
      *    漢数字の並びを数字へ直す作業域。
       01  WK-KJ-VALUE        PIC 9(04).
       01  WK-KJ-CUR          PIC 9(01).
       01  WK-KJ-TEN-CT       PIC 9(02)  COMP.
       01  WK-KJ-DIGITS       PIC 9(02)  COMP.
       01  WK-KJ-ED           PIC Z(03)9.
       01  WK-KJ-CUR-SW       PIC X(01).
           88  WK-KJ-HAS-CUR              VALUE "Y".
      *
      *    バーコードの組み立て作業域。
       01  WK-CODE            PIC X(21).
       01  WK-CODE-LEN        PIC 9(02)  COMP.
       01  WK-VALUE           PIC 9(02)  COMP.
       01  WK-SUM             PIC 9(04)  COMP.
       01  WK-QUOT            PIC 9(04)  COMP.
       01  WK-REM             PIC 9(02)  COMP.
       01  WK-LETTER-NO       PIC 9(02)  COMP.
      ******************************************************************
       LINKAGE SECTION.
       01  CB-PARM.
           05  CB-POSTAL                PIC X(07).
           05  CB-ADDRESS               PIC N(20).
           05  CB-ADDR-NO               PIC X(20).
           05  CB-CODE                  PIC X(21).
           05  CB-STATUS                PIC X(02).
      ******************************************************************
       PROCEDURE             DIVISION USING CB-PARM.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            MOVE SPACES             TO CB-ADDR-NO CB-CODE.
            MOVE "00"               TO CB-STATUS.
            IF CB-POSTAL IS NOT NUMERIC
                MOVE "10"            TO CB-STATUS
                GOBACK
            END-IF.
      *    住所表示番号を抜き出す。
            MOVE SPACES             TO WK-RAW.
            MOVE ZERO               TO WK-RAW-LEN WK-DIGIT-CT.
            MOVE "N"                TO WK-STARTED-SW.
            MOVE 1                  TO WK-POS.
            PERFORM P-020-ONE-CHAR THRU P-020-EXIT
               UNTIL WK-POS > 20
                  OR CB-STATUS NOT = "00".
            IF CB-STATUS NOT = "00"
                GOBACK
            END-IF.
      *    末尾のハイフンを落とす。
            PERFORM P-060-DROP-TAIL
               UNTIL WK-RAW-LEN = ZERO
                  OR WK-RAW(WK-RAW-LEN:1) NOT = "-".
            IF WK-DIGIT-CT = ZERO
                MOVE "12"            TO CB-STATUS
                GOBACK
            END-IF.
            MOVE WK-RAW             TO CB-ADDR-NO.
      *    郵便番号+住所表示番号を20桁へ詰め、チェックデジットを
      *    付ける。
            MOVE SPACES             TO WK-CODE.
            MOVE CB-POSTAL          TO WK-CODE(1:7).
            MOVE 7                  TO WK-CODE-LEN.
            PERFORM P-070-ONE-RAW
               VARYING WK-SCAN FROM 1 BY 1
                  UNTIL WK-SCAN > WK-RAW-LEN
                     OR WK-CODE-LEN >= 20.
            PERFORM P-080-PAD-CC4
               UNTIL WK-CODE-LEN >= 20.
            MOVE ZERO               TO WK-SUM.
            PERFORM P-090-ADD-VALUE
               VARYING WK-SCAN FROM 1 BY 1 UNTIL WK-SCAN > 20.
            DIVIDE WK-SUM BY 19 GIVING WK-QUOT REMAINDER WK-REM.
            IF WK-REM = ZERO
                MOVE ZERO            TO WK-VALUE
            ELSE
                COMPUTE WK-VALUE = 19 - WK-REM
            END-IF.
            MOVE WK-BAR-CHARS(WK-VALUE + 1:1)  TO WK-CODE(21:1).
            MOVE WK-CODE            TO CB-CODE.
            GOBACK
            .
      *
      *    住所の1文字。数字・漢数字・英字・それ以外に分けて扱う。
       P-020-ONE-CHAR.
            MOVE CB-ADDRESS(WK-POS:1)  TO WK-CH.
            PERFORM P-030-CLASSIFY.
            EVALUATE TRUE
                WHEN WK-KIND-DIGIT
                    MOVE "Y"          TO WK-STARTED-SW
                    COMPUTE WK-VALUE = WK-HIT - 1
                    PERFORM P-050-APPEND-DIGIT
                    ADD 1             TO WK-POS
                WHEN WK-KIND-KANJI
                    PERFORM P-040-KANJI-RUN THRU P-040-EXIT
                WHEN WK-KIND-ALPHA AND WK-STARTED
                    PERFORM P-045-LETTER
                    ADD 1             TO WK-POS
                WHEN OTHER
                    PERFORM P-055-APPEND-HYPHEN
                    ADD 1             TO WK-POS
            END-EVALUATE.
       P-020-EXIT.
            EXIT.
      *
      *    WK-CHの種別。表の添字をWK-HITへ返す。
       P-030-CLASSIFY.
            MOVE "O"                TO WK-KIND.
            MOVE ZERO               TO WK-HIT.
            PERFORM P-032-MATCH-DIGIT
               VARYING WK-SCAN FROM 1 BY 1
                  UNTIL WK-SCAN > 10 OR WK-HIT NOT = ZERO.
            IF WK-HIT NOT = ZERO
                MOVE "D"             TO WK-KIND
            ELSE
                PERFORM P-034-MATCH-KANJI
                   VARYING WK-SCAN FROM 1 BY 1
                      UNTIL WK-SCAN > 11 OR WK-HIT NOT = ZERO
                IF WK-HIT NOT = ZERO
                    MOVE "K"         TO WK-KIND
                ELSE
                    PERFORM P-036-MATCH-ALPHA
                       VARYING WK-SCAN FROM 1 BY 1
                          UNTIL WK-SCAN > 26 OR WK-HIT NOT = ZERO
                    IF WK-HIT NOT = ZERO
                        MOVE "A"     TO WK-KIND
                    END-IF
                END-IF
            END-IF.
      *
       P-032-MATCH-DIGIT.
            IF WK-CH = WK-DIGIT-CHAR(WK-SCAN)
                MOVE WK-SCAN        TO WK-HIT
            END-IF.
      *
       P-034-MATCH-KANJI.
            IF WK-CH = WK-KANJI-CHAR(WK-SCAN)
                MOVE WK-SCAN        TO WK-HIT
            END-IF.
      *
       P-036-MATCH-ALPHA.
            IF WK-CH = WK-ALPHA-CHAR(WK-SCAN)
                MOVE WK-SCAN        TO WK-HIT
            END-IF.
      *
      *    漢数字の並び。直後が目印の文字なら数字へ直し、そう
      *    でなければ町名・建物名の一部としてハイフン扱いにする。
       P-040-KANJI-RUN.
            MOVE WK-POS             TO WK-RUN-END.
            PERFORM P-042-RUN-NEXT
               UNTIL WK-RUN-END >= 20
                  OR WK-KIND NOT = "K".
            IF WK-KIND NOT = "K"
                SUBTRACT 1          FROM WK-RUN-END
            END-IF.
      *    WK-RUN-ENDは並びの最後の文字。直後の文字を確かめる。
            MOVE "N"                TO WK-KJ-CUR-SW.
            MOVE ZERO               TO WK-HIT.
            IF WK-RUN-END < 20
                MOVE CB-ADDRESS(WK-RUN-END + 1:1)  TO WK-CH
                PERFORM P-044-MATCH-MARK
                   VARYING WK-SCAN FROM 1 BY 1
                      UNTIL WK-SCAN > WK-MARK-COUNT
                         OR WK-HIT NOT = ZERO
                IF WK-CH = WK-BIG-CHAR(1) OR WK-CH = WK-BIG-CHAR(2)
                    MOVE "14"        TO CB-STATUS
                    GO TO P-040-EXIT
                END-IF
            END-IF.
            IF WK-HIT = ZERO
                PERFORM P-055-APPEND-HYPHEN
                COMPUTE WK-POS = WK-RUN-END + 1
                GO TO P-040-EXIT
            END-IF.
      *    十を含む並びは十の位取り(二十三=23)、含まない並びは
      *    1文字1桁の位取り(一〇一=101)で読む。
            MOVE ZERO               TO WK-KJ-VALUE WK-KJ-TEN-CT
                                       WK-KJ-DIGITS WK-KJ-CUR.
            PERFORM P-046-KANJI-DIGIT
               VARYING WK-SCAN FROM WK-POS BY 1
                  UNTIL WK-SCAN > WK-RUN-END
                     OR CB-STATUS NOT = "00".
            IF CB-STATUS NOT = "00"
                GO TO P-040-EXIT
            END-IF.
            IF WK-KJ-TEN-CT = ZERO
                CONTINUE
            ELSE
                ADD WK-KJ-CUR       TO WK-KJ-VALUE
            END-IF.
            MOVE WK-KJ-VALUE        TO WK-KJ-ED.
            PERFORM P-048-APPEND-EDITED
               VARYING WK-SCAN FROM 1 BY 1 UNTIL WK-SCAN > 4.
            MOVE "Y"                TO WK-STARTED-SW.
            COMPUTE WK-POS = WK-RUN-END + 1.
       P-040-EXIT.
            EXIT.
      *
       P-042-RUN-NEXT.
            ADD 1                   TO WK-RUN-END.
            MOVE CB-ADDRESS(WK-RUN-END:1)  TO WK-CH.
            MOVE ZERO               TO WK-HIT.
            MOVE "O"                TO WK-KIND.
            PERFORM P-034-MATCH-KANJI
               VARYING WK-SCAN FROM 1 BY 1
                  UNTIL WK-SCAN > 11 OR WK-HIT NOT = ZERO.
            IF WK-HIT NOT = ZERO
                MOVE "K"             TO WK-KIND
            END-IF.
      *
       P-044-MATCH-MARK.
            IF WK-CH = WK-MARK-CHAR(WK-SCAN)
                MOVE WK-SCAN        TO WK-HIT
            END-IF.
      *
      *    英字1文字。前後も英字なら(ＢＬＤＧ等)採らずにハイフン。
       P-045-LETTER.
            MOVE WK-HIT             TO WK-LETTER-NO.
            MOVE ZERO               TO WK-LETTER-HIT.
            IF WK-POS > 1
                MOVE CB-ADDRESS(WK-POS - 1:1)  TO WK-CH
                MOVE ZERO           TO WK-HIT
                PERFORM P-036-MATCH-ALPHA
                   VARYING WK-SCAN FROM 1 BY 1
                      UNTIL WK-SCAN > 26 OR WK-HIT NOT = ZERO
                ADD WK-HIT          TO WK-LETTER-HIT
            END-IF.
            IF WK-POS < 20
                MOVE CB-ADDRESS(WK-POS + 1:1)  TO WK-CH
                MOVE ZERO           TO WK-HIT
                PERFORM P-036-MATCH-ALPHA
                   VARYING WK-SCAN FROM 1 BY 1
                      UNTIL WK-SCAN > 26 OR WK-HIT NOT = ZERO
                ADD WK-HIT          TO WK-LETTER-HIT
            END-IF.
            IF WK-LETTER-HIT = ZERO
                ADD 1               TO WK-RAW-LEN
                MOVE WK-ALPHA-UPPER(WK-LETTER-NO:1)
                                    TO WK-RAW(WK-RAW-LEN:1)
            ELSE
                PERFORM P-055-APPEND-HYPHEN
            END-IF.
      *
      *    漢数字1文字。〇～九は桁、十は十の位の区切り。
       P-046-KANJI-DIGIT.
            MOVE CB-ADDRESS(WK-SCAN:1)  TO WK-CH.
            MOVE ZERO               TO WK-HIT.
            PERFORM P-047-FIND-KANJI
               VARYING WK-KJ-DIGITS FROM 1 BY 1
                  UNTIL WK-KJ-DIGITS > 11 OR WK-HIT NOT = ZERO.
            IF WK-HIT = WK-KANJI-TEN
                ADD 1               TO WK-KJ-TEN-CT
                IF WK-KJ-TEN-CT > 1 OR WK-KJ-VALUE > 9
                    MOVE "14"        TO CB-STATUS
                ELSE
                    IF WK-KJ-HAS-CUR
                        COMPUTE WK-KJ-VALUE = WK-KJ-CUR * 10
                    ELSE
                        MOVE 10      TO WK-KJ-VALUE
                    END-IF
                    MOVE ZERO        TO WK-KJ-CUR
                    MOVE "N"         TO WK-KJ-CUR-SW
                END-IF
            ELSE
                IF WK-KJ-TEN-CT > ZERO
      *            十の後ろは1の位1文字だけ。
                    IF WK-KJ-HAS-CUR
                        MOVE "14"    TO CB-STATUS
                    ELSE
                        COMPUTE WK-KJ-CUR = WK-HIT - 1
                        MOVE "Y"     TO WK-KJ-CUR-SW
                    END-IF
                ELSE
      *            十を含まない並びは位取りで4桁まで。
                    IF WK-KJ-VALUE > 999
                        MOVE "14"    TO CB-STATUS
                    ELSE
                        COMPUTE WK-KJ-CUR = WK-HIT - 1
                        COMPUTE WK-KJ-VALUE =
                                WK-KJ-VALUE * 10 + WK-KJ-CUR
                        MOVE "Y"     TO WK-KJ-CUR-SW
                    END-IF
                END-IF
            END-IF.
      *
       P-047-FIND-KANJI.
            IF WK-CH = WK-KANJI-CHAR(WK-KJ-DIGITS)
                MOVE WK-KJ-DIGITS   TO WK-HIT
            END-IF.
      *
       P-048-APPEND-EDITED.
            IF WK-KJ-ED(WK-SCAN:1) NOT = SPACE
                ADD 1               TO WK-RAW-LEN
                MOVE WK-KJ-ED(WK-SCAN:1)  TO WK-RAW(WK-RAW-LEN:1)
                ADD 1               TO WK-DIGIT-CT
            END-IF.
      *
       P-050-APPEND-DIGIT.
            ADD 1                   TO WK-RAW-LEN.
            MOVE WK-BAR-CHARS(WK-VALUE + 1:1)
                                    TO WK-RAW(WK-RAW-LEN:1).
            ADD 1                   TO WK-DIGIT-CT.
      *
      *    区切りのハイフン。番号が始まる前(町名)と、直前が
      *    ハイフンのときは足さない。
       P-055-APPEND-HYPHEN.
            IF WK-STARTED
               AND WK-RAW-LEN > ZERO
                IF WK-RAW(WK-RAW-LEN:1) NOT = "-"
                    ADD 1           TO WK-RAW-LEN
                    MOVE "-"        TO WK-RAW(WK-RAW-LEN:1)
                END-IF
            END-IF.
      *
       P-060-DROP-TAIL.
            MOVE SPACE              TO WK-RAW(WK-RAW-LEN:1).
            SUBTRACT 1              FROM WK-RAW-LEN.
      *
      *    住所表示番号の1文字をキャラクタ列へ。英字は制御コード
      *    +数字の2桁(20桁目に収まらなければ制御コードのみ)。
       P-070-ONE-RAW.
            IF WK-RAW(WK-SCAN:1) IS NUMERIC
               OR WK-RAW(WK-SCAN:1) = "-"
                ADD 1               TO WK-CODE-LEN
                MOVE WK-RAW(WK-SCAN:1)  TO WK-CODE(WK-CODE-LEN:1)
            ELSE
                MOVE ZERO           TO WK-LETTER-NO
                PERFORM P-072-FIND-LETTER
                   VARYING WK-HIT FROM 1 BY 1
                      UNTIL WK-HIT > 26 OR WK-LETTER-NO NOT = ZERO
                SUBTRACT 1          FROM WK-LETTER-NO
                DIVIDE WK-LETTER-NO BY 10
                       GIVING WK-QUOT REMAINDER WK-REM
                ADD 1               TO WK-CODE-LEN
                MOVE WK-BAR-CHARS(WK-CC-BASE + WK-QUOT + 1:1)
                                    TO WK-CODE(WK-CODE-LEN:1)
                IF WK-CODE-LEN < 20
                    ADD 1           TO WK-CODE-LEN
                    MOVE WK-BAR-CHARS(WK-REM + 1:1)
                                    TO WK-CODE(WK-CODE-LEN:1)
                END-IF
            END-IF.
      *
       P-072-FIND-LETTER.
            IF WK-RAW(WK-SCAN:1) = WK-ALPHA-UPPER(WK-HIT:1)
                MOVE WK-HIT         TO WK-LETTER-NO
            END-IF.
      *
       P-080-PAD-CC4.
            ADD 1                   TO WK-CODE-LEN.
            MOVE WK-CC4             TO WK-CODE(WK-CODE-LEN:1).
      *
      *    キャラクタの値(WK-BAR-CHARS上の位置-1)を合計する。
       P-090-ADD-VALUE.
            MOVE ZERO               TO WK-VALUE.
            PERFORM P-092-FIND-VALUE
               VARYING WK-HIT FROM 1 BY 1
                  UNTIL WK-HIT > 19 OR WK-VALUE NOT = ZERO.
            ADD WK-VALUE            TO WK-SUM.
      *
       P-092-FIND-VALUE.
            IF WK-CODE(WK-SCAN:1) = WK-BAR-CHARS(WK-HIT:1)
                COMPUTE WK-VALUE = WK-HIT - 1
            END-IF.
      ******************************************************************
