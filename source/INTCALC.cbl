      ******************************************************************
      *    テストケース：INTCALC
      *    プログラム名：日本語化テスト 利息計算サブプログラム
      *    処理概要　　：元本・期間・丸め規則コードを受け取り、
      *                  利率表(適用開始日つき)を引いて期間の利息を
      *                  返すCALLableサブプログラム。期間の途中で
      *                  利率が変わるときは適用開始日で期間を割り、
      *                  区間ごとに実日数/365で計算して合算してから
      *                  円単位へ丸める。丸め規則はSHOHIZEIと同じ
      *                  3規則で、呼び出し側が指定する。区間ごとの
      *                  計算内訳も返し、呼び出し側が明細に刷る。
      *  --------------------------------------------------------------
      *   受け渡し(IR-PARM):
      *     IR-PRINCIPAL S9(11)V9(02) 元本(残高)
      *     IR-FROM-DATE 9(08)        期間の初日YYYYMMDD
      *     IR-TO-DATE   9(08)        期間の末日YYYYMMDD(両端を含む
      *                               日数で数える。366日まで)
      *     IR-ROUND     X(01) "F"=切り捨て "H"=四捨五入 "C"=切り上げ
      *     IR-INTEREST  S9(11)V9(02) 利息(円単位へ丸め済み)
      *     IR-DAYS      9(03)        期間の日数
      *     IR-SEG-COUNT 9(02)        区間の数
      *     IR-SEG       区間ごとの内訳(12区間まで)
      *       IR-SEG-FROM 区間の初日  IR-SEG-DAYS 日数
      *       IR-SEG-RATE 年利(%)     IR-SEG-RAW  丸め前の利息
      *     IR-STATUS    X(02) "00"=正常 "10"=規則不正 "11"=期間
      *                  不正 "12"=あふれ "13"=元本が負 "20"=利率表
      *                  が無い・初日に有効な利率が無い・適用開始日
      *                  が昇順でない "21"=区間が12を超える
      *   利率表は環境変数INTCALC-MASTER(既定INTRATE.DAT)。
      *   1行=適用開始日YYYYMMDD+空白2+年利(%)99.9999+空白2+摘要。
      *   適用開始日の昇順に並べる。CALLのたびに読み直す。
      *   試験はQA-INTが行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           INTCALC.
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
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-FILE
                                        ASSIGN TO DYNAMIC
                                        WK-MASTER-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-REC.
           05  RT-EFFECTIVE           PIC 9(08).
           05  FILLER                 PIC X(02).
           05  RT-RATE-ED             PIC 99.9999.
           05  RT-RATE-X  REDEFINES RT-RATE-ED
                                      PIC X(07).
           05  FILLER                 PIC X(02).
           05  RT-MEMO                PIC X(40).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-MASTER-NAME     PIC X(40)  VALUE "INTRATE.DAT".
       01  WK-ENV-MASTER      PIC X(40)  VALUE SPACES.
      *
      *    利率表の作業表(CALLのたびに読み直す)。
       01  WK-RT-TAB.
           05  WK-RT-ENTRY  OCCURS 100 TIMES INDEXED BY IDX-RT.
               10  WK-RT-EFFECTIVE    PIC 9(08).
               10  WK-RT-RATE         PIC 9(02)V9(04).
       01  WK-RT-COUNT        PIC 9(03)  COMP  VALUE ZERO.
       01  WK-RT-HIT          PIC 9(03)  COMP.
       01  WK-RT-NEXT         PIC 9(03)  COMP.
       01  WK-RT-BAD-SW       PIC X      VALUE "N".
           88  WK-RT-BAD                  VALUE "Y"  FALSE "N".
      *
      *    月の日数表(うるう年の2月は計算で足す)。
       01  WK-MLEN-TABLE-DEF.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 28.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
       01  WK-MLEN-TAB  REDEFINES WK-MLEN-TABLE-DEF.
           05  WK-MLEN    PIC 9(02)  OCCURS 12 TIMES.
      *
      *    日付→通日(日数の差を取るための連番)。
       01  WK-DATE-W          PIC 9(08).
       01  WK-DATE-PARTS  REDEFINES WK-DATE-W.
           05  WK-YYYY            PIC 9(04).
           05  WK-MM              PIC 9(02).
           05  WK-DD              PIC 9(02).
       01  WK-DATE-OK-SW      PIC X      VALUE "N".
           88  WK-DATE-OK                 VALUE "Y"  FALSE "N".
       01  WK-MONTH-LEN       PIC 9(02).
       01  WK-Q               PIC 9(06)  COMP.
       01  WK-R               PIC 9(04)  COMP.
       01  WK-Y-ADJ           PIC 9(04)  COMP.
       01  WK-M-ADJ           PIC 9(02)  COMP.
       01  WK-SERIAL          PIC 9(07)  COMP.
       01  WK-FROM-SERIAL     PIC 9(07)  COMP.
       01  WK-TO-SERIAL       PIC 9(07)  COMP.
       01  WK-SEG-START       PIC 9(07)  COMP.
       01  WK-SEG-END         PIC 9(07)  COMP.
       01  WK-SEG-START-DATE  PIC 9(08).
       01  WK-SPAN            PIC 9(07)  COMP.
      *
      *    利息の合算と丸め。
       01  WK-RAW-TOTAL       PIC 9(11)V9(06).
       01  WK-INT-INT         PIC 9(11).
       01  WK-FRACTION        PIC 9(01)V9(06).
       01  WK-DONE-SW         PIC X      VALUE "N".
           88  WK-DONE                    VALUE "Y"  FALSE "N".
      ******************************************************************
       LINKAGE SECTION.
       01  IR-PARM.
           05  IR-PRINCIPAL             PIC S9(11)V9(02).
           05  IR-FROM-DATE             PIC 9(08).
           05  IR-TO-DATE               PIC 9(08).
           05  IR-ROUND                 PIC X(01).
           05  IR-INTEREST              PIC S9(11)V9(02).
           05  IR-DAYS                  PIC 9(03).
           05  IR-SEG-COUNT             PIC 9(02).
           05  IR-SEG  OCCURS 12 TIMES.
               10  IR-SEG-FROM          PIC 9(08).
               10  IR-SEG-DAYS          PIC 9(03).
               10  IR-SEG-RATE          PIC 9(02)V9(04).
               10  IR-SEG-RAW           PIC 9(11)V9(06).
           05  IR-STATUS                PIC X(02).
      ******************************************************************
       PROCEDURE             DIVISION USING IR-PARM.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            MOVE "00"               TO IR-STATUS.
            MOVE ZERO              TO IR-INTEREST IR-DAYS
                                      IR-SEG-COUNT.
            IF IR-ROUND NOT = "F" AND IR-ROUND NOT = "H"
               AND IR-ROUND NOT = "C"
                MOVE "10"            TO IR-STATUS
                GOBACK
            END-IF.
            IF IR-PRINCIPAL < ZERO
                MOVE "13"            TO IR-STATUS
                GOBACK
            END-IF.
      *    期間の両端を通日にして日数を出す。
            MOVE IR-FROM-DATE      TO WK-DATE-W.
            PERFORM P-050-TO-SERIAL THRU P-050-EXIT.
            IF NOT WK-DATE-OK
                MOVE "11"            TO IR-STATUS
                GOBACK
            END-IF.
            MOVE WK-SERIAL         TO WK-FROM-SERIAL.
            MOVE IR-TO-DATE        TO WK-DATE-W.
            PERFORM P-050-TO-SERIAL THRU P-050-EXIT.
            IF NOT WK-DATE-OK OR WK-SERIAL < WK-FROM-SERIAL
                MOVE "11"            TO IR-STATUS
                GOBACK
            END-IF.
            MOVE WK-SERIAL         TO WK-TO-SERIAL.
            COMPUTE WK-SPAN = WK-TO-SERIAL - WK-FROM-SERIAL + 1.
            IF WK-SPAN > 366
                MOVE "11"            TO IR-STATUS
                GOBACK
            END-IF.
            MOVE WK-SPAN           TO IR-DAYS.
            PERFORM P-020-LOAD-MASTER.
            IF WK-RT-BAD
                MOVE "20"            TO IR-STATUS
                GOBACK
            END-IF.
      *    初日に有効な利率(適用開始日が初日以前の最後の行)。
            MOVE ZERO              TO WK-RT-HIT.
            PERFORM P-030-MATCH-RATE
               VARYING IDX-RT FROM 1 BY 1
                  UNTIL IDX-RT > WK-RT-COUNT.
            IF WK-RT-HIT = ZERO
                MOVE "20"            TO IR-STATUS
                GOBACK
            END-IF.
      *    利率の変わり目ごとに区間を切って計算する。
            MOVE ZERO              TO WK-RAW-TOTAL.
            MOVE WK-FROM-SERIAL    TO WK-SEG-START.
            MOVE IR-FROM-DATE      TO WK-SEG-START-DATE.
            SET WK-DONE            TO FALSE.
            PERFORM P-040-ONE-SEGMENT THRU P-040-EXIT
               UNTIL WK-DONE OR IR-STATUS NOT = "00".
            IF IR-STATUS NOT = "00"
                GOBACK
            END-IF.
      *    円単位への丸め(SHOHIZEIと同じ3規則)。
            COMPUTE WK-INT-INT = WK-RAW-TOTAL
                ON SIZE ERROR
                    MOVE "12"        TO IR-STATUS
            END-COMPUTE.
            IF IR-STATUS NOT = "00"
                GOBACK
            END-IF.
            COMPUTE WK-FRACTION = WK-RAW-TOTAL - WK-INT-INT.
            EVALUATE IR-ROUND
                WHEN "F"
                    CONTINUE
                WHEN "H"
                    IF WK-FRACTION >= 0.5
                        ADD 1        TO WK-INT-INT
                            ON SIZE ERROR
                                MOVE "12"  TO IR-STATUS
                        END-ADD
                    END-IF
                WHEN "C"
                    IF WK-FRACTION > ZERO
                        ADD 1        TO WK-INT-INT
                            ON SIZE ERROR
                                MOVE "12"  TO IR-STATUS
                        END-ADD
                    END-IF
            END-EVALUATE.
            IF IR-STATUS NOT = "00"
                GOBACK
            END-IF.
            MOVE WK-INT-INT        TO IR-INTEREST.
            GOBACK
            .
      *
       P-020-LOAD-MASTER.
            MOVE SPACES            TO WK-ENV-MASTER.
            DISPLAY "INTCALC-MASTER" UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-MASTER    FROM ENVIRONMENT-VALUE.
            IF WK-ENV-MASTER NOT = SPACES
                MOVE WK-ENV-MASTER  TO WK-MASTER-NAME
            ELSE
                MOVE "INTRATE.DAT"   TO WK-MASTER-NAME
            END-IF.
            MOVE ZERO              TO WK-RT-COUNT.
            SET WK-RT-BAD          TO FALSE.
            MOVE "N"               TO WK-EOF-SW.
            OPEN INPUT RATE-FILE.
            PERFORM P-022-LOAD-ONE UNTIL WK-EOF.
            CLOSE RATE-FILE.
            IF WK-RT-COUNT = ZERO
                SET WK-RT-BAD      TO TRUE
            END-IF.
      *
      *    数字でない行(見出し・注記)は読み飛ばす。適用開始日が
      *    前の行より前なら表の誤り。
       P-022-LOAD-ONE.
            READ RATE-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF RATE-REC(1:8) IS NUMERIC
                       AND WK-RT-COUNT < 100
                        IF WK-RT-COUNT > ZERO
                            IF RT-EFFECTIVE
                               < WK-RT-EFFECTIVE(WK-RT-COUNT)
                                SET WK-RT-BAD  TO TRUE
                            END-IF
                        END-IF
                        IF RT-RATE-X(1:2) IS NOT NUMERIC
                           OR RT-RATE-X(3:1) NOT = "."
                           OR RT-RATE-X(4:4) IS NOT NUMERIC
                            SET WK-RT-BAD  TO TRUE
                            MOVE "00.0000" TO RT-RATE-X
                        END-IF
                        ADD 1      TO WK-RT-COUNT
                        SET IDX-RT TO WK-RT-COUNT
                        MOVE RT-EFFECTIVE
                             TO WK-RT-EFFECTIVE(IDX-RT)
                        MOVE RT-RATE-ED
                             TO WK-RT-RATE(IDX-RT)
                    END-IF
            END-READ.
      *
       P-030-MATCH-RATE.
            IF WK-RT-EFFECTIVE(IDX-RT) <= IR-FROM-DATE
                SET WK-RT-HIT      TO IDX-RT
            END-IF.
      *
      *    WK-RT-HITの利率で、次の利率の適用開始日の前日(期間内に
      *    無ければ期間の末日)までを1区間とする。
       P-040-ONE-SEGMENT.
            COMPUTE WK-RT-NEXT = WK-RT-HIT + 1.
            MOVE WK-TO-SERIAL      TO WK-SEG-END.
            SET WK-DONE            TO TRUE.
            IF WK-RT-NEXT <= WK-RT-COUNT
                IF WK-RT-EFFECTIVE(WK-RT-NEXT) <= IR-TO-DATE
                    MOVE WK-RT-EFFECTIVE(WK-RT-NEXT)  TO WK-DATE-W
                    PERFORM P-050-TO-SERIAL THRU P-050-EXIT
                    IF NOT WK-DATE-OK
                        MOVE "20"    TO IR-STATUS
                        GO TO P-040-EXIT
                    END-IF
                    COMPUTE WK-SEG-END = WK-SERIAL - 1
                    SET WK-DONE    TO FALSE
                END-IF
            END-IF.
            IF IR-SEG-COUNT >= 12
                MOVE "21"            TO IR-STATUS
                GO TO P-040-EXIT
            END-IF.
      *    同じ日に適用開始の行が続くときは後の行だけが効く。
            IF WK-SEG-END >= WK-SEG-START
                ADD 1              TO IR-SEG-COUNT
                MOVE WK-SEG-START-DATE
                     TO IR-SEG-FROM(IR-SEG-COUNT)
                COMPUTE IR-SEG-DAYS(IR-SEG-COUNT)
                      = WK-SEG-END - WK-SEG-START + 1
                MOVE WK-RT-RATE(WK-RT-HIT)
                     TO IR-SEG-RATE(IR-SEG-COUNT)
                COMPUTE IR-SEG-RAW(IR-SEG-COUNT)
                      = IR-PRINCIPAL * WK-RT-RATE(WK-RT-HIT)
                        * IR-SEG-DAYS(IR-SEG-COUNT) / 36500
                    ON SIZE ERROR
                        MOVE "12"    TO IR-STATUS
                END-COMPUTE
                ADD IR-SEG-RAW(IR-SEG-COUNT)  TO WK-RAW-TOTAL
                    ON SIZE ERROR
                        MOVE "12"    TO IR-STATUS
                END-ADD
            END-IF.
            IF NOT WK-DONE
                MOVE WK-RT-NEXT    TO WK-RT-HIT
                COMPUTE WK-SEG-START = WK-SEG-END + 1
                MOVE WK-RT-EFFECTIVE(WK-RT-HIT)  TO WK-SEG-START-DATE
            END-IF.
       P-040-EXIT.
            EXIT.
      *
      *    WK-DATE-Wを通日WK-SERIALへ(3月始まりの暦で数える)。
      *    日付として正しくなければWK-DATE-OKを立てない。
       P-050-TO-SERIAL.
            SET WK-DATE-OK         TO FALSE.
            MOVE ZERO              TO WK-SERIAL.
            IF WK-DATE-W IS NOT NUMERIC
               OR WK-YYYY < 1900 OR WK-YYYY > 2199
               OR WK-MM < 1 OR WK-MM > 12
                GO TO P-050-EXIT
            END-IF.
            MOVE WK-MLEN(WK-MM)    TO WK-MONTH-LEN.
            IF WK-MM = 2
                PERFORM P-052-CHECK-LEAP
            END-IF.
            IF WK-DD < 1 OR WK-DD > WK-MONTH-LEN
                GO TO P-050-EXIT
            END-IF.
            IF WK-MM <= 2
                COMPUTE WK-Y-ADJ = WK-YYYY - 1
                COMPUTE WK-M-ADJ = WK-MM + 9
            ELSE
                MOVE WK-YYYY       TO WK-Y-ADJ
                COMPUTE WK-M-ADJ = WK-MM - 3
            END-IF.
            COMPUTE WK-SERIAL = 365 * (WK-Y-ADJ - 1900).
            DIVIDE WK-Y-ADJ BY 4   GIVING WK-Q.
            ADD WK-Q               TO WK-SERIAL.
            DIVIDE WK-Y-ADJ BY 100 GIVING WK-Q.
            SUBTRACT WK-Q          FROM WK-SERIAL.
            DIVIDE WK-Y-ADJ BY 400 GIVING WK-Q.
            ADD WK-Q               TO WK-SERIAL.
            COMPUTE WK-Q = (153 * WK-M-ADJ + 2) / 5.
            ADD WK-Q               TO WK-SERIAL.
            ADD WK-DD              TO WK-SERIAL.
            SET WK-DATE-OK         TO TRUE.
       P-050-EXIT.
            EXIT.
      *
       P-052-CHECK-LEAP.
            DIVIDE WK-YYYY BY 4 GIVING WK-Q
                REMAINDER WK-R.
            IF WK-R = ZERO
                MOVE 29            TO WK-MONTH-LEN
                DIVIDE WK-YYYY BY 100 GIVING WK-Q
                    REMAINDER WK-R
                IF WK-R = ZERO
                    DIVIDE WK-YYYY BY 400 GIVING WK-Q
                        REMAINDER WK-R
                    IF WK-R NOT = ZERO
                        MOVE 28    TO WK-MONTH-LEN
                    END-IF
                END-IF
            END-IF.
      ******************************************************************
