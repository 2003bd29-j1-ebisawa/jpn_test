      ******************************************************************
      *    テストケース：INTACCR
      *    プログラム名：日本語化テスト 月末の利息計上
      *    処理概要　　：プラス残高の顧客につき、当月1日から月末まで
      *                  の利息をINTCALCで計算し、TXNPOSTの入力様式
      *                  (TXNIN.DAT。既にあれば末尾へ書き足す。INTAKE
      *                  の後に流す)の入金取引として書く。利息から
      *                  源泉徴収税(20.315%)を別の出金取引として
      *                  差し引く。顧客ごとの計算内訳(利率の区間・
      *                  日数・丸め前の利息・丸め後の利息・源泉
      *                  徴収税・差引額)をINTACCR.RPTへ印字する。
      *  --------------------------------------------------------------
      *   環境変数:
      *     IA-MONTH   計上月YYYYMM(既定は実行日の月)
      *     IA-ROUND   利息の丸め "F"=切り捨て(既定) "H"=四捨五入
      *                "C"=切り上げ
      *   利率表はINTCALCと同じ(INTCALC-MASTER、既定INTRATE.DAT)。
      *   取引番号は利息が"I"、源泉徴収税が"J"+顧客番号+計上月の
      *   1桁(1-9,X,Y,Z)。受付日時は月末の0時とする。
      *   源泉徴収税は利息×20.315%の1円未満切り捨て。
      *   同じ月を流し直したときは、TXNIN.DATに既にその月の利息
      *   ("I"の取引番号)がある顧客を計上済みとして飛ばす。
      *   戻り値: 指定誤り・利率表の誤りは1。TXNIN.DATにその月の
      *           利息が9999件を超えてあるときも何も書かずに1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           INTACCR.
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
           SELECT TDATA-FILE          ASSIGN TO "TESTDATA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-TDATA-FS.
           SELECT OPTIONAL TXN-FILE
                                        ASSIGN TO "TXNIN.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       FD  TXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-REC.
           05  TXN-ID                 PIC X(08).
           05  FILLER                 PIC X(02).
           05  TXN-CUST               PIC 9(06).
           05  FILLER                 PIC X(02).
           05  TXN-TYPE               PIC X(01).
           05  FILLER                 PIC X(02).
           05  TXN-AMOUNT             PIC X(36).
           05  FILLER                 PIC X(02).
           05  TXN-ORIG-ID            PIC X(08).
           05  FILLER                 PIC X(02).
           05  TXN-RECEIVED           PIC X(14).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-DONE-FULL-SW    PIC X       VALUE "N".
           88  WK-DONE-FULL               VALUE "Y".
       01  WK-ENV-MONTH       PIC X(06)  VALUE SPACES.
       01  WK-ENV-ROUND       PIC X(01)  VALUE SPACES.
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-FROM-DATE       PIC 9(08).
       01  WK-FROM-DATE-X REDEFINES WK-FROM-DATE.
           05  WK-FROM-YYYY           PIC 9(04).
           05  WK-FROM-MM             PIC 9(02).
           05  WK-FROM-DD             PIC 9(02).
       01  WK-TO-DATE         PIC 9(08).
       01  WK-TO-DATE-X  REDEFINES WK-TO-DATE.
           05  WK-TO-YYYY             PIC 9(04).
           05  WK-TO-MM               PIC 9(02).
           05  WK-TO-DD               PIC 9(02).
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
       01  WK-Q               PIC 9(06)  COMP.
       01  WK-R               PIC 9(04)  COMP.
      *
      *    取引番号の月の1桁(1月=1 ... 10月=X 11月=Y 12月=Z)。
       01  WK-MONTH-CODES     PIC X(12)  VALUE "123456789XYZ".
      *
      *    源泉徴収税率(所得税15.315%+住民税5%)。
       01  WK-WHT-RATE        PIC 9(02)V9(03)  VALUE 20.315.
       01  WK-WHT-AMT         PIC 9(11).
       01  WK-NET-AMT         PIC 9(11).
      *
      *    INTCALC(利息計算)の受け渡し領域。
       01  IR-PARM.
           05  IR-PRINCIPAL             PIC S9(11)V9(02).
           05  IR-FROM-DATE             PIC 9(08).
           05  IR-TO-DATE               PIC 9(08).
           05  IR-ROUND                 PIC X(01).
           05  IR-INTEREST              PIC S9(11)V9(02).
           05  IR-DAYS                  PIC 9(03).
           05  IR-SEG-COUNT             PIC 9(02).
           05  IR-SEG  OCCURS 12 TIMES INDEXED BY IDX-SEG.
               10  IR-SEG-FROM          PIC 9(08).
               10  IR-SEG-DAYS          PIC 9(03).
               10  IR-SEG-RATE          PIC 9(02)V9(04).
               10  IR-SEG-RAW           PIC 9(11)V9(06).
           05  IR-STATUS                PIC X(02).
      *
      *    件数・合計。
       01  WK-CUST-CT         PIC 9(06)  VALUE ZERO.
       01  WK-ACCR-CT         PIC 9(06)  VALUE ZERO.
       01  WK-ZERO-CT         PIC 9(06)  VALUE ZERO.
       01  WK-ERR-CT          PIC 9(06)  VALUE ZERO.
       01  WK-TXN-CT          PIC 9(06)  VALUE ZERO.
       01  WK-DUP-CT          PIC 9(06)  VALUE ZERO.
       01  WK-TOT-INT         PIC 9(13)V9(02)  VALUE ZERO.
       01  WK-TOT-WHT         PIC 9(13)V9(02)  VALUE ZERO.
       01  WK-TOT-NET         PIC 9(13)V9(02)  VALUE ZERO.
      *
      *    編集項目。
       01  WK-TXN-PREFIX      PIC X(01).
       01  WK-TXN-TYPE        PIC X(01).
       01  WK-TXN-AMT         PIC 9(09)V9(02).
       01  WK-ED-TXN-AMT      PIC 9(09).9(02).
       01  WK-ED-BAL          PIC ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WK-ED-MINUS        PIC --,---,---,--9.
       01  WK-ED-RAW          PIC ZZ,ZZZ,ZZ9.999999.
       01  WK-ED-RATE         PIC Z9.9999.
       01  WK-ED-DAYS         PIC ZZ9.
       01  WK-ED-COUNT        PIC ZZZ,ZZ9.
       01  WK-ROUND-NAME      PIC X(12).
      *
      *    TXNIN.DATに既にある当月の利息の取引番号(流し直し対策)。
       01  WK-DONE-TAB.
           05  WK-DONE-ID  PIC X(08)  OCCURS 9999 TIMES
                                      INDEXED BY IDX-DONE.
       01  WK-DONE-COUNT      PIC 9(04)  COMP  VALUE ZERO.
       01  WK-DONE-KEY        PIC X(08).
       01  WK-DONE-HIT-SW     PIC X       VALUE "N".
           88  WK-DONE-HIT                VALUE "Y".
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "INTACCR START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS THRU P-015-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            PERFORM P-020-CHECK-RATES THRU P-020-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-010-END
            END-IF.
            PERFORM P-025-LOAD-DONE.
            IF WK-DONE-FULL
                DISPLAY "TXNIN.DAT HAS OVER 9999 INTEREST ROWS FOR "
                        WK-FROM-DATE(1:6) " - NOTHING WRITTEN"
                CLOSE TDATA-FILE
                MOVE 1                TO RETURN-CODE
                GO TO P-010-END
            END-IF.
      *    営業店から届いて受け付けたTXNIN.DATを消さないよう書き足す。
            OPEN EXTEND TXN-FILE.
            PERFORM P-030-OPEN-REPORT.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-040-READ-ONE UNTIL WK-EOF.
            PERFORM P-070-TOTALS.
            CLOSE TXN-FILE.
            CLOSE TDATA-FILE.
            DISPLAY "ACCRUED " WK-ACCR-CT " CUSTOMER(S)  WROTE "
                    WK-TXN-CT " TRANSACTION(S) -> TXNIN.DAT".
            IF WK-ERR-CT NOT = ZERO
                DISPLAY "NOT ACCRUED (CALCULATION ERROR): " WK-ERR-CT
            END-IF.
            IF WK-DUP-CT NOT = ZERO
                DISPLAY "SKIPPED (ALREADY IN TXNIN.DAT): " WK-DUP-CT
            END-IF.
       P-010-END.
            DISPLAY "INTACCR END".
            GOBACK
            .
      *
      *    計上月と丸め規則。計上期間は月の1日から月末まで。
       P-015-ACCEPT-PARMS.
            ACCEPT  WK-SYS-DATE          FROM DATE YYYYMMDD.
            DISPLAY "IA-MONTH"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-MONTH         FROM ENVIRONMENT-VALUE.
            DISPLAY "IA-ROUND"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-ROUND         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-MONTH = SPACES
                MOVE WK-SYS-DATE      TO WK-FROM-DATE
            ELSE
                IF WK-ENV-MONTH IS NOT NUMERIC
                    DISPLAY "IA-MONTH MUST BE YYYYMM: " WK-ENV-MONTH
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-MONTH     TO WK-FROM-DATE(1:6)
            END-IF.
            IF WK-FROM-MM < 1 OR WK-FROM-MM > 12
                DISPLAY "IA-MONTH MONTH INVALID: " WK-ENV-MONTH
                MOVE 1                TO RETURN-CODE
                GO TO P-015-EXIT
            END-IF.
            MOVE 1                    TO WK-FROM-DD.
            MOVE WK-FROM-DATE         TO WK-TO-DATE.
            MOVE WK-MLEN(WK-TO-MM)    TO WK-TO-DD.
            IF WK-TO-MM = 2
                PERFORM P-017-CHECK-LEAP
            END-IF.
            IF WK-ENV-ROUND = SPACES
                MOVE "F"               TO WK-ENV-ROUND
            END-IF.
            EVALUATE WK-ENV-ROUND
                WHEN "F"
                    MOVE "切り捨て"   TO WK-ROUND-NAME
                WHEN "H"
                    MOVE "四捨五入"   TO WK-ROUND-NAME
                WHEN "C"
                    MOVE "切り上げ"   TO WK-ROUND-NAME
                WHEN OTHER
                    DISPLAY "IA-ROUND MUST BE F/H/C: " WK-ENV-ROUND
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
            END-EVALUATE.
            DISPLAY "ACCRUAL PERIOD " WK-FROM-DATE " - " WK-TO-DATE
                    "  ROUND " WK-ENV-ROUND.
       P-015-EXIT.
            EXIT.
      *
       P-017-CHECK-LEAP.
            DIVIDE WK-TO-YYYY BY 4 GIVING WK-Q
                REMAINDER WK-R.
            IF WK-R = ZERO
                MOVE 29               TO WK-TO-DD
                DIVIDE WK-TO-YYYY BY 100 GIVING WK-Q
                    REMAINDER WK-R
                IF WK-R = ZERO
                    DIVIDE WK-TO-YYYY BY 400 GIVING WK-Q
                        REMAINDER WK-R
                    IF WK-R NOT = ZERO
                        MOVE 28       TO WK-TO-DD
                    END-IF
                END-IF
            END-IF.
      *
      *    利率表の確認。元本1円で試算し、期間の初日に有効な利率が
      *    無い・表が壊れているときは何も書かずに止める。
       P-020-CHECK-RATES.
            MOVE 1                    TO IR-PRINCIPAL.
            MOVE WK-FROM-DATE         TO IR-FROM-DATE.
            MOVE WK-TO-DATE           TO IR-TO-DATE.
            MOVE WK-ENV-ROUND         TO IR-ROUND.
            CALL "INTCALC" USING IR-PARM.
            IF IR-STATUS NOT = "00"
                DISPLAY "INTEREST RATE TABLE NOT USABLE FOR "
                        WK-FROM-DATE " (STATUS " IR-STATUS ")"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
       P-020-EXIT.
            EXIT.
      *
      *    TXNIN.DATに既にある当月の利息の取引番号を覚える。
      *    書き足す前に読むので、流し直しでも二重に計上しない。
       P-025-LOAD-DONE.
            OPEN INPUT TXN-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-026-DONE-ONE UNTIL WK-EOF OR WK-DONE-FULL.
            CLOSE TXN-FILE.
      *
       P-026-DONE-ONE.
            READ TXN-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF TXN-ID(1:1) = "I"
                       AND TXN-ID(8:1)
                           = WK-MONTH-CODES(WK-FROM-MM:1)
                        IF WK-DONE-COUNT < 9999
                            ADD 1     TO WK-DONE-COUNT
                            MOVE TXN-ID
                                      TO WK-DONE-ID(WK-DONE-COUNT)
                        ELSE
                            SET WK-DONE-FULL  TO TRUE
                        END-IF
                    END-IF
            END-READ.
      *
       P-030-OPEN-REPORT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "INTACCR.RPT"         TO PS-REPORT-NAME.
            MOVE "利息計上 計算明細"   TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  計上期間 "     DELIMITED BY SIZE
                   WK-FROM-DATE       DELIMITED BY SIZE
                   " - "              DELIMITED BY SIZE
                   WK-TO-DATE         DELIMITED BY SIZE
                   "  日数計算 実日数/365  丸め "
                                      DELIMITED BY SIZE
                   WK-ROUND-NAME      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
      *
       P-040-READ-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        ADD 1         TO WK-CUST-CT
                        IF CUST-BALANCE > ZERO
                            PERFORM P-050-ACCRUE-ONE
                               THRU P-050-EXIT
                        END-IF
                    END-IF
            END-READ.
      *
      *    1顧客の利息計算と明細。利息が0円なら取引は書かない。
       P-050-ACCRUE-ONE.
            MOVE "I"                   TO WK-DONE-KEY(1:1).
            MOVE CUST-SEQ-NO          TO WK-DONE-KEY(2:6).
            MOVE WK-MONTH-CODES(WK-FROM-MM:1)
                                      TO WK-DONE-KEY(8:1).
            MOVE "N"                  TO WK-DONE-HIT-SW.
            SET IDX-DONE              TO 1.
            SEARCH WK-DONE-ID
                WHEN IDX-DONE > WK-DONE-COUNT
                    CONTINUE
                WHEN WK-DONE-ID(IDX-DONE) = WK-DONE-KEY
                    SET WK-DONE-HIT   TO TRUE
            END-SEARCH.
            IF WK-DONE-HIT
                ADD 1                 TO WK-DUP-CT
                GO TO P-050-EXIT
            END-IF.
            MOVE CUST-BALANCE         TO IR-PRINCIPAL.
            MOVE WK-FROM-DATE         TO IR-FROM-DATE.
            MOVE WK-TO-DATE           TO IR-TO-DATE.
            MOVE WK-ENV-ROUND         TO IR-ROUND.
            CALL "INTCALC" USING IR-PARM.
            MOVE CUST-BALANCE         TO WK-ED-BAL.
            MOVE SPACES               TO PS-LINE.
            STRING "顧客 "           DELIMITED BY SIZE
                   CUST-SEQ-NO        DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   CUSTOMER-REC(7:20) DELIMITED BY SIZE
                   "  残高 "         DELIMITED BY SIZE
                   WK-ED-BAL          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF IR-STATUS NOT = "00"
                ADD 1                 TO WK-ERR-CT
                MOVE SPACES           TO PS-LINE
                STRING "    計算できず(ステータス "
                                      DELIMITED BY SIZE
                       IR-STATUS      DELIMITED BY SIZE
                       ") 計上しない" DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
                GO TO P-050-EXIT
            END-IF.
            PERFORM P-052-SEGMENT-LINE
               VARYING IDX-SEG FROM 1 BY 1
                  UNTIL IDX-SEG > IR-SEG-COUNT.
            MOVE IR-INTEREST          TO WK-ED-AMT.
            MOVE SPACES               TO PS-LINE.
            STRING "    利息(" DELIMITED BY SIZE
                   WK-ROUND-NAME      DELIMITED BY SPACE
                   ")"                DELIMITED BY SIZE
                   "                          "
                                      DELIMITED BY SIZE
                   WK-ED-AMT          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            COMPUTE WK-WHT-AMT = IR-INTEREST * WK-WHT-RATE / 100.
            COMPUTE WK-NET-AMT = IR-INTEREST - WK-WHT-AMT.
            COMPUTE WK-ED-MINUS = 0 - WK-WHT-AMT.
            MOVE SPACES               TO PS-LINE.
            STRING "    源泉徴収税(20.315%)"
                                      DELIMITED BY SIZE
                   "                     "
                                      DELIMITED BY SIZE
                   WK-ED-MINUS        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-NET-AMT           TO WK-ED-AMT.
            MOVE SPACES               TO PS-LINE.
            STRING "    差引入金額"   DELIMITED BY SIZE
                   "                              "
                                      DELIMITED BY SIZE
                   WK-ED-AMT          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            IF IR-INTEREST = ZERO
                ADD 1                 TO WK-ZERO-CT
                GO TO P-050-EXIT
            END-IF.
            ADD 1                     TO WK-ACCR-CT.
            ADD IR-INTEREST           TO WK-TOT-INT.
            ADD WK-WHT-AMT            TO WK-TOT-WHT.
            ADD WK-NET-AMT            TO WK-TOT-NET.
            MOVE "I"                   TO WK-TXN-PREFIX.
            MOVE "D"                   TO WK-TXN-TYPE.
            MOVE IR-INTEREST          TO WK-TXN-AMT.
            PERFORM P-060-WRITE-TXN.
            IF WK-WHT-AMT > ZERO
                MOVE "J"               TO WK-TXN-PREFIX
                MOVE "W"               TO WK-TXN-TYPE
                MOVE WK-WHT-AMT       TO WK-TXN-AMT
                PERFORM P-060-WRITE-TXN
            END-IF.
       P-050-EXIT.
            EXIT.
      *
      *    利率の区間ごとの内訳。
       P-052-SEGMENT-LINE.
            MOVE IR-SEG-DAYS(IDX-SEG) TO WK-ED-DAYS.
            MOVE IR-SEG-RATE(IDX-SEG) TO WK-ED-RATE.
            MOVE IR-SEG-RAW(IDX-SEG)  TO WK-ED-RAW.
            MOVE SPACES               TO PS-LINE.
            STRING "    "             DELIMITED BY SIZE
                   IR-SEG-FROM(IDX-SEG) DELIMITED BY SIZE
                   "から"             DELIMITED BY SIZE
                   WK-ED-DAYS         DELIMITED BY SIZE
                   "日  年利"         DELIMITED BY SIZE
                   WK-ED-RATE         DELIMITED BY SIZE
                   "%  丸め前 "       DELIMITED BY SIZE
                   WK-ED-RAW          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
      *    取引1件。番号の1文字目と種別は呼び出し側が置く。
       P-060-WRITE-TXN.
            MOVE SPACES               TO TXN-REC.
            MOVE WK-TXN-PREFIX        TO TXN-ID(1:1).
            MOVE WK-TXN-TYPE          TO TXN-TYPE.
            MOVE CUST-SEQ-NO          TO TXN-ID(2:6).
            MOVE WK-MONTH-CODES(WK-FROM-MM:1)
                                      TO TXN-ID(8:1).
            MOVE CUST-SEQ-NO          TO TXN-CUST.
            MOVE WK-TXN-AMT           TO WK-ED-TXN-AMT.
            MOVE WK-ED-TXN-AMT        TO TXN-AMOUNT.
            MOVE WK-TO-DATE           TO TXN-RECEIVED(1:8).
            MOVE "000000"              TO TXN-RECEIVED(9:6).
            WRITE TXN-REC.
            ADD 1                     TO WK-TXN-CT.
      *
       P-070-TOTALS.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-CUST-CT           TO WK-ED-COUNT.
            STRING "  対象顧客     "  DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-ACCR-CT           TO WK-ED-COUNT.
            STRING "  利息計上     "  DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-ZERO-CT           TO WK-ED-COUNT.
            STRING "  利息0円      "  DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-ERR-CT            TO WK-ED-COUNT.
            STRING "  計算できず   "  DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-DUP-CT            TO WK-ED-COUNT.
            STRING "  計上済み     "  DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-TOT-INT           TO WK-ED-AMT.
            STRING "  利息合計     "  DELIMITED BY SIZE
                   WK-ED-AMT          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-TOT-WHT           TO WK-ED-AMT.
            STRING "  源泉徴収税計 "  DELIMITED BY SIZE
                   WK-ED-AMT          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-TOT-NET           TO WK-ED-AMT.
            STRING "  差引入金計   "  DELIMITED BY SIZE
                   WK-ED-AMT          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      ******************************************************************
