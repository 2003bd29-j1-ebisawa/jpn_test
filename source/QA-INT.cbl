      ******************************************************************
      *    テストケース：QA-INT
      *    プログラム名：日本語化テスト （利息計算）
      *    処理概要　　：利息計算サブプログラムINTCALCをCALLし、
      *                  期間の途中の利率変更による区間分け、実日数
      *                  /365の日数計算(うるう年の2月を含む)、3つの
      *                  丸め規則と、規則不正・期間不正・利率なし・
      *                  負の元本の扱いを確認する。利率表は試験専用
      *                  のQAINTRT.DATをここで書き、環境変数
      *                  INTCALC-MASTERで差し替える(共有の
      *                  INTRATE.DATを汚さない)。
      *  --------------------------------------------------------------
      *   試験利率: 2026-01-01から年0.2%、2026-05-16から年0.3%。
      *   テストケース:１ 100万円 5/1-5/31 切り捨て→213円
      *                   (15日×0.2%=82.19+16日×0.3%=131.50)
      *   テストケース:２ 同 区間は2つ・日数は31日
      *   テストケース:３ 100万円 5/1-5/3 四捨五入→16円(16.43)
      *   テストケース:４ 100万円 5/1-5/3 切り上げ→17円
      *   テストケース:５ 100万円 2028/2/1-2/29 切り捨て→238円
      *                   (29日×0.3%=238.35)
      *   テストケース:６ 規則コード不正→ステータス10
      *   テストケース:７ 末日が初日より前→ステータス11
      *   テストケース:８ 初日に有効な利率なし→ステータス20
      *   テストケース:９ 負の元本→ステータス13
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           QA-INT.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       CONFIGURATION         SECTION.
       SOURCE-COMPUTER.      PC.
       OBJECT-COMPUTER.      PC.
       SPECIAL-NAMES.
      ******************************************************************
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           COPY RESSEL.
           SELECT QA-RATE-FILE        ASSIGN TO "QAINTRT.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY RESFD.
       FD  QA-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  QA-RATE-REC.
           05  QA-RT-EFFECTIVE        PIC 9(08).
           05  FILLER                 PIC X(02).
           05  QA-RT-RATE             PIC X(07).
           05  FILLER                 PIC X(02).
           05  QA-RT-MEMO             PIC X(40).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  CASE-ID            PIC X(10).
       01  WK-RESULT-FILE-NAME      PIC X(20)  VALUE "QA-INT.RES".
       COPY RESLOG.
      *
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
      *
       01  WK-EXPECT-INT      PIC S9(11)V9(02).
       01  WK-EXPECT-STATUS   PIC X(02).
      *    期待値・実測値欄(PIC X)への転記は編集項目を経由する
      *    (小数付き数値の英数転記はIBM方言が撥ねるため)。
       01  WK-ED-AMOUNT       PIC -(11)9.99.
       01  WK-ED-SEG.
           05  FILLER                 PIC X(04)  VALUE "SEG=".
           05  WK-ED-SEG-COUNT        PIC 9(02).
           05  FILLER                 PIC X(06)  VALUE " DAYS=".
           05  WK-ED-DAYS             PIC 9(03).
      ******************************************************************
       LINKAGE SECTION.
       COPY RUNCTX.
       PROCEDURE             DIVISION USING RUN-CONTEXT-AREA.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            PERFORM 9800-OPEN-RESULT.
            DISPLAY "TEST START (QA-INT)".
            PERFORM P-015-WRITE-TEST-MASTER.
            DISPLAY "INTCALC-MASTER"    UPON ENVIRONMENT-NAME.
            DISPLAY "QAINTRT.DAT"        UPON ENVIRONMENT-VALUE.
      *ケース1.5/16の利率変更で区間を割り、合算して切り捨て→213。
            MOVE "P-010-01"        TO CASE-ID.
            MOVE 1000000           TO IR-PRINCIPAL.
            MOVE 20260501          TO IR-FROM-DATE.
            MOVE 20260531          TO IR-TO-DATE.
            MOVE "F"                TO IR-ROUND.
            MOVE 213               TO WK-EXPECT-INT.
            PERFORM P-020-CALL-AND-CHECK-INT.
      *ケース2.同じ計算の区間は2つ(15日・16日)、日数は31日。
            MOVE "P-010-02"        TO CASE-ID.
            IF IR-STATUS = "00" AND IR-SEG-COUNT = 2 AND IR-DAYS = 31
               AND IR-SEG-DAYS(1) = 15 AND IR-SEG-DAYS(2) = 16
               AND IR-SEG-FROM(2) = 20260516
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" IR-SEG-COUNT
                                     MOVE "SEG=02 DAYS=031"
                                          TO WK-RESULT-EXPECTED
                                     MOVE IR-SEG-COUNT
                                          TO WK-ED-SEG-COUNT
                                     MOVE IR-DAYS
                                          TO WK-ED-DAYS
                                     MOVE WK-ED-SEG
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      *ケース3.3日×0.2%=16.43 四捨五入→16。
            MOVE "P-010-03"        TO CASE-ID.
            MOVE 20260503          TO IR-TO-DATE.
            MOVE "H"                TO IR-ROUND.
            MOVE 16                TO WK-EXPECT-INT.
            PERFORM P-020-CALL-AND-CHECK-INT.
      *ケース4.同じ額の切り上げ→17(四捨五入と1円差)。
            MOVE "P-010-04"        TO CASE-ID.
            MOVE "C"                TO IR-ROUND.
            MOVE 17                TO WK-EXPECT-INT.
            PERFORM P-020-CALL-AND-CHECK-INT.
      *ケース5.うるう年の2月は29日、実日数/365で238.35→238。
            MOVE "P-010-05"        TO CASE-ID.
            MOVE 20280201          TO IR-FROM-DATE.
            MOVE 20280229          TO IR-TO-DATE.
            MOVE "F"                TO IR-ROUND.
            MOVE 238               TO WK-EXPECT-INT.
            PERFORM P-020-CALL-AND-CHECK-INT.
      *ケース6.規則コード不正はステータス10。
            MOVE "P-010-06"        TO CASE-ID.
            MOVE "X"                TO IR-ROUND.
            MOVE "10"               TO WK-EXPECT-STATUS.
            PERFORM P-030-CALL-AND-CHECK-STATUS.
      *ケース7.末日が初日より前はステータス11。
            MOVE "P-010-07"        TO CASE-ID.
            MOVE "F"                TO IR-ROUND.
            MOVE 20260531          TO IR-FROM-DATE.
            MOVE 20260501          TO IR-TO-DATE.
            MOVE "11"               TO WK-EXPECT-STATUS.
            PERFORM P-030-CALL-AND-CHECK-STATUS.
      *ケース8.表の最初の適用開始日より前の初日はステータス20。
            MOVE "P-010-08"        TO CASE-ID.
            MOVE 20251201          TO IR-FROM-DATE.
            MOVE 20251231          TO IR-TO-DATE.
            MOVE "20"               TO WK-EXPECT-STATUS.
            PERFORM P-030-CALL-AND-CHECK-STATUS.
      *ケース9.負の元本はステータス13。
            MOVE "P-010-09"        TO CASE-ID.
            MOVE -1000             TO IR-PRINCIPAL.
            MOVE 20260501          TO IR-FROM-DATE.
            MOVE 20260531          TO IR-TO-DATE.
            MOVE "13"               TO WK-EXPECT-STATUS.
            PERFORM P-030-CALL-AND-CHECK-STATUS.
      *
      *    共有の利率表へ戻す(環境変数を空にする)。
            DISPLAY "INTCALC-MASTER"    UPON ENVIRONMENT-NAME.
            DISPLAY " "                  UPON ENVIRONMENT-VALUE.
            DISPLAY "TEST END   (QA-INT)".
            PERFORM 9895-PAUSE-IF-REQUESTED.
            PERFORM 9890-CLOSE-RESULT.
            GOBACK
            .
      *
       P-015-WRITE-TEST-MASTER.
            OPEN OUTPUT QA-RATE-FILE.
            MOVE SPACES            TO QA-RATE-REC.
            MOVE 20260101          TO QA-RT-EFFECTIVE.
            MOVE "00.2000"          TO QA-RT-RATE.
            MOVE "FUTSU-YOKIN"      TO QA-RT-MEMO.
            WRITE QA-RATE-REC.
            MOVE SPACES            TO QA-RATE-REC.
            MOVE 20260516          TO QA-RT-EFFECTIVE.
            MOVE "00.3000"          TO QA-RT-RATE.
            MOVE "FUTSU-YOKIN KAITEI" TO QA-RT-MEMO.
            WRITE QA-RATE-REC.
            CLOSE QA-RATE-FILE.
      *
       P-020-CALL-AND-CHECK-INT.
            CALL "INTCALC" USING IR-PARM.
            IF IR-STATUS = "00" AND IR-INTEREST = WK-EXPECT-INT
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" IR-INTEREST
                                             " " IR-STATUS
                                     MOVE WK-EXPECT-INT
                                          TO WK-ED-AMOUNT
                                     MOVE WK-ED-AMOUNT
                                          TO WK-RESULT-EXPECTED
                                     MOVE IR-INTEREST
                                          TO WK-ED-AMOUNT
                                     MOVE WK-ED-AMOUNT
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      *
       P-030-CALL-AND-CHECK-STATUS.
            CALL "INTCALC" USING IR-PARM.
            IF IR-STATUS = WK-EXPECT-STATUS
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" IR-STATUS
                                     MOVE WK-EXPECT-STATUS
                                          TO WK-RESULT-EXPECTED
                                     MOVE IR-STATUS
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      ******************************************************************
       COPY RESPRC.
