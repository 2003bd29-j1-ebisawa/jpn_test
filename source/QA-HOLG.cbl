      ******************************************************************
      *    テストケース：QA-HOLG
      *    プログラム名：日本語化テスト （国民の祝日計算）
      *    処理概要　　：国民の祝日計算サブプログラムHOLCALCを
      *                  CALLし、公表済みの暦と突き合わせる。
      *                  ハッピーマンデー・春分/秋分の近似式・国民
      *                  の休日(敬老の日と秋分の日に挟まれた日)と、
      *                  対象年の範囲外の拒否を確認する。
      *  --------------------------------------------------------------
      *   テストケース:１ 2026年の件数は17(祝日16+国民の休日1)
      *   テストケース:２ 2026年の成人の日は1/12(第2月曜)
      *   テストケース:３ 2026年の春分の日は3/20
      *   テストケース:４ 2026年の海の日は7/20(第3月曜)
      *   テストケース:５ 2026年の敬老の日は9/21(第3月曜)
      *   テストケース:６ 2026年9/22は国民の休日(難所の挟み込み)
      *   テストケース:７ 2026年の秋分の日は9/23
      *   テストケース:８ 2026年のスポーツの日は10/12(第2月曜)
      *   テストケース:９ 2027年の春分の日は3/21
      *   テストケース:10 2027年は挟み込みなし(件数16)
      *   テストケース:11 2021年は範囲外(HC-STATUS=10)
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           QA-HOLG.
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
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY RESFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  CASE-ID            PIC X(10).
       01  WK-RESULT-FILE-NAME      PIC X(20)  VALUE "QA-HOLG.RES".
       COPY RESLOG.
      *
       COPY HOLPARM.
      *
       01  WK-EXPECT-DATE     PIC 9(08).
       01  WK-EXPECT-NAME     PIC X(40).
       01  WK-EXPECT-COUNT    PIC 9(03).
       01  WK-ACTUAL-NAME     PIC X(40).
       01  WK-HIT-SW          PIC X      VALUE "N".
           88  WK-HIT                     VALUE "Y"  FALSE "N".
      ******************************************************************
       LINKAGE SECTION.
       COPY RUNCTX.
       PROCEDURE             DIVISION USING RUN-CONTEXT-AREA.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            PERFORM 9800-OPEN-RESULT.
            DISPLAY "TEST START (QA-HOLG)".
            MOVE 2026              TO HC-YEAR.
            CALL "HOLCALC" USING HC-PARM.
      *ケース1.2026年は祝日16件に国民の休日1件。
            MOVE "P-010-01"        TO CASE-ID.
            MOVE 17                TO WK-EXPECT-COUNT.
            PERFORM P-030-CHECK-COUNT.
      *ケース2.成人の日は1月の第2月曜。
            MOVE "P-010-02"        TO CASE-ID.
            MOVE 20260112          TO WK-EXPECT-DATE.
            MOVE "成人の日"        TO WK-EXPECT-NAME.
            PERFORM P-020-CHECK-DATE.
      *ケース3.春分の日は近似式から3/20。
            MOVE "P-010-03"        TO CASE-ID.
            MOVE 20260320          TO WK-EXPECT-DATE.
            MOVE "春分の日"        TO WK-EXPECT-NAME.
            PERFORM P-020-CHECK-DATE.
      *ケース4.海の日は7月の第3月曜。
            MOVE "P-010-04"        TO CASE-ID.
            MOVE 20260720          TO WK-EXPECT-DATE.
            MOVE "海の日"          TO WK-EXPECT-NAME.
            PERFORM P-020-CHECK-DATE.
      *ケース5.敬老の日は9月の第3月曜。
            MOVE "P-010-05"        TO CASE-ID.
            MOVE 20260921          TO WK-EXPECT-DATE.
            MOVE "敬老の日"        TO WK-EXPECT-NAME.
            PERFORM P-020-CHECK-DATE.
      *ケース6.敬老の日(9/21)と秋分の日(9/23)に挟まれた9/22は
      *        国民の休日。
            MOVE "P-010-06"        TO CASE-ID.
            MOVE 20260922          TO WK-EXPECT-DATE.
            MOVE "国民の休日"      TO WK-EXPECT-NAME.
            PERFORM P-020-CHECK-DATE.
      *ケース7.秋分の日は近似式から9/23。
            MOVE "P-010-07"        TO CASE-ID.
            MOVE 20260923          TO WK-EXPECT-DATE.
            MOVE "秋分の日"        TO WK-EXPECT-NAME.
            PERFORM P-020-CHECK-DATE.
      *ケース8.スポーツの日は10月の第2月曜。
            MOVE "P-010-08"        TO CASE-ID.
            MOVE 20261012          TO WK-EXPECT-DATE.
            MOVE "スポーツの日"    TO WK-EXPECT-NAME.
            PERFORM P-020-CHECK-DATE.
      *ケース9.2027年の春分の日は3/21。
            MOVE 2027              TO HC-YEAR.
            CALL "HOLCALC" USING HC-PARM.
            MOVE "P-010-09"        TO CASE-ID.
            MOVE 20270321          TO WK-EXPECT-DATE.
            MOVE "春分の日"        TO WK-EXPECT-NAME.
            PERFORM P-020-CHECK-DATE.
      *ケース10.2027年は敬老の日9/20・秋分の日9/23で挟み込みなし。
            MOVE "P-010-10"        TO CASE-ID.
            MOVE 16                TO WK-EXPECT-COUNT.
            PERFORM P-030-CHECK-COUNT.
      *ケース11.2021年は範囲外として何も返さない。
            MOVE 2021              TO HC-YEAR.
            CALL "HOLCALC" USING HC-PARM.
            MOVE "P-010-11"        TO CASE-ID.
            IF HC-STATUS = "10" AND HC-COUNT = ZERO
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" HC-STATUS
                                     MOVE "10"
                                          TO WK-RESULT-EXPECTED
                                     MOVE HC-STATUS
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
            DISPLAY "TEST END   (QA-HOLG)".
            PERFORM 9895-PAUSE-IF-REQUESTED.
            PERFORM 9890-CLOSE-RESULT.
            GOBACK
            .
      *
      *    返された表からWK-EXPECT-DATEの行を探し、名称を確かめる。
       P-020-CHECK-DATE.
            SET WK-HIT             TO FALSE.
            MOVE "(NONE)"          TO WK-ACTUAL-NAME.
            PERFORM P-022-FIND-DATE
               VARYING IDX-HC FROM 1 BY 1
                  UNTIL IDX-HC > HC-COUNT OR WK-HIT.
            IF HC-STATUS = "00" AND WK-HIT
               AND WK-ACTUAL-NAME = WK-EXPECT-NAME
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:"
                                             WK-EXPECT-DATE
                                     MOVE WK-EXPECT-NAME
                                          TO WK-RESULT-EXPECTED
                                     MOVE WK-ACTUAL-NAME
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      *
       P-022-FIND-DATE.
            IF HC-DATE(IDX-HC) = WK-EXPECT-DATE
                SET WK-HIT         TO TRUE
                MOVE HC-NAME(IDX-HC)  TO WK-ACTUAL-NAME
            END-IF.
      *
       P-030-CHECK-COUNT.
            IF HC-STATUS = "00" AND HC-COUNT = WK-EXPECT-COUNT
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" HC-COUNT
                                     MOVE WK-EXPECT-COUNT
                                          TO WK-RESULT-EXPECTED
                                     MOVE HC-COUNT
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      ******************************************************************
       COPY RESPRC.
