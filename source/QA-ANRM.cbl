      ******************************************************************
      *    テストケース：QA-ANRM
      *    プログラム名：日本語化テスト （住所表記正規化）
      *    処理概要　　：住所表記正規化サブプログラムADRNORMをCALLし、
      *                  丁目・番地・番・号・ハイフンの書き分けと
      *                  漢数字・半角数字が同じ正規形になること、
      *                  直せない住所をステータスで返すことを確認
      *                  する。
      *  --------------------------------------------------------------
      *   テストケース:１ 中央１丁目２番３号→中央１－２－３
      *   テストケース:２ 中央一丁目二番三号→中央１－２－３
      *   テストケース:３ 中央1-2-3(半角)→中央１－２－３
      *   テストケース:４ 中央１番地２号と中央１番２号が同じ正規形
      *   テストケース:５ 六本木六丁目十番一号→六本木６－１０－１
      *                   (町名の漢数字は直さない)
      *   テストケース:６ 三田二十三番地→三田２３
      *   テストケース:７ 三百番地→ステータス14(推測しない)
      *   テストケース:８ 番号の無い住所(六本木)→ステータス12
      *   テストケース:９ 号の後の建物名は残す
      *   テストケース:10 本町１の２→本町１－２、一の宮の一は町名
      *   テストケース:11 ハイフン類(ー‐―)と全角空白の混在
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           QA-ANRM.
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
       01  WK-RESULT-FILE-NAME      PIC X(20)  VALUE "QA-ANRM.RES".
       COPY RESLOG.
      *
       01  AN-PARM.
           05  AN-INPUT                 PIC N(20).
           05  AN-INPUT-X  REDEFINES AN-INPUT
                                        PIC X(40).
           05  AN-OUTPUT                PIC N(20).
           05  AN-OUTPUT-X  REDEFINES AN-OUTPUT
                                        PIC X(40).
           05  AN-STATUS                PIC X(02).
      *
       01  WK-EXPECT-OUT      PIC X(40).
       01  WK-EXPECT-STATUS   PIC X(02).
       01  WK-FIRST-OUT       PIC X(40).
      ******************************************************************
       LINKAGE SECTION.
       COPY RUNCTX.
       PROCEDURE             DIVISION USING RUN-CONTEXT-AREA.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            PERFORM 9800-OPEN-RESULT.
            DISPLAY "TEST START (QA-ANRM)".
      *ケース1.全角数字と丁目・番・号。
            MOVE "P-010-01"        TO CASE-ID.
            MOVE "中央１丁目２番３号"        TO AN-INPUT-X.
            MOVE "中央１－２－３"            TO WK-EXPECT-OUT.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース2.漢数字の丁目・番・号。
            MOVE "P-010-02"        TO CASE-ID.
            MOVE "中央一丁目二番三号"        TO AN-INPUT-X.
            MOVE "中央１－２－３"            TO WK-EXPECT-OUT.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース3.半角数字とハイフン。
            MOVE "P-010-03"        TO CASE-ID.
            MOVE "中央1-2-3"                 TO AN-INPUT-X.
            MOVE "中央１－２－３"            TO WK-EXPECT-OUT.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース4.番地と番は同じ扱い。
            MOVE "P-010-04"        TO CASE-ID.
            MOVE "中央１番地２号"            TO AN-INPUT-X.
            CALL "ADRNORM" USING AN-PARM.
            MOVE AN-OUTPUT-X                 TO WK-FIRST-OUT.
            MOVE "中央１番２号"              TO AN-INPUT-X.
            MOVE WK-FIRST-OUT                TO WK-EXPECT-OUT.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース5.十を含む漢数字。町名の六本木は直さない。
            MOVE "P-010-05"        TO CASE-ID.
            MOVE "六本木六丁目十番一号"      TO AN-INPUT-X.
            MOVE "六本木６－１０－１"        TO WK-EXPECT-OUT.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース6.二十三番地。三田の三は町名。
            MOVE "P-010-06"        TO CASE-ID.
            MOVE "三田二十三番地"            TO AN-INPUT-X.
            MOVE "三田２３"                  TO WK-EXPECT-OUT.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース7.百を含む漢数字は直さず14。
            MOVE "P-010-07"        TO CASE-ID.
            MOVE "中央三百番地"              TO AN-INPUT-X.
            MOVE "14"               TO WK-EXPECT-STATUS.
            PERFORM P-030-EXPECT-STATUS.
      *ケース8.番号の無い住所は12。
            MOVE "P-010-08"        TO CASE-ID.
            MOVE "六本木"                    TO AN-INPUT-X.
            MOVE "12"               TO WK-EXPECT-STATUS.
            PERFORM P-030-EXPECT-STATUS.
      *ケース9.号の後の建物名はそのまま残す。
            MOVE "P-010-09"        TO CASE-ID.
            MOVE "中央１丁目２番３号ハイツ１０１"
                                    TO AN-INPUT-X.
            MOVE "中央１－２－３ハイツ１０１"
                                    TO WK-EXPECT-OUT.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース10.番号の間の「の」は区切り。町名の一の宮は直さない。
            MOVE "P-010-10"        TO CASE-ID.
            MOVE "一の宮本町１の２"          TO AN-INPUT-X.
            MOVE "一の宮本町１－２"          TO WK-EXPECT-OUT.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース11.ハイフン類と全角空白の混在。
            MOVE "P-010-11"        TO CASE-ID.
            MOVE "中央　１ー２‐３―"        TO AN-INPUT-X.
            MOVE "中央１－２－３"            TO WK-EXPECT-OUT.
            PERFORM P-020-NORM-AND-CHECK.
      *
            DISPLAY "TEST END   (QA-ANRM)".
            PERFORM 9895-PAUSE-IF-REQUESTED.
            PERFORM 9890-CLOSE-RESULT.
            GOBACK
            .
      *
       P-020-NORM-AND-CHECK.
            CALL "ADRNORM" USING AN-PARM.
            IF AN-STATUS = "00"
               AND AN-OUTPUT-X = WK-EXPECT-OUT
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" AN-STATUS
                                             " " AN-OUTPUT-X
                                     MOVE WK-EXPECT-OUT
                                          TO WK-RESULT-EXPECTED
                                     MOVE AN-OUTPUT-X
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      *
       P-030-EXPECT-STATUS.
            CALL "ADRNORM" USING AN-PARM.
            IF AN-STATUS = WK-EXPECT-STATUS
               AND AN-OUTPUT-X = AN-INPUT-X
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" AN-STATUS
                                     MOVE WK-EXPECT-STATUS
                                          TO WK-RESULT-EXPECTED
                                     MOVE AN-STATUS
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      ******************************************************************
       COPY RESPRC.
