      ******************************************************************
      *    テストケース：QA-KJVN
      *    プログラム名：日本語化テスト （異体字正規化）
      *    処理概要　　：異体字正規化サブプログラムKJNORMをCALLし、
      *                  よくある姓の異体字が標準形になること、
      *                  同じ字のIBM拡張・NEC選定IBM拡張の両コードが
      *                  同じ標準形になること、表に無い拡張文字が
      *                  ステータスで返ることを確認する。
      *  --------------------------------------------------------------
      *   テストケース:１ 髙橋→高橋(置換1文字)
      *   テストケース:２ 髙のNEC選定IBM拡張コード(EEE0)→高
      *   テストケース:３ 山﨑→山崎
      *   テストケース:４ 渡邊・渡邉→渡辺
      *   テストケース:５ 齋藤・齊藤・斉藤→斎藤
      *   テストケース:６ 異体字の無い氏名は変わらない(置換0文字)
      *   テストケース:７ 表に無い拡張文字(FA40)はステータス10で
      *                   素通し
      *   テストケース:８ ASCII・半角カナはそのまま
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           QA-KJVN.
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
       01  WK-RESULT-FILE-NAME      PIC X(20)  VALUE "QA-KJVN.RES".
       COPY RESLOG.
      *
       01  KJ-PARM.
           05  KJ-INPUT                 PIC X(40).
           05  KJ-OUTPUT                PIC X(40).
           05  KJ-MAPPED                PIC 9(02).
           05  KJ-STATUS                PIC X(02).
      *
       01  WK-EXPECT-OUT      PIC X(40).
       01  WK-EXPECT-MAPPED   PIC 9(02).
       01  WK-EXPECT-STATUS   PIC X(02).
      ******************************************************************
       LINKAGE SECTION.
       COPY RUNCTX.
       PROCEDURE             DIVISION USING RUN-CONTEXT-AREA.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            PERFORM 9800-OPEN-RESULT.
            DISPLAY "TEST START (QA-KJVN)".
            MOVE "00"               TO WK-EXPECT-STATUS.
      *ケース1.髙橋(IBM拡張FBFC)。
            MOVE "P-010-01"        TO CASE-ID.
            MOVE "髙橋"                      TO KJ-INPUT.
            MOVE "高橋"                      TO WK-EXPECT-OUT.
            MOVE 1                  TO WK-EXPECT-MAPPED.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース2.同じ髙のNEC選定IBM拡張コード。
            MOVE "P-010-02"        TO CASE-ID.
            MOVE X"EEE08BB4"        TO KJ-INPUT.
            MOVE "高橋"                      TO WK-EXPECT-OUT.
            MOVE 1                  TO WK-EXPECT-MAPPED.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース3.山﨑。
            MOVE "P-010-03"        TO CASE-ID.
            MOVE "山﨑"                      TO KJ-INPUT.
            MOVE "山崎"                      TO WK-EXPECT-OUT.
            MOVE 1                  TO WK-EXPECT-MAPPED.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース4.渡邊・渡邉。
            MOVE "P-010-04"        TO CASE-ID.
            MOVE "渡邊"                      TO KJ-INPUT.
            MOVE "渡辺"                      TO WK-EXPECT-OUT.
            MOVE 1                  TO WK-EXPECT-MAPPED.
            PERFORM P-020-NORM-AND-CHECK.
            MOVE "P-010-04B"       TO CASE-ID.
            MOVE "渡邉"                      TO KJ-INPUT.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース5.齋藤・齊藤・斉藤。
            MOVE "P-010-05"        TO CASE-ID.
            MOVE "齋藤"                      TO KJ-INPUT.
            MOVE "斎藤"                      TO WK-EXPECT-OUT.
            MOVE 1                  TO WK-EXPECT-MAPPED.
            PERFORM P-020-NORM-AND-CHECK.
            MOVE "P-010-05B"       TO CASE-ID.
            MOVE "齊藤"                      TO KJ-INPUT.
            PERFORM P-020-NORM-AND-CHECK.
            MOVE "P-010-05C"       TO CASE-ID.
            MOVE "斉藤"                      TO KJ-INPUT.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース6.異体字の無い氏名。
            MOVE "P-010-06"        TO CASE-ID.
            MOVE "佐藤太郎"                  TO KJ-INPUT.
            MOVE "佐藤太郎"                  TO WK-EXPECT-OUT.
            MOVE ZERO               TO WK-EXPECT-MAPPED.
            PERFORM P-020-NORM-AND-CHECK.
      *ケース7.表に無い拡張文字(IBM拡張の小文字ローマ数字)。
            MOVE "P-010-07"        TO CASE-ID.
            MOVE SPACES             TO KJ-INPUT.
            MOVE X"8D82FA40"        TO KJ-INPUT(1:4).
            MOVE KJ-INPUT           TO WK-EXPECT-OUT.
            MOVE ZERO               TO WK-EXPECT-MAPPED.
            MOVE "10"               TO WK-EXPECT-STATUS.
            PERFORM P-020-NORM-AND-CHECK.
            MOVE "00"               TO WK-EXPECT-STATUS.
      *ケース8.ASCII・半角カナ。
            MOVE "P-010-08"        TO CASE-ID.
            MOVE SPACES             TO KJ-INPUT.
            MOVE X"BBC4B320414243"  TO KJ-INPUT(1:7).
            MOVE KJ-INPUT           TO WK-EXPECT-OUT.
            MOVE ZERO               TO WK-EXPECT-MAPPED.
            PERFORM P-020-NORM-AND-CHECK.
      *
            DISPLAY "TEST END   (QA-KJVN)".
            PERFORM 9895-PAUSE-IF-REQUESTED.
            PERFORM 9890-CLOSE-RESULT.
            GOBACK
            .
      *
       P-020-NORM-AND-CHECK.
            CALL "KJNORM" USING KJ-PARM.
            IF KJ-STATUS = WK-EXPECT-STATUS
               AND KJ-OUTPUT = WK-EXPECT-OUT
               AND KJ-MAPPED = WK-EXPECT-MAPPED
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" KJ-STATUS
                                             " " KJ-MAPPED
                                     MOVE WK-EXPECT-OUT
                                          TO WK-RESULT-EXPECTED
                                     MOVE KJ-OUTPUT
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      ******************************************************************
       COPY RESPRC.
