      ******************************************************************
      *    テストケース：QA-ROMA
      *    プログラム名：日本語化テスト （ヘボン式ローマ字）
      *    処理概要　　：ヘボン式ローマ字変換サブプログラムROMAJIを
      *                  CALLし、間違えやすい拗音・促音・撥音・長音と
      *                  大文字/語頭大文字の指定、半角カナ・全角
      *                  カタカナ・ひらがなの入力を確認する。
      *  --------------------------------------------------------------
      *   テストケース:１ ｻﾄｳ ﾀﾛｳ→SATO TARO(長音を書かない)
      *   テストケース:２ 語頭大文字→Sato Taro
      *   テストケース:３ 拗音と長音 ｷｮｳｺ→KYOKO、ｼｮｳﾍｲ→SHOHEI
      *   テストケース:４ 促音 ｲｯﾍﾟｲ→IPPEI、ｲｯﾁｮｳ→ITCHO
      *   テストケース:５ 撥音 ﾅﾝﾊﾞ→NAMBA、ｼﾝﾍﾟｲ→SHIMPEI、
      *                   ｹﾝｲﾁ→KENICHI
      *   テストケース:６ ｲﾉｳｴ→INOUE(次が母音だけのカナなら長音に
      *                   しない)
      *   テストケース:７ 長音をOHと書く指定 ｵｵﾉ→OHNO、無指定→ONO
      *   テストケース:８ 全角カタカナの外来音 ジェシカ→JESHIKA、
      *                   ティファニー→TIFANI
      *   テストケース:９ ひらがな しゅんすけ→SHUNSUKE
      *   テストケース:10 ｼﾞｭﾝｲﾁﾛｳ→JUNICHIRO、ｴｲｺ→EIKO
      *   テストケース:11 カナでない文字はステータス10で飛ばす
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           QA-ROMA.
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
       01  WK-RESULT-FILE-NAME      PIC X(20)  VALUE "QA-ROMA.RES".
       COPY RESLOG.
      *
       01  RJ-PARM.
           05  RJ-CASE                  PIC X(01).
           05  RJ-LONG                  PIC X(01).
           05  RJ-INPUT                 PIC X(40).
           05  RJ-OUTPUT                PIC X(80).
           05  RJ-STATUS                PIC X(02).
      *
       01  WK-EXPECT-OUT      PIC X(80).
       01  WK-EXPECT-STATUS   PIC X(02).
      ******************************************************************
       LINKAGE SECTION.
       COPY RUNCTX.
       PROCEDURE             DIVISION USING RUN-CONTEXT-AREA.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            PERFORM 9800-OPEN-RESULT.
            DISPLAY "TEST START (QA-ROMA)".
            MOVE "U"                TO RJ-CASE.
            MOVE SPACE              TO RJ-LONG.
            MOVE "00"               TO WK-EXPECT-STATUS.
      *ケース1.姓名と長音。
            MOVE "P-010-01"        TO CASE-ID.
            MOVE "ｻﾄｳ ﾀﾛｳ"          TO RJ-INPUT.
            MOVE "SATO TARO"        TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
      *ケース2.語頭大文字。
            MOVE "P-010-02"        TO CASE-ID.
            MOVE "T"                TO RJ-CASE.
            MOVE "Sato Taro"        TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
            MOVE "U"                TO RJ-CASE.
      *ケース3.拗音と長音。
            MOVE "P-010-03"        TO CASE-ID.
            MOVE "ｷｮｳｺ"             TO RJ-INPUT.
            MOVE "KYOKO"            TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
            MOVE "P-010-03B"       TO CASE-ID.
            MOVE "ｼｮｳﾍｲ"            TO RJ-INPUT.
            MOVE "SHOHEI"           TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
      *ケース4.促音(チの前はT)。
            MOVE "P-010-04"        TO CASE-ID.
            MOVE "ｲｯﾍﾟｲ"            TO RJ-INPUT.
            MOVE "IPPEI"            TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
            MOVE "P-010-04B"       TO CASE-ID.
            MOVE "ｲｯﾁｮｳ"            TO RJ-INPUT.
            MOVE "ITCHO"            TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
      *ケース5.撥音(B・M・Pの前はM)。
            MOVE "P-010-05"        TO CASE-ID.
            MOVE "ﾅﾝﾊﾞ"             TO RJ-INPUT.
            MOVE "NAMBA"            TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
            MOVE "P-010-05B"       TO CASE-ID.
            MOVE "ｼﾝﾍﾟｲ"            TO RJ-INPUT.
            MOVE "SHIMPEI"          TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
            MOVE "P-010-05C"       TO CASE-ID.
            MOVE "ｹﾝｲﾁ"             TO RJ-INPUT.
            MOVE "KENICHI"          TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
      *ケース6.ウの次が母音だけのカナなら長音にしない。
            MOVE "P-010-06"        TO CASE-ID.
            MOVE "ｲﾉｳｴ"             TO RJ-INPUT.
            MOVE "INOUE"            TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
      *ケース7.オの長音をOHと書く指定。
            MOVE "P-010-07"        TO CASE-ID.
            MOVE "ｵｵﾉ"              TO RJ-INPUT.
            MOVE "ONO"              TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
            MOVE "P-010-07B"       TO CASE-ID.
            MOVE "H"                TO RJ-LONG.
            MOVE "OHNO"             TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
            MOVE SPACE              TO RJ-LONG.
      *ケース8.全角カタカナの外来音と長音符。
            MOVE "P-010-08"        TO CASE-ID.
            MOVE "ジェシカ"                  TO RJ-INPUT.
            MOVE "JESHIKA"          TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
            MOVE "P-010-08B"       TO CASE-ID.
            MOVE "ティファニー"              TO RJ-INPUT.
            MOVE "TIFANI"           TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
      *ケース9.ひらがな。
            MOVE "P-010-09"        TO CASE-ID.
            MOVE "しゅんすけ"                TO RJ-INPUT.
            MOVE "SHUNSUKE"         TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
      *ケース10.ジュ・ロウとエイ。
            MOVE "P-010-10"        TO CASE-ID.
            MOVE "ｼﾞｭﾝｲﾁﾛｳ"         TO RJ-INPUT.
            MOVE "JUNICHIRO"        TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
            MOVE "P-010-10B"       TO CASE-ID.
            MOVE "ｴｲｺ"              TO RJ-INPUT.
            MOVE "EIKO"             TO WK-EXPECT-OUT.
            PERFORM P-020-CONVERT-AND-CHECK.
      *ケース11.カナでない文字(漢字)は飛ばしてステータス10。
            MOVE "P-010-11"        TO CASE-ID.
            MOVE "ｻﾄｳ佐藤"          TO RJ-INPUT.
            MOVE "SATO"             TO WK-EXPECT-OUT.
            MOVE "10"               TO WK-EXPECT-STATUS.
            PERFORM P-020-CONVERT-AND-CHECK.
      *
            DISPLAY "TEST END   (QA-ROMA)".
            PERFORM 9895-PAUSE-IF-REQUESTED.
            PERFORM 9890-CLOSE-RESULT.
            GOBACK
            .
      *
       P-020-CONVERT-AND-CHECK.
            CALL "ROMAJI" USING RJ-PARM.
            IF RJ-STATUS = WK-EXPECT-STATUS
               AND RJ-OUTPUT = WK-EXPECT-OUT
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" RJ-STATUS
                                             " " RJ-OUTPUT
                                     MOVE WK-EXPECT-OUT
                                          TO WK-RESULT-EXPECTED
                                     MOVE RJ-OUTPUT
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      ******************************************************************
       COPY RESPRC.
