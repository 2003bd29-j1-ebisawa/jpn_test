      ******************************************************************
      *    テストケース：QA-CBAR
      *    プログラム名：日本語化テスト （カスタマバーコード）
      *    処理概要　　：カスタマバーコード生成サブプログラム
      *                  CUSTBARをCALLし、住所表示番号の抜き出し・
      *                  英字の制御コード化・CC4の埋め・チェック
      *                  デジットと、抜き出せない住所をステータスで
      *                  返すことを確認する。
      *  --------------------------------------------------------------
      *   テストケース:１ 算用数字とハイフン→3-30-8、チェック4
      *   テストケース:２ 漢数字の丁目(中央一丁目)→1
      *   テストケース:３ 二十三番地Ａ棟→23-A(英字はCC1+0)、町名の
      *                   三田の三は番号にしない
      *   テストケース:４ 番号の無い住所(六本木)→ステータス12
      *   テストケース:５ 百を含む漢数字→ステータス14(推測しない)
      *   テストケース:６ 郵便番号が7桁でない→ステータス10
      *   テストケース:７ 2文字以上続く英字(ＢＬＤＧ)は採らない
      *   テストケース:８ 20桁を超える分の切り捨てと英字Ｚ(CC3+5)
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           QA-CBAR.
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
       01  WK-RESULT-FILE-NAME      PIC X(20)  VALUE "QA-CBAR.RES".
       COPY RESLOG.
      *
       01  CB-PARM.
           05  CB-POSTAL                PIC X(07).
           05  CB-ADDRESS               PIC N(20).
           05  CB-ADDR-NO               PIC X(20).
           05  CB-CODE                  PIC X(21).
           05  CB-STATUS                PIC X(02).
      *
       01  WK-EXPECT-NO       PIC X(20).
       01  WK-EXPECT-CODE     PIC X(21).
       01  WK-EXPECT-STATUS   PIC X(02).
      ******************************************************************
       LINKAGE SECTION.
       COPY RUNCTX.
       PROCEDURE             DIVISION USING RUN-CONTEXT-AREA.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            PERFORM 9800-OPEN-RESULT.
            DISPLAY "TEST START (QA-CBAR)".
      *ケース1.算用数字とハイフン。8桁目以降に3-30-8、残りCC4、
      *        チェックデジットは合計148→4。
            MOVE "P-010-01"        TO CASE-ID.
            MOVE "2630023"          TO CB-POSTAL.
            MOVE "千葉市稲毛区緑町３丁目３０－８"
                                    TO CB-ADDRESS.
            MOVE "3-30-8"           TO WK-EXPECT-NO.
            MOVE "26300233-30-8DDDDDDD4"  TO WK-EXPECT-CODE.
            PERFORM P-020-BUILD-AND-CHECK.
      *ケース2.漢数字の丁目(TDGENの生成形)。
            MOVE "P-010-02"        TO CASE-ID.
            MOVE "1000001"          TO CB-POSTAL.
            MOVE "東京都中央一丁目"          TO CB-ADDRESS.
            MOVE "1"                TO WK-EXPECT-NO.
            MOVE "10000011DDDDDDDDDDDD0"  TO WK-EXPECT-CODE.
            PERFORM P-020-BUILD-AND-CHECK.
      *ケース3.二十三番地Ａ棟。三田の三は町名なので番号にしない。
            MOVE "P-010-03"        TO CASE-ID.
            MOVE "1000001"          TO CB-POSTAL.
            MOVE "東京都三田二十三番地Ａ棟"  TO CB-ADDRESS.
            MOVE "23-A"             TO WK-EXPECT-NO.
            MOVE "100000123-A0DDDDDDDDB"  TO WK-EXPECT-CODE.
            PERFORM P-020-BUILD-AND-CHECK.
      *ケース4.番号の無い住所は推測せず12。
            MOVE "P-010-04"        TO CASE-ID.
            MOVE "1000001"          TO CB-POSTAL.
            MOVE "東京都港区六本木"          TO CB-ADDRESS.
            MOVE "12"               TO WK-EXPECT-STATUS.
            PERFORM P-030-EXPECT-STATUS.
      *ケース5.百を含む漢数字は直さず14。
            MOVE "P-010-05"        TO CASE-ID.
            MOVE "5300001"          TO CB-POSTAL.
            MOVE "大阪府中央三百番地"        TO CB-ADDRESS.
            MOVE "14"               TO WK-EXPECT-STATUS.
            PERFORM P-030-EXPECT-STATUS.
      *ケース6.郵便番号が7桁の数字でない。
            MOVE "P-010-06"        TO CASE-ID.
            MOVE "12345"            TO CB-POSTAL.
            MOVE "東京都中央１"              TO CB-ADDRESS.
            MOVE "10"               TO WK-EXPECT-STATUS.
            PERFORM P-030-EXPECT-STATUS.
      *ケース7.ＢＬＤＧのように続く英字は採らない。
            MOVE "P-010-07"        TO CASE-ID.
            MOVE "1000001"          TO CB-POSTAL.
            MOVE "東京都ＢＬＤＧ１２"        TO CB-ADDRESS.
            MOVE "12"               TO WK-EXPECT-NO.
            MOVE "100000112DDDDDDDDDDDB"  TO WK-EXPECT-CODE.
            PERFORM P-020-BUILD-AND-CHECK.
      *ケース8.20桁を超える分は切り捨て。ＺはCC3+5。
            MOVE "P-010-08"        TO CASE-ID.
            MOVE "1000001"          TO CB-POSTAL.
            MOVE "中央１０１－２３４５６７８９Ｚ"
                                    TO CB-ADDRESS.
            MOVE "101-23456789Z"    TO WK-EXPECT-NO.
            MOVE "1000001101-23456789C5"  TO WK-EXPECT-CODE.
            PERFORM P-020-BUILD-AND-CHECK.
      *
            DISPLAY "TEST END   (QA-CBAR)".
            PERFORM 9895-PAUSE-IF-REQUESTED.
            PERFORM 9890-CLOSE-RESULT.
            GOBACK
            .
      *
       P-020-BUILD-AND-CHECK.
            CALL "CUSTBAR" USING CB-PARM.
            IF CB-STATUS = "00"
               AND CB-ADDR-NO = WK-EXPECT-NO
               AND CB-CODE = WK-EXPECT-CODE
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" CB-STATUS
                                             " " CB-CODE
                                     MOVE WK-EXPECT-CODE
                                          TO WK-RESULT-EXPECTED
                                     MOVE CB-CODE
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      *
       P-030-EXPECT-STATUS.
            CALL "CUSTBAR" USING CB-PARM.
            IF CB-STATUS = WK-EXPECT-STATUS
                                     DISPLAY CASE-ID "OK"
                                     PERFORM 9810-LOG-OK
               ELSE                  DISPLAY CASE-ID "NG:" CB-STATUS
                                     MOVE WK-EXPECT-STATUS
                                          TO WK-RESULT-EXPECTED
                                     MOVE CB-STATUS
                                          TO WK-RESULT-ACTUAL
                                     MOVE "DATA"
                                          TO WK-RESULT-REASON
                                     PERFORM 9820-LOG-NG
            END-IF.
      ******************************************************************
       COPY RESPRC.
