      ******************************************************************
      *    テストケース：QA-RTRIP
      *    プログラム名：日本語化テスト （変換部品の往復性質）
      *    処理概要　　：共通の変換サブプログラムへ、規則で生成した
      *                  数千件の入力を流し、行って戻ると元に戻る
      *                  (往復する)ことを1件ずつ確かめる。QA-KAMT・
      *                  QA-WRK・QA-KANA・QA-ZENの手選びの値では
      *                  拾えない桁・日付・文字の組合せを網羅する。
      *                  入力は毎回同じ規則で作るので、結果は実行
      *                  のたびに同じになる。
      *  --------------------------------------------------------------
      *   テストケース:１ KANJIAMT F→P。0・最大額と、1〜11桁の
      *                   全ての「0を置く位置」の組合せ(2047通り、
      *                   0でない桁は位置と組合せ番号から1〜9を
      *                   決める)で、元の金額に戻る。
      *   テストケース:２ WAREKI W→S。5つの改元日それぞれの前後
      *                   1年の毎日で元の日付に戻り、元号は改元日
      *                   ちょうどで切り替わる。明治の開始前は
      *                   ステータス10(範囲外)になる。
      *   テストケース:３ KANANRM F→H→F。半角X"A1"〜X"DF"の各1
      *                   文字、その後ろに濁点・半濁点を付けた形、
      *                   2文字の全ての並びで、全角にして半角へ
      *                   戻すと元に戻り、もう一度全角にすると最初
      *                   の全角と一致する。表に無い文字を含む入力
      *                   (ステータス10)は対象外として数えるだけ。
      *   テストケース:４ ZENNUM。ケース1と同じ金額を全角数字へ組み、
      *                   そのまま・全角マイナス付き・全角小数点を
      *                   1〜4桁目に置いた形で、半角で書いた同じ数
      *                   の値と一致する。
      *   合格した性質はP-100-KAMT・P-400-WRK・P-500-KANA・
      *   P-600-ZENの1件ずつのOKになる。失敗した入力は入力そのもの
      *   をCASE-IDにしたNG(例 "KAMT 00000010002"・"WRK 19890107"・
      *   "KANA B6DE"(HEX)・"ZEN -1203.5")として1件ずつ記録し、
      *   性質ごとに100件を超えた分は「-MORE」の1件へ件数で纏める。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           QA-RTRIP.
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
       01  CASE-ID            PIC X(30).
       01  WK-RESULT-FILE-NAME      PIC X(20)  VALUE "QA-RTRIP.RES".
       COPY RESLOG.
      *
       01  KJ-PARM.
           05  KJ-FUNCTION              PIC X(01).
           05  KJ-AMOUNT                PIC 9(11).
           05  KJ-TEXT                  PIC N(24).
           05  KJ-STATUS                PIC X(02).
      *
       01  WR-PARM.
           05  WR-FUNCTION              PIC X(01).
           05  WR-SEIREKI               PIC 9(08).
           05  WR-ERA-CODE              PIC X(01).
           05  WR-ERA-NAME              PIC N(02).
           05  WR-WAREKI-YY             PIC 9(02).
           05  WR-WAREKI-MMDD           PIC 9(04).
           05  WR-STATUS                PIC X(02).
      *
       01  KN-PARM.
           05  KN-DIRECTION             PIC X(01).
           05  KN-INPUT                 PIC X(40).
           05  KN-OUTPUT                PIC X(80).
           05  KN-STATUS                PIC X(02).
      *
       01  ZN-PARM.
           05  ZN-INPUT                 PIC X(36).
           05  ZN-OUTPUT                PIC S9(13)V9(04).
           05  ZN-STATUS                PIC X(02).
      *
      *    性質ごとの件数。NGは先頭の100件だけを1件ずつ記録する。
       01  WK-PROP-SW         PIC X(01)  VALUE SPACE.
           88  WK-PROP-KAMT              VALUE "K".
           88  WK-PROP-ZEN               VALUE "Z".
       01  WK-PROP-ID         PIC X(30).
       01  WK-TRY-CT          PIC 9(07)  COMP.
       01  WK-FAIL-CT         PIC 9(07)  COMP.
       01  WK-SKIP-CT         PIC 9(07)  COMP.
       01  WK-NG-MAX          PIC 9(07)  COMP  VALUE 100.
       01  WK-CT-EDIT         PIC Z(06)9.
      *
      *    金額の生成。WK-AMTの右詰めWK-LEN桁を使い、先頭桁は常に
      *    0以外、2桁目以降はWK-MASKのビットが立つ位置を0にする。
       01  WK-AMT             PIC 9(11).
       01  WK-AMT-R  REDEFINES WK-AMT.
           05  WK-AMT-D       PIC 9(01)  OCCURS 11 TIMES.
       01  WK-LEN             PIC 9(02)  COMP.
       01  WK-MASK            PIC 9(05)  COMP.
       01  WK-MASK-LIMIT      PIC 9(05)  COMP.
       01  WK-BITS            PIC 9(05)  COMP.
       01  WK-BIT             PIC 9(01)  COMP.
       01  WK-POS             PIC 9(02)  COMP.
       01  WK-IX              PIC 9(02)  COMP.
       01  WK-NZ              PIC 9(05)  COMP.
       01  WK-Q               PIC 9(05)  COMP.
       01  WK-R               PIC 9(05)  COMP.
      *
      *    改元日の表(開始日+その元号+直前の元号)。明治の前は空白。
       01  WK-ERA-BOUND-DEF.
           05  FILLER   PIC X(10)  VALUE "18680908M ".
           05  FILLER   PIC X(10)  VALUE "19120730TM".
           05  FILLER   PIC X(10)  VALUE "19261225ST".
           05  FILLER   PIC X(10)  VALUE "19890108HS".
           05  FILLER   PIC X(10)  VALUE "20190501RH".
       01  WK-ERA-BOUND-TAB  REDEFINES WK-ERA-BOUND-DEF.
           05  WK-EB          OCCURS 5 TIMES.
               10  WK-EB-START        PIC 9(08).
               10  WK-EB-NEW          PIC X(01).
               10  WK-EB-OLD          PIC X(01).
       01  WK-EB-I            PIC 9(02)  COMP.
       01  WK-EXP-ERA         PIC X(01).
       01  WK-DAY             PIC 9(08).
       01  WK-DAY-R  REDEFINES WK-DAY.
           05  WK-DAY-YYYY    PIC 9(04).
           05  WK-DAY-MM      PIC 9(02).
           05  WK-DAY-DD      PIC 9(02).
       01  WK-DAY-END         PIC 9(08).
       01  WK-MLEN-DEF        PIC X(24)
                              VALUE "312831303130313130313031".
       01  WK-MLEN-TAB  REDEFINES WK-MLEN-DEF.
           05  WK-MLEN        PIC 9(02)  OCCURS 12 TIMES.
       01  WK-MONTH-LEN       PIC 9(02).
       01  WK-LEAP-SW         PIC X(01)  VALUE "N".
           88  WK-LEAP                   VALUE "Y"  FALSE "N".
      *
      *    半角カナ領域X"A1"〜X"DF"の63バイト(並び順=コード順)。
       01  WK-HALF-KANA-DEF.
           05  FILLER   PIC X(16)
                        VALUE X"A1A2A3A4A5A6A7A8A9AAABACADAEAFB0".
           05  FILLER   PIC X(16)
                        VALUE X"B1B2B3B4B5B6B7B8B9BABBBCBDBEBFC0".
           05  FILLER   PIC X(16)
                        VALUE X"C1C2C3C4C5C6C7C8C9CACBCCCDCECFD0".
           05  FILLER   PIC X(15)
                        VALUE X"D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
       01  WK-HALF-KANA-TAB  REDEFINES WK-HALF-KANA-DEF.
           05  WK-HK          PIC X(01)  OCCURS 63 TIMES.
       01  WK-KI              PIC 9(02)  COMP.
       01  WK-KJ              PIC 9(02)  COMP.
       01  WK-KIN             PIC X(40).
       01  WK-KLEN            PIC 9(02)  COMP.
       01  WK-KFULL           PIC X(80).
       01  WK-KBACK           PIC X(40).
      *
      *    全角数字０〜９(並び順=数値)と半角で書いた同じ数。
       01  WK-ZDIGITS-DEF.
           05  FILLER   PIC X(10)  VALUE X"824F8250825182528253".
           05  FILLER   PIC X(10)  VALUE X"82548255825682578258".
       01  WK-ZDIGITS  REDEFINES WK-ZDIGITS-DEF  PIC X(20).
       01  WK-HDIGITS         PIC X(10)  VALUE "0123456789".
       01  WK-ZMINUS          PIC X(02)  VALUE X"817C".
       01  WK-ZPOINT          PIC X(02)  VALUE X"8144".
       01  WK-MINUS-SW        PIC X(01)  VALUE "N".
           88  WK-MINUS                  VALUE "Y"  FALSE "N".
       01  WK-POINT-K         PIC 9(01)  COMP.
       01  WK-SCALE-DEF       PIC X(25)
                              VALUE "0000100010001000100010000".
       01  WK-SCALE-TAB  REDEFINES WK-SCALE-DEF.
           05  WK-SCALE       PIC 9(05)  OCCURS 5 TIMES.
       01  WK-ZIN             PIC X(36).
       01  WK-HIN             PIC X(20).
       01  WK-ZP              PIC 9(02)  COMP.
       01  WK-HP              PIC 9(02)  COMP.
       01  WK-D               PIC 9(01).
       01  WK-ZEXP            PIC S9(13)V9(04).
       01  WK-ZEDIT           PIC -(13)9.9(04).
      *
      *    バイト列のHEX表記(CASE-IDと期待値・実測値の欄に使う)。
       01  WK-HEX-CHARS       PIC X(16)  VALUE "0123456789ABCDEF".
       01  WK-HEX-SRC         PIC X(08).
       01  WK-HEX-LEN         PIC 9(02)  COMP.
       01  WK-HEX-OUT         PIC X(16).
       01  WK-HEX-I           PIC 9(02)  COMP.
       01  WK-HEX-NUM         PIC 9(03)  COMP.
       01  WK-HEX-HI          PIC 9(03)  COMP.
       01  WK-HEX-LO          PIC 9(03)  COMP.
       01  WK-KIN-HEX         PIC X(16).
      ******************************************************************
       LINKAGE SECTION.
       COPY RUNCTX.
       PROCEDURE             DIVISION USING RUN-CONTEXT-AREA.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            PERFORM 9800-OPEN-RESULT.
            DISPLAY "TEST START (QA-RTRIP)".
      *ケース1.漢数字金額の往復。
            PERFORM P-100-KAMT.
      *ケース2.和暦の往復と改元日の切り替わり。
            PERFORM P-400-WRK.
      *ケース3.カナ幅正規化の往復。
            PERFORM P-500-KANA.
      *ケース4.全角数字と半角の同じ数の一致。
            PERFORM P-600-ZEN.
      *
            DISPLAY "TEST END   (QA-RTRIP)".
            PERFORM 9895-PAUSE-IF-REQUESTED.
            PERFORM 9890-CLOSE-RESULT.
            GOBACK
            .
      *
      ******************************************************************
      *    KANJIAMT: F(数値→漢数字)の結果をP(漢数字→数値)へ戻す。
      ******************************************************************
       P-100-KAMT.
            MOVE "P-100-KAMT"       TO WK-PROP-ID.
            PERFORM P-800-BEGIN-PROP.
            SET WK-PROP-KAMT        TO TRUE.
            PERFORM P-200-AMOUNTS.
            PERFORM P-810-END-PROP.
      *
      *    金額の生成(KANJIAMTとZENNUMで共通)。0と最大額、それに
      *    桁数ごとの0の位置の全組合せ。
       P-200-AMOUNTS.
            MOVE 1                  TO WK-LEN.
            MOVE ZERO               TO WK-AMT.
            PERFORM P-240-AMOUNT-CHECK.
            MOVE 11                 TO WK-LEN.
            MOVE 99999999999        TO WK-AMT.
            PERFORM P-240-AMOUNT-CHECK.
            MOVE 1                  TO WK-MASK-LIMIT.
            PERFORM P-210-AMOUNT-LEN
                    VARYING WK-LEN FROM 1 BY 1 UNTIL WK-LEN > 11.
      *
      *    2桁目以降の各桁に0を置くか置かないかで、組合せは
      *    桁数が1増えるごとに倍になる。
       P-210-AMOUNT-LEN.
            PERFORM P-220-AMOUNT-MASK
                    VARYING WK-MASK FROM 0 BY 1
                    UNTIL WK-MASK >= WK-MASK-LIMIT.
            COMPUTE WK-MASK-LIMIT = WK-MASK-LIMIT * 2.
      *
       P-220-AMOUNT-MASK.
            MOVE ZERO               TO WK-AMT.
            MOVE WK-MASK            TO WK-BITS.
            PERFORM P-230-SET-DIGIT
                    VARYING WK-POS FROM 1 BY 1 UNTIL WK-POS > WK-LEN.
            PERFORM P-240-AMOUNT-CHECK.
      *
      *    先頭から WK-POS 桁目。0でない桁の値は(位置+桁数+組合せ
      *    番号)を9で割った余り+1で、組合せごとに1〜9が巡る。
       P-230-SET-DIGIT.
            COMPUTE WK-IX = 11 - WK-LEN + WK-POS.
            MOVE ZERO               TO WK-BIT.
            IF WK-POS > 1
                DIVIDE WK-BITS BY 2 GIVING WK-BITS REMAINDER WK-BIT
            END-IF.
            IF WK-BIT = ZERO
                COMPUTE WK-NZ = WK-POS + WK-LEN + WK-MASK
                DIVIDE WK-NZ BY 9 GIVING WK-Q REMAINDER WK-R
                ADD 1               TO WK-R
                MOVE WK-R           TO WK-AMT-D(WK-IX)
            END-IF.
      *
       P-240-AMOUNT-CHECK.
            IF WK-PROP-KAMT
                PERFORM P-300-KAMT-ONE THRU P-300-EXIT
            ELSE
                PERFORM P-610-ZEN-AMOUNT
            END-IF.
      *
       P-300-KAMT-ONE.
            ADD 1                   TO WK-TRY-CT.
            MOVE "F"                TO KJ-FUNCTION.
            MOVE WK-AMT             TO KJ-AMOUNT.
            CALL "KANJIAMT" USING KJ-PARM.
            IF KJ-STATUS NOT = "00"
                MOVE WK-AMT         TO WK-RESULT-EXPECTED
                STRING "F ST=" KJ-STATUS DELIMITED BY SIZE
                                  INTO WK-RESULT-ACTUAL
                GO TO P-300-FAIL
            END-IF.
            MOVE "P"                TO KJ-FUNCTION.
            MOVE ZERO               TO KJ-AMOUNT.
            CALL "KANJIAMT" USING KJ-PARM.
            IF KJ-STATUS = "00" AND KJ-AMOUNT = WK-AMT
                GO TO P-300-EXIT
            END-IF.
            MOVE WK-AMT             TO WK-RESULT-EXPECTED.
            STRING "P=" KJ-AMOUNT " ST=" KJ-STATUS DELIMITED BY SIZE
                                  INTO WK-RESULT-ACTUAL.
       P-300-FAIL.
            MOVE SPACES             TO CASE-ID.
            STRING "KAMT " WK-AMT DELIMITED BY SIZE INTO CASE-ID.
            PERFORM P-900-FAIL THRU P-900-EXIT.
       P-300-EXIT.
            EXIT.
      *
      ******************************************************************
      *    WAREKI: 改元日の前後1年の毎日をW(西暦→和暦)してS(和暦→
      *    西暦)で戻す。元号は改元日の前日まで旧、当日から新。
      ******************************************************************
       P-400-WRK.
            MOVE "P-400-WRK"        TO WK-PROP-ID.
            PERFORM P-800-BEGIN-PROP.
            PERFORM P-410-WRK-BOUND
                    VARYING WK-EB-I FROM 1 BY 1 UNTIL WK-EB-I > 5.
            PERFORM P-810-END-PROP.
      *
       P-410-WRK-BOUND.
            COMPUTE WK-DAY     = WK-EB-START(WK-EB-I) - 10000.
            COMPUTE WK-DAY-END = WK-EB-START(WK-EB-I) + 10000.
            PERFORM P-420-WRK-DAY UNTIL WK-DAY > WK-DAY-END.
      *
       P-420-WRK-DAY.
            PERFORM P-430-WRK-ONE THRU P-430-EXIT.
            PERFORM P-440-NEXT-DAY.
      *
       P-430-WRK-ONE.
            ADD 1                   TO WK-TRY-CT.
            IF WK-DAY < WK-EB-START(WK-EB-I)
                MOVE WK-EB-OLD(WK-EB-I) TO WK-EXP-ERA
            ELSE
                MOVE WK-EB-NEW(WK-EB-I) TO WK-EXP-ERA
            END-IF.
            MOVE "W"                TO WR-FUNCTION.
            MOVE WK-DAY             TO WR-SEIREKI.
            MOVE SPACE              TO WR-ERA-CODE.
            CALL "WAREKI" USING WR-PARM.
      *    明治の開始前は範囲外(ステータス10)が正しい結果。
            IF WK-EXP-ERA = SPACE
                IF WR-STATUS = "10"
                    GO TO P-430-EXIT
                END-IF
                MOVE "W ST=10"      TO WK-RESULT-EXPECTED
                STRING "W ST=" WR-STATUS " ERA=" WR-ERA-CODE
                       DELIMITED BY SIZE INTO WK-RESULT-ACTUAL
                GO TO P-430-FAIL
            END-IF.
            IF WR-STATUS NOT = "00" OR WR-ERA-CODE NOT = WK-EXP-ERA
                STRING "W ST=00 ERA=" WK-EXP-ERA
                       DELIMITED BY SIZE INTO WK-RESULT-EXPECTED
                STRING "W ST=" WR-STATUS " ERA=" WR-ERA-CODE
                       DELIMITED BY SIZE INTO WK-RESULT-ACTUAL
                GO TO P-430-FAIL
            END-IF.
            MOVE "S"                TO WR-FUNCTION.
            MOVE ZERO               TO WR-SEIREKI.
            CALL "WAREKI" USING WR-PARM.
            IF WR-STATUS = "00" AND WR-SEIREKI = WK-DAY
                GO TO P-430-EXIT
            END-IF.
            STRING "S=" WK-DAY " ST=00"
                   DELIMITED BY SIZE INTO WK-RESULT-EXPECTED.
            STRING "S=" WR-SEIREKI " ST=" WR-STATUS " "
                   WR-ERA-CODE WR-WAREKI-YY WR-WAREKI-MMDD
                   DELIMITED BY SIZE INTO WK-RESULT-ACTUAL.
       P-430-FAIL.
            MOVE SPACES             TO CASE-ID.
            STRING "WRK " WK-DAY DELIMITED BY SIZE INTO CASE-ID.
            PERFORM P-900-FAIL THRU P-900-EXIT.
       P-430-EXIT.
            EXIT.
      *
      *    翌日。2月だけ閏年を見る。
       P-440-NEXT-DAY.
            MOVE WK-MLEN(WK-DAY-MM) TO WK-MONTH-LEN.
            IF WK-DAY-MM = 2
                PERFORM P-450-CHECK-LEAP
                IF WK-LEAP
                    MOVE 29         TO WK-MONTH-LEN
                END-IF
            END-IF.
            IF WK-DAY-DD < WK-MONTH-LEN
                ADD 1               TO WK-DAY-DD
            ELSE
                MOVE 1              TO WK-DAY-DD
                IF WK-DAY-MM < 12
                    ADD 1           TO WK-DAY-MM
                ELSE
                    MOVE 1          TO WK-DAY-MM
                    ADD 1           TO WK-DAY-YYYY
                END-IF
            END-IF.
      *
       P-450-CHECK-LEAP.
            SET WK-LEAP             TO FALSE.
            DIVIDE WK-DAY-YYYY BY 4 GIVING WK-Q REMAINDER WK-R.
            IF WK-R = ZERO
                SET WK-LEAP         TO TRUE
                DIVIDE WK-DAY-YYYY BY 100 GIVING WK-Q REMAINDER WK-R
                IF WK-R = ZERO
                    DIVIDE WK-DAY-YYYY BY 400
                           GIVING WK-Q REMAINDER WK-R
                    IF WK-R NOT = ZERO
                        SET WK-LEAP TO FALSE
                    END-IF
                END-IF
            END-IF.
      *
      ******************************************************************
      *    KANANRM: 半角をF(半角→全角)してH(全角→半角)で戻し、
      *    戻した半角をもう一度Fして最初の全角と比べる。
      ******************************************************************
       P-500-KANA.
            MOVE "P-500-KANA"       TO WK-PROP-ID.
            PERFORM P-800-BEGIN-PROP.
            PERFORM P-510-KANA-SINGLE
                    VARYING WK-KI FROM 1 BY 1 UNTIL WK-KI > 63.
            PERFORM P-520-KANA-PAIR-ROW
                    VARYING WK-KI FROM 1 BY 1 UNTIL WK-KI > 63.
            PERFORM P-810-END-PROP.
      *
      *    1文字、1文字+濁点、1文字+半濁点。
       P-510-KANA-SINGLE.
            MOVE SPACES             TO WK-KIN.
            MOVE WK-HK(WK-KI)       TO WK-KIN(1:1).
            MOVE 1                  TO WK-KLEN.
            PERFORM P-540-KANA-ONE THRU P-540-EXIT.
            MOVE X"DE"              TO WK-KIN(2:1).
            MOVE 2                  TO WK-KLEN.
            PERFORM P-540-KANA-ONE THRU P-540-EXIT.
            MOVE X"DF"              TO WK-KIN(2:1).
            PERFORM P-540-KANA-ONE THRU P-540-EXIT.
      *
       P-520-KANA-PAIR-ROW.
            PERFORM P-530-KANA-PAIR
                    VARYING WK-KJ FROM 1 BY 1 UNTIL WK-KJ > 63.
      *
       P-530-KANA-PAIR.
            MOVE SPACES             TO WK-KIN.
            MOVE WK-HK(WK-KI)       TO WK-KIN(1:1).
            MOVE WK-HK(WK-KJ)       TO WK-KIN(2:1).
            MOVE 2                  TO WK-KLEN.
            PERFORM P-540-KANA-ONE THRU P-540-EXIT.
      *
      *    WK-KINの先頭WK-KLENバイトが入力。
       P-540-KANA-ONE.
            ADD 1                   TO WK-TRY-CT.
            MOVE WK-KIN             TO WK-HEX-SRC.
            MOVE WK-KLEN            TO WK-HEX-LEN.
            PERFORM P-950-HEX.
            MOVE WK-HEX-OUT         TO WK-KIN-HEX.
            MOVE "F"                TO KN-DIRECTION.
            MOVE WK-KIN             TO KN-INPUT.
            CALL "KANANRM" USING KN-PARM.
            IF KN-STATUS NOT = "00"
                ADD 1               TO WK-SKIP-CT
                GO TO P-540-EXIT
            END-IF.
            MOVE KN-OUTPUT          TO WK-KFULL.
            MOVE "H"                TO KN-DIRECTION.
            MOVE WK-KFULL(1:40)     TO KN-INPUT.
            CALL "KANANRM" USING KN-PARM.
            IF KN-STATUS NOT = "00" OR KN-OUTPUT(1:40) NOT = WK-KIN
                MOVE WK-KIN-HEX     TO WK-RESULT-EXPECTED
                MOVE KN-OUTPUT(1:8) TO WK-HEX-SRC
                MOVE 8              TO WK-HEX-LEN
                PERFORM P-950-HEX
                STRING "H=" WK-HEX-OUT " ST=" KN-STATUS
                       DELIMITED BY SIZE INTO WK-RESULT-ACTUAL
                GO TO P-540-FAIL
            END-IF.
            MOVE KN-OUTPUT(1:40)    TO WK-KBACK.
            MOVE "F"                TO KN-DIRECTION.
            MOVE WK-KBACK           TO KN-INPUT.
            CALL "KANANRM" USING KN-PARM.
            IF KN-STATUS = "00" AND KN-OUTPUT = WK-KFULL
                GO TO P-540-EXIT
            END-IF.
            MOVE WK-KFULL(1:8)      TO WK-HEX-SRC.
            MOVE 8                  TO WK-HEX-LEN.
            PERFORM P-950-HEX.
            STRING "F=" WK-HEX-OUT DELIMITED BY SIZE
                                  INTO WK-RESULT-EXPECTED.
            MOVE KN-OUTPUT(1:8)     TO WK-HEX-SRC.
            PERFORM P-950-HEX.
            STRING "F=" WK-HEX-OUT " ST=" KN-STATUS
                   DELIMITED BY SIZE INTO WK-RESULT-ACTUAL.
       P-540-FAIL.
            MOVE SPACES             TO CASE-ID.
            STRING "KANA "    DELIMITED BY SIZE
                   WK-KIN-HEX DELIMITED BY SPACE INTO CASE-ID.
            PERFORM P-900-FAIL THRU P-900-EXIT.
       P-540-EXIT.
            EXIT.
      *
      ******************************************************************
      *    ZENNUM: 金額を全角数字に組み、半角で書いた同じ数の値と
      *    比べる。そのまま・マイナス付き・小数点付き(1〜4桁)。
      ******************************************************************
       P-600-ZEN.
            MOVE "P-600-ZEN"        TO WK-PROP-ID.
            PERFORM P-800-BEGIN-PROP.
            SET WK-PROP-ZEN         TO TRUE.
            PERFORM P-200-AMOUNTS.
            PERFORM P-810-END-PROP.
      *
       P-610-ZEN-AMOUNT.
            MOVE ZERO               TO WK-POINT-K.
            SET WK-MINUS            TO FALSE.
            PERFORM P-630-ZEN-ONE THRU P-630-EXIT.
            SET WK-MINUS            TO TRUE.
            PERFORM P-630-ZEN-ONE THRU P-630-EXIT.
            SET WK-MINUS            TO FALSE.
            PERFORM P-620-ZEN-POINT
                    VARYING WK-POINT-K FROM 1 BY 1
                    UNTIL WK-POINT-K > 4 OR WK-POINT-K >= WK-LEN.
      *
       P-620-ZEN-POINT.
            PERFORM P-630-ZEN-ONE THRU P-630-EXIT.
      *
       P-630-ZEN-ONE.
            ADD 1                   TO WK-TRY-CT.
            PERFORM P-640-ZEN-BUILD.
            COMPUTE WK-ZEXP = WK-AMT / WK-SCALE(WK-POINT-K + 1).
            IF WK-MINUS
                COMPUTE WK-ZEXP = ZERO - WK-ZEXP
            END-IF.
            MOVE WK-ZIN             TO ZN-INPUT.
            MOVE ZERO               TO ZN-OUTPUT.
            CALL "ZENNUM" USING ZN-PARM.
            IF ZN-STATUS = "00" AND ZN-OUTPUT = WK-ZEXP
                GO TO P-630-EXIT
            END-IF.
            MOVE WK-HIN             TO WK-RESULT-EXPECTED.
            MOVE ZN-OUTPUT          TO WK-ZEDIT.
            STRING WK-ZEDIT " ST=" ZN-STATUS
                   DELIMITED BY SIZE INTO WK-RESULT-ACTUAL.
            MOVE SPACES             TO CASE-ID.
            STRING "ZEN "     DELIMITED BY SIZE
                   WK-HIN     DELIMITED BY SPACE INTO CASE-ID.
            PERFORM P-900-FAIL THRU P-900-EXIT.
       P-630-EXIT.
            EXIT.
      *
      *    全角形WK-ZINと半角形WK-HINを同じ並びで組む。
       P-640-ZEN-BUILD.
            MOVE SPACES             TO WK-ZIN WK-HIN.
            MOVE 1                  TO WK-ZP WK-HP.
            IF WK-MINUS
                MOVE WK-ZMINUS      TO WK-ZIN(WK-ZP:2)
                MOVE "-"            TO WK-HIN(WK-HP:1)
                ADD 2               TO WK-ZP
                ADD 1               TO WK-HP
            END-IF.
            PERFORM P-650-ZEN-DIGIT
                    VARYING WK-POS FROM 1 BY 1 UNTIL WK-POS > WK-LEN.
      *
       P-650-ZEN-DIGIT.
            IF WK-POINT-K > ZERO
               AND WK-POS = WK-LEN - WK-POINT-K + 1
                MOVE WK-ZPOINT      TO WK-ZIN(WK-ZP:2)
                MOVE "."            TO WK-HIN(WK-HP:1)
                ADD 2               TO WK-ZP
                ADD 1               TO WK-HP
            END-IF.
            COMPUTE WK-IX = 11 - WK-LEN + WK-POS.
            MOVE WK-AMT-D(WK-IX)    TO WK-D.
            MOVE WK-ZDIGITS(WK-D * 2 + 1:2) TO WK-ZIN(WK-ZP:2).
            MOVE WK-HDIGITS(WK-D + 1:1)     TO WK-HIN(WK-HP:1).
            ADD 2                   TO WK-ZP.
            ADD 1                   TO WK-HP.
      *
      ******************************************************************
      *    性質ごとの開始と締め。失敗が無ければ性質名で1件のOK、
      *    記録しきれなかった失敗は「-MORE」の1件のNGに纏める。
      ******************************************************************
       P-800-BEGIN-PROP.
            MOVE ZERO               TO WK-TRY-CT WK-FAIL-CT
                                       WK-SKIP-CT.
      *
       P-810-END-PROP.
            DISPLAY WK-PROP-ID " TRIED=" WK-TRY-CT " NG=" WK-FAIL-CT
                    " SKIP=" WK-SKIP-CT.
            IF WK-TRY-CT = WK-SKIP-CT
                MOVE WK-PROP-ID     TO CASE-ID
                DISPLAY CASE-ID "NG: NO INPUT CHECKED"
                MOVE "CHECKED>0"    TO WK-RESULT-EXPECTED
                MOVE "CHECKED=0"    TO WK-RESULT-ACTUAL
                MOVE "DATA"         TO WK-RESULT-REASON
                PERFORM 9820-LOG-NG
            ELSE
                IF WK-FAIL-CT = ZERO
                    MOVE WK-PROP-ID TO CASE-ID
                    DISPLAY CASE-ID "OK"
                    PERFORM 9810-LOG-OK
                END-IF
            END-IF.
            IF WK-FAIL-CT > WK-NG-MAX
                MOVE SPACES         TO CASE-ID
                STRING WK-PROP-ID DELIMITED BY SPACE
                       "-MORE"    DELIMITED BY SIZE INTO CASE-ID
                MOVE WK-FAIL-CT     TO WK-CT-EDIT
                MOVE "NG=0"         TO WK-RESULT-EXPECTED
                STRING "NG=" WK-CT-EDIT " (FIRST 100 LOGGED)"
                       DELIMITED BY SIZE INTO WK-RESULT-ACTUAL
                MOVE "DATA"         TO WK-RESULT-REASON
                DISPLAY CASE-ID "NG:" WK-RESULT-ACTUAL
                PERFORM 9820-LOG-NG
            END-IF.
      *
      *    失敗した入力の記録。呼び出し側がCASE-IDと期待値・実測値
      *    を設定しておく。
       P-900-FAIL.
            ADD 1                   TO WK-FAIL-CT.
            IF WK-FAIL-CT > WK-NG-MAX
                MOVE SPACES         TO WK-RESULT-EXPECTED
                                       WK-RESULT-ACTUAL
                GO TO P-900-EXIT
            END-IF.
            DISPLAY CASE-ID "NG:" WK-RESULT-ACTUAL.
            MOVE "DATA"             TO WK-RESULT-REASON.
            PERFORM 9820-LOG-NG.
       P-900-EXIT.
            EXIT.
      *
      *    WK-HEX-SRCの先頭WK-HEX-LENバイトをHEXでWK-HEX-OUTへ。
       P-950-HEX.
            MOVE SPACES             TO WK-HEX-OUT.
            PERFORM P-955-HEX-BYTE
                    VARYING WK-HEX-I FROM 1 BY 1
                    UNTIL WK-HEX-I > WK-HEX-LEN.
      *
       P-955-HEX-BYTE.
            COMPUTE WK-HEX-NUM =
                    FUNCTION ORD(WK-HEX-SRC(WK-HEX-I:1)) - 1.
            DIVIDE WK-HEX-NUM BY 16 GIVING WK-HEX-HI
                                    REMAINDER WK-HEX-LO.
            MOVE WK-HEX-CHARS(WK-HEX-HI + 1:1)
                                  TO WK-HEX-OUT(WK-HEX-I * 2 - 1:1).
            MOVE WK-HEX-CHARS(WK-HEX-LO + 1:1)
                                  TO WK-HEX-OUT(WK-HEX-I * 2:1).
      ******************************************************************
       COPY RESPRC.
