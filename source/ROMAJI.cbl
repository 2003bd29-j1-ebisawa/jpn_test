      ******************************************************************
      *    テストケース：ROMAJI
      *    プログラム名：日本語化テスト ヘボン式ローマ字変換
      *                  サブプログラム
      *    処理概要　　：カナ氏名(半角カナ・全角カタカナ・ひらがな)を
      *                  ヘボン式ローマ字へ変換するCALLable
      *                  サブプログラム。外国籍の顧客や海外の取引先
      *                  宛ての書類で、担当ごとにまちまちだった
      *                  手作業のローマ字表記を1つの規則に揃える。
      *                  半角カナはKANANRMで全角へ直してから変換する。
      *  --------------------------------------------------------------
      *   受け渡し(RJ-PARM):
      *     RJ-CASE    X(01) "U"=全部大文字(既定) "T"=語頭だけ大文字
      *     RJ-LONG    X(01) " "=長音を書かない(既定。おう・おお・
      *                          うう・ーは前の母音1つ)
      *                      "H"=オの長音をOHと書く(旅券の長音表記)
      *     RJ-INPUT   X(40) カナ氏名(シフトJIS)
      *     RJ-OUTPUT  X(80) ローマ字(空白詰め)
      *     RJ-STATUS  X(02) "00"=正常
      *                      "10"=カナでない文字を含む(その文字は
      *                           飛ばす)
      *                      "20"=80桁に収まらず末尾を切った
      *   規則:
      *     ・拗音は1音節(キャ→KYA、シャ→SHA、チョ→CHO、ジュ→JU)。
      *       外来音の小書き母音も前の子音に付ける(ファ→FA、
      *       ティ→TI、ウィ→WI、シェ→SHE、ヴァ→VA)
      *     ・促音ッは次の子音を重ねる(ッチはTCH)。語末の促音は
      *       書かない
      *     ・撥音ンはN。B・M・Pの前だけM(ナンバ→NAMBA)
      *     ・長音(オウ・オオ・ウウ・ー)は書かない。ただし次が
      *       母音だけのカナ(イノウエのエ)のときは別の音節とみて
      *       そのまま書く。エイ・イイはそのまま書く
      *     ・空白(全角・半角)と中点(・･)は語の区切り。ASCIIの
      *       英数字・記号はそのまま写す
      *   試験はQA-ROMAが行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ROMAJI.
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
      *    全角カタカナ(ァ 8340～ヶ 8396、837Fは欠番)の変換表。
      *    1桁目は種別、2～4桁目はローマ字(小文字)。
      *      K=通常のカナ  S=小書きの母音  Y=小書きのャュョ
      *      T=促音ッ      N=撥音ン
      *    ひらがな(ぁ 829F～ん 82F1)も同じ並びなのでこの表を引く。
       01  WK-KANA-TABLE-DEF.
      *    ァアィイゥ
           05  FILLER   PIC X(04)  VALUE "Sa  ".
           05  FILLER   PIC X(04)  VALUE "Ka  ".
           05  FILLER   PIC X(04)  VALUE "Si  ".
           05  FILLER   PIC X(04)  VALUE "Ki  ".
           05  FILLER   PIC X(04)  VALUE "Su  ".
      *    ウェエォオ
           05  FILLER   PIC X(04)  VALUE "Ku  ".
           05  FILLER   PIC X(04)  VALUE "Se  ".
           05  FILLER   PIC X(04)  VALUE "Ke  ".
           05  FILLER   PIC X(04)  VALUE "So  ".
           05  FILLER   PIC X(04)  VALUE "Ko  ".
      *    カガキギク
           05  FILLER   PIC X(04)  VALUE "Kka ".
           05  FILLER   PIC X(04)  VALUE "Kga ".
           05  FILLER   PIC X(04)  VALUE "Kki ".
           05  FILLER   PIC X(04)  VALUE "Kgi ".
           05  FILLER   PIC X(04)  VALUE "Kku ".
      *    グケゲコゴ
           05  FILLER   PIC X(04)  VALUE "Kgu ".
           05  FILLER   PIC X(04)  VALUE "Kke ".
           05  FILLER   PIC X(04)  VALUE "Kge ".
           05  FILLER   PIC X(04)  VALUE "Kko ".
           05  FILLER   PIC X(04)  VALUE "Kgo ".
      *    サザシジス
           05  FILLER   PIC X(04)  VALUE "Ksa ".
           05  FILLER   PIC X(04)  VALUE "Kza ".
           05  FILLER   PIC X(04)  VALUE "Kshi".
           05  FILLER   PIC X(04)  VALUE "Kji ".
           05  FILLER   PIC X(04)  VALUE "Ksu ".
      *    ズセゼソゾ
           05  FILLER   PIC X(04)  VALUE "Kzu ".
           05  FILLER   PIC X(04)  VALUE "Kse ".
           05  FILLER   PIC X(04)  VALUE "Kze ".
           05  FILLER   PIC X(04)  VALUE "Kso ".
           05  FILLER   PIC X(04)  VALUE "Kzo ".
      *    タダチヂッ
           05  FILLER   PIC X(04)  VALUE "Kta ".
           05  FILLER   PIC X(04)  VALUE "Kda ".
           05  FILLER   PIC X(04)  VALUE "Kchi".
           05  FILLER   PIC X(04)  VALUE "Kji ".
           05  FILLER   PIC X(04)  VALUE "T   ".
      *    ツヅテデト
           05  FILLER   PIC X(04)  VALUE "Ktsu".
           05  FILLER   PIC X(04)  VALUE "Kzu ".
           05  FILLER   PIC X(04)  VALUE "Kte ".
           05  FILLER   PIC X(04)  VALUE "Kde ".
           05  FILLER   PIC X(04)  VALUE "Kto ".
      *    ドナニヌネ
           05  FILLER   PIC X(04)  VALUE "Kdo ".
           05  FILLER   PIC X(04)  VALUE "Kna ".
           05  FILLER   PIC X(04)  VALUE "Kni ".
           05  FILLER   PIC X(04)  VALUE "Knu ".
           05  FILLER   PIC X(04)  VALUE "Kne ".
      *    ノハバパヒ
           05  FILLER   PIC X(04)  VALUE "Kno ".
           05  FILLER   PIC X(04)  VALUE "Kha ".
           05  FILLER   PIC X(04)  VALUE "Kba ".
           05  FILLER   PIC X(04)  VALUE "Kpa ".
           05  FILLER   PIC X(04)  VALUE "Khi ".
      *    ビピフブプ
           05  FILLER   PIC X(04)  VALUE "Kbi ".
           05  FILLER   PIC X(04)  VALUE "Kpi ".
           05  FILLER   PIC X(04)  VALUE "Kfu ".
           05  FILLER   PIC X(04)  VALUE "Kbu ".
           05  FILLER   PIC X(04)  VALUE "Kpu ".
      *    ヘベペホボ
           05  FILLER   PIC X(04)  VALUE "Khe ".
           05  FILLER   PIC X(04)  VALUE "Kbe ".
           05  FILLER   PIC X(04)  VALUE "Kpe ".
           05  FILLER   PIC X(04)  VALUE "Kho ".
           05  FILLER   PIC X(04)  VALUE "Kbo ".
      *    ポマミムメ
           05  FILLER   PIC X(04)  VALUE "Kpo ".
           05  FILLER   PIC X(04)  VALUE "Kma ".
           05  FILLER   PIC X(04)  VALUE "Kmi ".
           05  FILLER   PIC X(04)  VALUE "Kmu ".
           05  FILLER   PIC X(04)  VALUE "Kme ".
      *    モャヤュユ
           05  FILLER   PIC X(04)  VALUE "Kmo ".
           05  FILLER   PIC X(04)  VALUE "Ya  ".
           05  FILLER   PIC X(04)  VALUE "Kya ".
           05  FILLER   PIC X(04)  VALUE "Yu  ".
           05  FILLER   PIC X(04)  VALUE "Kyu ".
      *    ョヨラリル
           05  FILLER   PIC X(04)  VALUE "Yo  ".
           05  FILLER   PIC X(04)  VALUE "Kyo ".
           05  FILLER   PIC X(04)  VALUE "Kra ".
           05  FILLER   PIC X(04)  VALUE "Kri ".
           05  FILLER   PIC X(04)  VALUE "Kru ".
      *    レロヮワヰ
           05  FILLER   PIC X(04)  VALUE "Kre ".
           05  FILLER   PIC X(04)  VALUE "Kro ".
           05  FILLER   PIC X(04)  VALUE "Kwa ".
           05  FILLER   PIC X(04)  VALUE "Kwa ".
           05  FILLER   PIC X(04)  VALUE "Ki  ".
      *    ヱヲンヴヵ
           05  FILLER   PIC X(04)  VALUE "Ke  ".
           05  FILLER   PIC X(04)  VALUE "Ko  ".
           05  FILLER   PIC X(04)  VALUE "N   ".
           05  FILLER   PIC X(04)  VALUE "Kvu ".
           05  FILLER   PIC X(04)  VALUE "Kka ".
      *    ヶ
           05  FILLER   PIC X(04)  VALUE "Kke ".
       01  WK-KANA-TAB  REDEFINES WK-KANA-TABLE-DEF.
           05  WK-KANA-ENTRY  OCCURS 86 TIMES.
               10  WK-KANA-KIND       PIC X(01).
               10  WK-KANA-ROM        PIC X(03).
      *
       01  WK-CHOON           PIC X(02)  VALUE X"815B".
       01  WK-ZSPACE          PIC X(02)  VALUE X"8140".
       01  WK-NAKAGURO        PIC X(02)  VALUE X"8145".
       01  WK-LOWER           PIC X(26)
                              VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WK-UPPER           PIC X(26)
                              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
      *    KANANRM(カナ幅正規化)の受け渡し領域。
       01  KN-PARM.
           05  KN-DIRECTION             PIC X(01).
           05  KN-INPUT                 PIC X(40).
           05  KN-OUTPUT                PIC X(80).
           05  KN-STATUS                PIC X(02).
      *
      *    入力を音の単位に分けた表。種別は変換表と同じ(K/S/Y/T/N)
      *    に、L=長音符ー、P=語の区切り、A=ASCIIをそのまま写す。
       01  WK-UNIT-TAB.
           05  WK-UNIT  OCCURS 40 TIMES.
               10  WK-U-KIND          PIC X(01).
               10  WK-U-ROM           PIC X(03).
       01  WK-UNIT-COUNT      PIC 9(02)  COMP.
       01  WK-U               PIC 9(02)  COMP.
      *
       01  WK-POS             PIC 9(02)  COMP.
       01  WK-RUN-END         PIC 9(02)  COMP.
       01  WK-RUN-SW          PIC X(01).
           88  WK-RUN-DONE                VALUE "Y".
       01  WK-KN-POS          PIC 9(02)  COMP.
       01  WK-BYTE            PIC X(01).
       01  WK-ZCH             PIC X(02).
       01  WK-LO              PIC 9(03)  COMP.
       01  WK-IDX             PIC 9(03)  COMP.
      *
      *    出力の組み立て。
       01  WK-OUT             PIC X(80).
       01  WK-OUT-LEN         PIC 9(02)  COMP.
       01  WK-EMIT            PIC X(03).
       01  WK-EMIT-LEN        PIC 9(01)  COMP.
       01  WK-R               PIC X(03).
       01  WK-R-LEN           PIC 9(01)  COMP.
       01  WK-V               PIC X(01).
       01  WK-LAST-V          PIC X(01).
       01  WK-PREV-KIND       PIC X(01).
       01  WK-PREV-ROM        PIC X(03).
       01  WK-SYL-START       PIC 9(02)  COMP.
       01  WK-N-SW            PIC X(01).
           88  WK-N-PENDING               VALUE "Y".
       01  WK-TSU-SW          PIC X(01).
           88  WK-TSU-PENDING             VALUE "Y".
       01  WK-NEXT-VOWEL-SW   PIC X(01).
           88  WK-NEXT-IS-VOWEL           VALUE "Y".
      ******************************************************************
       LINKAGE SECTION.
       01  RJ-PARM.
           05  RJ-CASE                  PIC X(01).
           05  RJ-LONG                  PIC X(01).
           05  RJ-INPUT                 PIC X(40).
           05  RJ-OUTPUT                PIC X(80).
           05  RJ-STATUS                PIC X(02).
      ******************************************************************
       PROCEDURE             DIVISION USING RJ-PARM.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            MOVE "00"               TO RJ-STATUS.
            MOVE ZERO               TO WK-UNIT-COUNT.
            MOVE 1                  TO WK-POS.
            PERFORM P-020-SCAN-INPUT THRU P-020-EXIT
               UNTIL WK-POS > 40.
            MOVE SPACES             TO WK-OUT.
            MOVE ZERO               TO WK-OUT-LEN WK-SYL-START.
            MOVE "N"                TO WK-N-SW WK-TSU-SW.
            MOVE SPACE              TO WK-LAST-V WK-PREV-KIND.
            MOVE SPACES             TO WK-PREV-ROM.
            PERFORM P-050-ONE-UNIT
               VARYING WK-U FROM 1 BY 1
                  UNTIL WK-U > WK-UNIT-COUNT.
            PERFORM P-090-FLUSH-N.
            IF WK-OUT-LEN > ZERO
               AND WK-OUT(WK-OUT-LEN:1) = SPACE
                SUBTRACT 1          FROM WK-OUT-LEN
            END-IF.
            IF WK-OUT-LEN < 80
                MOVE SPACES          TO WK-OUT(WK-OUT-LEN + 1:)
            END-IF.
            PERFORM P-080-SET-CASE.
            MOVE WK-OUT             TO RJ-OUTPUT.
            GOBACK
            .
      *
      *    入力を音の単位へ分ける。半角カナの並びはKANANRMで全角へ
      *    直してから1文字ずつ引く。
       P-020-SCAN-INPUT.
            MOVE RJ-INPUT(WK-POS:1)  TO WK-BYTE.
            EVALUATE TRUE
                WHEN WK-BYTE >= X"A6" AND WK-BYTE <= X"DF"
                    MOVE WK-POS       TO WK-RUN-END
                    MOVE "N"          TO WK-RUN-SW
                    PERFORM P-022-RUN-NEXT UNTIL WK-RUN-DONE
                    MOVE "F"          TO KN-DIRECTION
                    MOVE SPACES       TO KN-INPUT
                    MOVE RJ-INPUT(WK-POS:WK-RUN-END - WK-POS + 1)
                                      TO KN-INPUT
                    CALL "KANANRM" USING KN-PARM
                    PERFORM P-024-ONE-KN-CHAR
                       VARYING WK-KN-POS FROM 1 BY 2
                          UNTIL WK-KN-POS > 79
                             OR KN-OUTPUT(WK-KN-POS:2) = SPACES
                    COMPUTE WK-POS = WK-RUN-END + 1
                WHEN (WK-BYTE >= X"81" AND WK-BYTE <= X"9F")
                  OR (WK-BYTE >= X"E0" AND WK-BYTE <= X"FC")
                    IF WK-POS < 40
                        MOVE RJ-INPUT(WK-POS:2)  TO WK-ZCH
                        PERFORM P-030-ADD-ZEN
                    ELSE
                        MOVE "10"     TO RJ-STATUS
                    END-IF
                    ADD 2             TO WK-POS
                WHEN WK-BYTE = SPACE
                  OR (WK-BYTE >= X"A1" AND WK-BYTE <= X"A5")
                    MOVE "P"          TO WK-ZCH(1:1)
                    MOVE SPACES       TO WK-ZCH(2:1)
                    PERFORM P-040-ADD-UNIT
                    ADD 1             TO WK-POS
                WHEN WK-BYTE > SPACE AND WK-BYTE < X"7F"
                    ADD 1             TO WK-UNIT-COUNT
                    MOVE "A"          TO WK-U-KIND(WK-UNIT-COUNT)
                    MOVE WK-BYTE      TO WK-U-ROM(WK-UNIT-COUNT)
                    ADD 1             TO WK-POS
                WHEN OTHER
                    MOVE "10"         TO RJ-STATUS
                    ADD 1             TO WK-POS
            END-EVALUATE.
       P-020-EXIT.
            EXIT.
      *
       P-022-RUN-NEXT.
            IF WK-RUN-END = 40
                MOVE "Y"             TO WK-RUN-SW
            ELSE
                IF RJ-INPUT(WK-RUN-END + 1:1) < X"A6"
                   OR RJ-INPUT(WK-RUN-END + 1:1) > X"DF"
                    MOVE "Y"         TO WK-RUN-SW
                ELSE
                    ADD 1            TO WK-RUN-END
                END-IF
            END-IF.
      *
       P-024-ONE-KN-CHAR.
            MOVE KN-OUTPUT(WK-KN-POS:2)  TO WK-ZCH.
            PERFORM P-030-ADD-ZEN.
      *
      *    全角1文字を単位表へ。
       P-030-ADD-ZEN.
            COMPUTE WK-LO = FUNCTION ORD(WK-ZCH(2:1)) - 1.
            MOVE ZERO               TO WK-IDX.
            EVALUATE TRUE
                WHEN WK-ZCH(1:1) = X"83"
                 AND WK-LO >= 64 AND WK-LO <= 126
                    COMPUTE WK-IDX = WK-LO - 63
                WHEN WK-ZCH(1:1) = X"83"
                 AND WK-LO >= 128 AND WK-LO <= 150
                    COMPUTE WK-IDX = WK-LO - 64
                WHEN WK-ZCH(1:1) = X"82"
                 AND WK-LO >= 159 AND WK-LO <= 241
                    COMPUTE WK-IDX = WK-LO - 158
            END-EVALUATE.
            EVALUATE TRUE
                WHEN WK-IDX NOT = ZERO
                    ADD 1             TO WK-UNIT-COUNT
                    MOVE WK-KANA-KIND(WK-IDX)
                                      TO WK-U-KIND(WK-UNIT-COUNT)
                    MOVE WK-KANA-ROM(WK-IDX)
                                      TO WK-U-ROM(WK-UNIT-COUNT)
                WHEN WK-ZCH = WK-CHOON
                    MOVE "L"          TO WK-ZCH(1:1)
                    MOVE SPACES       TO WK-ZCH(2:1)
                    PERFORM P-040-ADD-UNIT
                WHEN WK-ZCH = WK-ZSPACE OR WK-ZCH = WK-NAKAGURO
                    MOVE "P"          TO WK-ZCH(1:1)
                    MOVE SPACES       TO WK-ZCH(2:1)
                    PERFORM P-040-ADD-UNIT
                WHEN OTHER
                    MOVE "10"         TO RJ-STATUS
            END-EVALUATE.
      *
      *    ローマ字を持たない単位(L/P)。種別はWK-ZCHの1桁目。
       P-040-ADD-UNIT.
            IF WK-UNIT-COUNT < 40
                ADD 1               TO WK-UNIT-COUNT
                MOVE WK-ZCH(1:1)    TO WK-U-KIND(WK-UNIT-COUNT)
                MOVE SPACES         TO WK-U-ROM(WK-UNIT-COUNT)
            END-IF.
      *
      *    単位1つをローマ字へ。
       P-050-ONE-UNIT.
            MOVE WK-U-ROM(WK-U)     TO WK-R.
            MOVE 3                  TO WK-R-LEN.
            IF WK-R(3:1) = SPACE
                MOVE 2               TO WK-R-LEN
            END-IF.
            IF WK-R(2:2) = SPACES
                MOVE 1               TO WK-R-LEN
            END-IF.
            EVALUATE WK-U-KIND(WK-U)
                WHEN "K"
                    PERFORM P-052-KANA THRU P-052-EXIT
                WHEN "S"
                    PERFORM P-054-SMALL-VOWEL
                WHEN "Y"
                    PERFORM P-056-SMALL-Y
                WHEN "T"
                    PERFORM P-090-FLUSH-N
                    MOVE "Y"          TO WK-TSU-SW
                    MOVE "T"          TO WK-PREV-KIND
                WHEN "N"
                    PERFORM P-090-FLUSH-N
                    MOVE "N"          TO WK-TSU-SW
                    MOVE "Y"          TO WK-N-SW
                    MOVE "N"          TO WK-PREV-KIND
                WHEN "L"
                    PERFORM P-090-FLUSH-N
                    IF RJ-LONG = "H" AND WK-LAST-V = "o"
                        MOVE "h"      TO WK-EMIT
                        MOVE 1        TO WK-EMIT-LEN
                        PERFORM P-095-EMIT
                    END-IF
                    MOVE "L"          TO WK-PREV-KIND
                WHEN "P"
                    PERFORM P-090-FLUSH-N
                    MOVE "N"          TO WK-TSU-SW
                    IF WK-OUT-LEN > ZERO
                       AND WK-OUT(WK-OUT-LEN:1) NOT = SPACE
                        MOVE SPACE    TO WK-EMIT
                        MOVE 1        TO WK-EMIT-LEN
                        PERFORM P-095-EMIT
                    END-IF
                    MOVE SPACE        TO WK-LAST-V
                    MOVE "P"          TO WK-PREV-KIND
                WHEN OTHER
                    PERFORM P-090-FLUSH-N
                    MOVE "N"          TO WK-TSU-SW
                    MOVE WK-R         TO WK-EMIT
                    MOVE 1            TO WK-EMIT-LEN
                    PERFORM P-095-EMIT
                    MOVE SPACE        TO WK-LAST-V
                    MOVE "A"          TO WK-PREV-KIND
            END-EVALUATE.
      *
      *    通常のカナ。長音・撥音・促音をここで決める。
       P-052-KANA.
      *    次の単位が母音だけのカナか(イノウエのエ)。
            MOVE "N"                TO WK-NEXT-VOWEL-SW.
            IF WK-U < WK-UNIT-COUNT
               AND WK-U-KIND(WK-U + 1) = "K"
               AND WK-U-ROM(WK-U + 1)(2:2) = SPACES
                MOVE "Y"             TO WK-NEXT-VOWEL-SW
            END-IF.
      *    長音(オウ・オオ・ウウ)は前の母音1つにする。
            IF WK-PREV-KIND = "K"
               AND NOT WK-NEXT-IS-VOWEL
               AND ((WK-R = "u" AND (WK-LAST-V = "o"
                                  OR WK-LAST-V = "u"))
                 OR (WK-R = "o" AND WK-LAST-V = "o"))
                IF RJ-LONG = "H" AND WK-LAST-V = "o"
                    MOVE "h"         TO WK-EMIT
                    MOVE 1           TO WK-EMIT-LEN
                    PERFORM P-095-EMIT
                END-IF
                MOVE "L"             TO WK-PREV-KIND
                GO TO P-052-EXIT
            END-IF.
      *    撥音はB・M・Pの前だけM。
            IF WK-N-PENDING
                IF WK-R(1:1) = "b" OR WK-R(1:1) = "m"
                   OR WK-R(1:1) = "p"
                    MOVE "m"         TO WK-EMIT
                ELSE
                    MOVE "n"         TO WK-EMIT
                END-IF
                MOVE 1               TO WK-EMIT-LEN
                PERFORM P-095-EMIT
                MOVE "N"             TO WK-N-SW
            END-IF.
      *    促音は次の子音を重ねる(CHの前はT)。
            IF WK-TSU-PENDING
                IF WK-R(1:1) NOT = "a" AND WK-R(1:1) NOT = "i"
                   AND WK-R(1:1) NOT = "u" AND WK-R(1:1) NOT = "e"
                   AND WK-R(1:1) NOT = "o"
                    IF WK-R(1:2) = "ch"
                        MOVE "t"     TO WK-EMIT
                    ELSE
                        MOVE WK-R(1:1)  TO WK-EMIT
                    END-IF
                    MOVE 1           TO WK-EMIT-LEN
                    PERFORM P-095-EMIT
                END-IF
                MOVE "N"             TO WK-TSU-SW
            END-IF.
            COMPUTE WK-SYL-START = WK-OUT-LEN + 1.
            MOVE WK-R               TO WK-EMIT.
            MOVE WK-R-LEN           TO WK-EMIT-LEN.
            PERFORM P-095-EMIT.
            MOVE WK-R(WK-R-LEN:1)   TO WK-LAST-V.
            MOVE WK-R               TO WK-PREV-ROM.
            MOVE "K"                TO WK-PREV-KIND.
       P-052-EXIT.
            EXIT.
      *
      *    小書きの母音(ァィゥェォ)。前のカナの母音と入れ替える
      *    (ファ→FA、ティ→TI、シェ→SHE)。ウ・イの後はW・Y。
       P-054-SMALL-VOWEL.
            MOVE WK-R(1:1)          TO WK-V.
            IF WK-PREV-KIND = "K"
                EVALUATE TRUE
                    WHEN WK-PREV-ROM = "u"
                        MOVE WK-SYL-START  TO WK-OUT-LEN
                        SUBTRACT 1    FROM WK-OUT-LEN
                        MOVE "w"      TO WK-EMIT
                        MOVE 1        TO WK-EMIT-LEN
                        PERFORM P-095-EMIT
                    WHEN WK-PREV-ROM = "i"
                        MOVE WK-SYL-START  TO WK-OUT-LEN
                        SUBTRACT 1    FROM WK-OUT-LEN
                        MOVE "y"      TO WK-EMIT
                        MOVE 1        TO WK-EMIT-LEN
                        PERFORM P-095-EMIT
                    WHEN WK-PREV-ROM(2:2) NOT = SPACES
                        SUBTRACT 1    FROM WK-OUT-LEN
                END-EVALUATE
                MOVE "x"             TO WK-PREV-ROM
            ELSE
                PERFORM P-090-FLUSH-N
                MOVE "N"             TO WK-TSU-SW
                MOVE "S"             TO WK-PREV-KIND
            END-IF.
            MOVE WK-V               TO WK-EMIT.
            MOVE 1                  TO WK-EMIT-LEN.
            PERFORM P-095-EMIT.
            MOVE WK-V               TO WK-LAST-V.
      *
      *    小書きのャュョ(拗音)。キ→KYA、シ・チ・ジ→SHA・CHA・JA、
      *    テ・デ・フ→TYU・DYU・FYU。
       P-056-SMALL-Y.
            MOVE WK-R(1:1)          TO WK-V.
            IF WK-PREV-KIND = "K"
               AND WK-PREV-ROM(2:2) NOT = SPACES
                SUBTRACT 1          FROM WK-OUT-LEN
                IF WK-PREV-ROM NOT = "shi"
                   AND WK-PREV-ROM NOT = "chi"
                   AND WK-PREV-ROM NOT = "ji"
                    MOVE "y"         TO WK-EMIT
                    MOVE 1           TO WK-EMIT-LEN
                    PERFORM P-095-EMIT
                END-IF
            ELSE
                IF WK-PREV-KIND NOT = "K"
                    PERFORM P-090-FLUSH-N
                    MOVE "N"         TO WK-TSU-SW
                END-IF
                MOVE "y"             TO WK-EMIT
                MOVE 1               TO WK-EMIT-LEN
                PERFORM P-095-EMIT
            END-IF.
            MOVE WK-V               TO WK-EMIT.
            MOVE 1                  TO WK-EMIT-LEN.
            PERFORM P-095-EMIT.
            MOVE WK-V               TO WK-LAST-V.
            MOVE "x"                TO WK-PREV-ROM.
            MOVE "K"                TO WK-PREV-KIND.
      *
      *    大文字・語頭大文字の指定。
       P-080-SET-CASE.
            IF RJ-CASE = "T"
                INSPECT WK-OUT CONVERTING WK-UPPER TO WK-LOWER
                PERFORM P-082-TITLE-ONE
                   VARYING WK-POS FROM 1 BY 1
                      UNTIL WK-POS > WK-OUT-LEN
            ELSE
                INSPECT WK-OUT CONVERTING WK-LOWER TO WK-UPPER
            END-IF.
      *
       P-082-TITLE-ONE.
            IF WK-POS = 1
               OR WK-OUT(WK-POS - 1:1) = SPACE
                INSPECT WK-OUT(WK-POS:1)
                    CONVERTING WK-LOWER TO WK-UPPER
            END-IF.
      *
      *    保留中の撥音を書き出す(次がカナでないとき)。
       P-090-FLUSH-N.
            IF WK-N-PENDING
                MOVE "n"             TO WK-EMIT
                MOVE 1               TO WK-EMIT-LEN
                PERFORM P-095-EMIT
                MOVE "N"             TO WK-N-SW
            END-IF.
      *
       P-095-EMIT.
            IF WK-OUT-LEN + WK-EMIT-LEN > 80
                MOVE "20"            TO RJ-STATUS
            ELSE
                MOVE WK-EMIT(1:WK-EMIT-LEN)
                       TO WK-OUT(WK-OUT-LEN + 1:WK-EMIT-LEN)
                ADD WK-EMIT-LEN      TO WK-OUT-LEN
            END-IF.
      ******************************************************************
