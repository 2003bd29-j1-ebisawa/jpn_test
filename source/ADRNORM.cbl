      ******************************************************************
      *    テストケース：ADRNORM
      *    プログラム名：日本語化テスト 住所表記正規化サブプログラム
      *    処理概要　　：同じ住所が「１丁目２番３号」「一丁目二番三号」
      *                  「1-2-3」「１－２－３」のように書き分けられて
      *                  いても同じ文字列になるよう、市区町村より
      *                  後の部分(ADRSPLITのAD-REST)を1つの正規形へ
      *                  直すCALLableサブプログラム。名寄せ(DUPCHK)・
      *                  郵便番号照合(POSTCHK)などの住所比較の前に
      *                  かける共通部品で、ADRSPLITと組で使う。
      *  --------------------------------------------------------------
      *   受け渡し(AN-PARM):
      *     AN-INPUT   N(20) 住所(市区町村より後の部分。住所全体を
      *                      渡してもよい。空白詰め)
      *     AN-OUTPUT  N(20) 正規形(空白詰め)
      *     AN-STATUS  X(02) "00"=正常
      *                      "12"=番号が無い(AN-OUTPUTは入力のまま)
      *                      "14"=漢数字を数字へ直せない(百・千等。
      *                           AN-OUTPUTは入力のまま)
      *                      "16"=正規形が20文字に収まらず末尾を
      *                           切った
      *   正規形:
      *     ・算用数字(半角・全角)と、番号として使われた漢数字は
      *       全角の算用数字にする。漢数字は直後が丁目・番地・番・
      *       号・ハイフンのとき(番号が始まった後は「の」と末尾も)
      *       だけ番号として読み、三田・八丁堀・一の宮のような
      *       町名の漢数字はそのまま残す
      *     ・番号の間の丁目・番地・番・号・の・ハイフン類(－ー‐―
      *       と半角-)は全角ハイフン"－"1つに畳む(番地と番は同じ
      *       扱い)。最後の番号の後の号などは落とす
      *     ・最初の番号より前(町名)と番号の後の建物名などは
      *       そのまま写す。半角・全角の空白は詰める
      *   シフトJISのバイト列として1文字ずつ読む(半角・全角が
      *   混ざった入力も扱える)。試験はQA-ANRMが行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ADRNORM.
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
      *    全角数字表(０～９、値は添字-1)。シフトJISのコード。
       01  WK-ZDIGIT-TABLE-DEF.
           05  FILLER   PIC X(02)  VALUE X"824F".
           05  FILLER   PIC X(02)  VALUE X"8250".
           05  FILLER   PIC X(02)  VALUE X"8251".
           05  FILLER   PIC X(02)  VALUE X"8252".
           05  FILLER   PIC X(02)  VALUE X"8253".
           05  FILLER   PIC X(02)  VALUE X"8254".
           05  FILLER   PIC X(02)  VALUE X"8255".
           05  FILLER   PIC X(02)  VALUE X"8256".
           05  FILLER   PIC X(02)  VALUE X"8257".
           05  FILLER   PIC X(02)  VALUE X"8258".
       01  WK-ZDIGIT-TAB  REDEFINES WK-ZDIGIT-TABLE-DEF.
           05  WK-ZDIGIT      PIC X(02)  OCCURS 10 TIMES.
      *
      *    漢数字表(〇一二三四五六七八九は値が添字-1、十は11番目)。
       01  WK-KANJI-TABLE-DEF.
           05  FILLER   PIC X(02)  VALUE X"815A".
           05  FILLER   PIC X(02)  VALUE X"88EA".
           05  FILLER   PIC X(02)  VALUE X"93F1".
           05  FILLER   PIC X(02)  VALUE X"8E4F".
           05  FILLER   PIC X(02)  VALUE X"8E6C".
           05  FILLER   PIC X(02)  VALUE X"8CDC".
           05  FILLER   PIC X(02)  VALUE X"985A".
           05  FILLER   PIC X(02)  VALUE X"8EB5".
           05  FILLER   PIC X(02)  VALUE X"94AA".
           05  FILLER   PIC X(02)  VALUE X"8BE3".
           05  FILLER   PIC X(02)  VALUE X"8F5C".
       01  WK-KANJI-TAB  REDEFINES WK-KANJI-TABLE-DEF.
           05  WK-KANJI       PIC X(02)  OCCURS 11 TIMES.
       01  WK-KANJI-TEN       PIC 9(02)  COMP  VALUE 11.
      *
      *    直せない大きな位(百・千)。
       01  WK-HYAKU           PIC X(02)  VALUE X"9553".
       01  WK-SEN             PIC X(02)  VALUE X"90E7".
      *
      *    ハイフン類(－ ー ‐ ―)。
       01  WK-HYPHEN-TABLE-DEF.
           05  FILLER   PIC X(02)  VALUE X"817C".
           05  FILLER   PIC X(02)  VALUE X"815B".
           05  FILLER   PIC X(02)  VALUE X"815D".
           05  FILLER   PIC X(02)  VALUE X"815C".
       01  WK-HYPHEN-TAB  REDEFINES WK-HYPHEN-TABLE-DEF.
           05  WK-HYPHEN      PIC X(02)  OCCURS 4 TIMES.
      *
      *    番号の区切りになる文字。
       01  WK-CHO             PIC X(02)  VALUE X"929A".
       01  WK-ME              PIC X(02)  VALUE X"96DA".
       01  WK-BAN             PIC X(02)  VALUE X"94D4".
       01  WK-CHI             PIC X(02)  VALUE X"926E".
       01  WK-GO              PIC X(02)  VALUE X"8D86".
       01  WK-NO              PIC X(02)  VALUE X"82CC".
       01  WK-ZSPACE          PIC X(02)  VALUE X"8140".
       01  WK-OUT-HYPHEN      PIC X(02)  VALUE X"817C".
      *
      *    1文字の読み取り。全角(シフトJISの第1バイト)は2バイト。
       01  WK-BYTE            PIC X(01).
       01  WK-CH              PIC X(02).
       01  WK-CH-LEN          PIC 9(01)  COMP.
       01  WK-POS             PIC 9(02)  COMP.
       01  WK-NEXT-POS        PIC 9(02)  COMP.
      *    文字の種別。D=数字 K=漢数字 B=百千 H=ハイフン類
      *    U=丁目・番地・番・号 N=の P=空白 O=その他
       01  WK-KIND            PIC X(01).
       01  WK-UNIT-LEN        PIC 9(01)  COMP.
       01  WK-DVAL            PIC 9(02)  COMP.
       01  WK-HIT             PIC 9(02)  COMP.
       01  WK-SCAN            PIC 9(02)  COMP.
      *
      *    出力の組み立て。
       01  WK-OUT-X           PIC X(40).
       01  WK-OUT-LEN         PIC 9(02)  COMP.
       01  WK-EMIT            PIC X(02).
       01  WK-EMIT-LEN        PIC 9(01)  COMP.
       01  WK-DIGIT-CT        PIC 9(02)  COMP.
       01  WK-LAST            PIC X(01).
           88  WK-LAST-DIGIT              VALUE "D".
       01  WK-STARTED-SW      PIC X(01).
           88  WK-STARTED                 VALUE "Y".
       01  WK-SEP-SW          PIC X(01).
           88  WK-SEP-PENDING             VALUE "Y".
       01  WK-TRUNC-SW        PIC X(01).
           88  WK-TRUNCATED               VALUE "Y".
      *
      *    漢数字の並び。
       01  WK-RUN-START       PIC 9(02)  COMP.
       01  WK-RUN-END         PIC 9(02)  COMP.
       01  WK-RUN-NUMBER-SW   PIC X(01).
           88  WK-RUN-IS-NUMBER           VALUE "Y".
       01  WK-KJ-VALUE        PIC 9(04).
       01  WK-KJ-CUR          PIC 9(01).
       01  WK-KJ-TEN-CT       PIC 9(02)  COMP.
       01  WK-KJ-ED           PIC Z(03)9.
       01  WK-KJ-CUR-SW       PIC X(01).
           88  WK-KJ-HAS-CUR              VALUE "Y".
       01  WK-ED-POS          PIC 9(02)  COMP.
      ******************************************************************
       LINKAGE SECTION.
       01  AN-PARM.
           05  AN-INPUT                 PIC N(20).
           05  AN-INPUT-X  REDEFINES AN-INPUT
                                        PIC X(40).
           05  AN-OUTPUT                PIC N(20).
           05  AN-OUTPUT-X  REDEFINES AN-OUTPUT
                                        PIC X(40).
           05  AN-STATUS                PIC X(02).
      ******************************************************************
       PROCEDURE             DIVISION USING AN-PARM.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            MOVE "00"               TO AN-STATUS.
            MOVE SPACES             TO WK-OUT-X.
            MOVE ZERO               TO WK-OUT-LEN WK-DIGIT-CT.
            MOVE "N"                TO WK-STARTED-SW WK-SEP-SW
                                       WK-TRUNC-SW.
            MOVE SPACE              TO WK-LAST.
            MOVE 1                  TO WK-POS.
            PERFORM P-020-ONE-CHAR THRU P-020-EXIT
               UNTIL WK-POS > 40
                  OR AN-STATUS NOT = "00".
            IF AN-STATUS = "00"
               AND WK-DIGIT-CT = ZERO
                MOVE "12"            TO AN-STATUS
            END-IF.
            IF AN-STATUS NOT = "00"
                MOVE AN-INPUT-X      TO AN-OUTPUT-X
                GOBACK
            END-IF.
            MOVE WK-OUT-X           TO AN-OUTPUT-X.
            IF WK-TRUNCATED
                MOVE "16"            TO AN-STATUS
            END-IF.
            GOBACK
            .
      *
      *    1文字(または丁目・番地のような2文字の区切り)。
       P-020-ONE-CHAR.
            PERFORM P-030-READ-CHAR THRU P-030-EXIT.
            COMPUTE WK-NEXT-POS = WK-POS + WK-CH-LEN.
            EVALUATE WK-KIND
                WHEN "D"
                    PERFORM P-050-EMIT-SEP
                    MOVE WK-ZDIGIT(WK-DVAL + 1)  TO WK-EMIT
                    MOVE 2            TO WK-EMIT-LEN
                    PERFORM P-060-EMIT
                    ADD 1             TO WK-DIGIT-CT
                    MOVE "Y"          TO WK-STARTED-SW
                    MOVE "D"          TO WK-LAST
                    MOVE WK-NEXT-POS  TO WK-POS
                WHEN "K"
                    PERFORM P-040-KANJI-RUN THRU P-040-EXIT
                WHEN "H"
                WHEN "U"
                WHEN "N"
                    IF WK-STARTED AND WK-LAST-DIGIT
                        MOVE "Y"      TO WK-SEP-SW
                    ELSE
                        PERFORM P-055-EMIT-TEXT
                    END-IF
                    COMPUTE WK-POS = WK-POS + WK-UNIT-LEN
                WHEN "P"
                    MOVE WK-NEXT-POS  TO WK-POS
                WHEN OTHER
                    PERFORM P-055-EMIT-TEXT
                    MOVE WK-NEXT-POS  TO WK-POS
            END-EVALUATE.
       P-020-EXIT.
            EXIT.
      *
      *    WK-POSの1文字をWK-CHへ取り、種別をWK-KINDへ返す。
      *    区切り文字のバイト数(丁目・番地は4)はWK-UNIT-LENへ。
       P-030-READ-CHAR.
            MOVE AN-INPUT-X(WK-POS:1)  TO WK-BYTE.
            MOVE SPACES             TO WK-CH.
            IF WK-POS < 40
               AND ((WK-BYTE >= X"81" AND WK-BYTE <= X"9F")
                 OR (WK-BYTE >= X"E0" AND WK-BYTE <= X"FC"))
                MOVE 2               TO WK-CH-LEN
                MOVE AN-INPUT-X(WK-POS:2)  TO WK-CH
            ELSE
                MOVE 1               TO WK-CH-LEN
                MOVE WK-BYTE         TO WK-CH(1:1)
            END-IF.
            MOVE WK-CH-LEN          TO WK-UNIT-LEN.
            MOVE "O"                TO WK-KIND.
            IF WK-CH-LEN = 1
                EVALUATE TRUE
                    WHEN WK-BYTE IS NUMERIC
                        MOVE "D"     TO WK-KIND
                        MOVE WK-BYTE TO WK-DVAL
                    WHEN WK-BYTE = "-"
                        MOVE "H"     TO WK-KIND
                    WHEN WK-BYTE = SPACE
                        MOVE "P"     TO WK-KIND
                END-EVALUATE
                GO TO P-030-EXIT
            END-IF.
            MOVE ZERO               TO WK-HIT.
            PERFORM P-032-MATCH-ZDIGIT
               VARYING WK-SCAN FROM 1 BY 1
                  UNTIL WK-SCAN > 10 OR WK-HIT NOT = ZERO.
            IF WK-HIT NOT = ZERO
                MOVE "D"             TO WK-KIND
                COMPUTE WK-DVAL = WK-HIT - 1
                GO TO P-030-EXIT
            END-IF.
            PERFORM P-034-MATCH-KANJI
               VARYING WK-SCAN FROM 1 BY 1
                  UNTIL WK-SCAN > 11 OR WK-HIT NOT = ZERO.
            IF WK-HIT NOT = ZERO
                MOVE "K"             TO WK-KIND
                GO TO P-030-EXIT
            END-IF.
            PERFORM P-036-MATCH-HYPHEN
               VARYING WK-SCAN FROM 1 BY 1
                  UNTIL WK-SCAN > 4 OR WK-HIT NOT = ZERO.
            EVALUATE TRUE
                WHEN WK-HIT NOT = ZERO
                    MOVE "H"         TO WK-KIND
                WHEN WK-CH = WK-HYAKU OR WK-CH = WK-SEN
                    MOVE "B"         TO WK-KIND
                WHEN WK-CH = WK-ZSPACE
                    MOVE "P"         TO WK-KIND
                WHEN WK-CH = WK-NO
                    MOVE "N"         TO WK-KIND
                WHEN WK-CH = WK-GO
                    MOVE "U"         TO WK-KIND
                WHEN WK-CH = WK-BAN
                    MOVE "U"         TO WK-KIND
                    IF WK-POS < 38
                       AND AN-INPUT-X(WK-POS + 2:2) = WK-CHI
                        MOVE 4       TO WK-UNIT-LEN
                    END-IF
      *        丁は丁目のときだけ区切り(八丁堀の丁は町名)。
                WHEN WK-CH = WK-CHO
                    IF WK-POS < 38
                       AND AN-INPUT-X(WK-POS + 2:2) = WK-ME
                        MOVE "U"     TO WK-KIND
                        MOVE 4       TO WK-UNIT-LEN
                    END-IF
            END-EVALUATE.
       P-030-EXIT.
            EXIT.
      *
       P-032-MATCH-ZDIGIT.
            IF WK-CH = WK-ZDIGIT(WK-SCAN)
                MOVE WK-SCAN        TO WK-HIT
            END-IF.
      *
       P-034-MATCH-KANJI.
            IF WK-CH = WK-KANJI(WK-SCAN)
                MOVE WK-SCAN        TO WK-HIT
            END-IF.
      *
       P-036-MATCH-HYPHEN.
            IF WK-CH = WK-HYPHEN(WK-SCAN)
                MOVE WK-SCAN        TO WK-HIT
            END-IF.
      *
      *    漢数字の並び。直後の文字で番号か町名かを決める。
       P-040-KANJI-RUN.
            MOVE WK-POS             TO WK-RUN-START.
            MOVE WK-POS             TO WK-RUN-END.
            PERFORM P-042-RUN-NEXT
               UNTIL WK-POS > 40
                  OR WK-KIND NOT = "K".
      *    WK-POSは並びの次の文字(WK-KINDはその種別)。
            MOVE "N"                TO WK-RUN-NUMBER-SW.
            IF WK-POS > 40
                IF WK-STARTED
                    MOVE "Y"         TO WK-RUN-NUMBER-SW
                END-IF
            ELSE
                EVALUATE WK-KIND
                    WHEN "B"
                        MOVE "14"    TO AN-STATUS
                        GO TO P-040-EXIT
                    WHEN "H"
                    WHEN "U"
                        MOVE "Y"     TO WK-RUN-NUMBER-SW
                    WHEN "N"
                    WHEN "P"
                        IF WK-STARTED
                            MOVE "Y" TO WK-RUN-NUMBER-SW
                        END-IF
                END-EVALUATE
            END-IF.
            IF NOT WK-RUN-IS-NUMBER
      *        町名の一部。並びをそのまま写す。
                PERFORM P-044-COPY-RUN
                   VARYING WK-SCAN FROM WK-RUN-START BY 2
                      UNTIL WK-SCAN > WK-RUN-END
                GO TO P-040-EXIT
            END-IF.
      *    十を含む並びは十の位取り(二十三=23)、含まない並びは
      *    1文字1桁の位取り(一〇一=101)で読む。
            MOVE ZERO               TO WK-KJ-VALUE WK-KJ-TEN-CT
                                       WK-KJ-CUR.
            MOVE "N"                TO WK-KJ-CUR-SW.
            PERFORM P-046-KANJI-DIGIT
               VARYING WK-SCAN FROM WK-RUN-START BY 2
                  UNTIL WK-SCAN > WK-RUN-END
                     OR AN-STATUS NOT = "00".
            IF AN-STATUS NOT = "00"
                GO TO P-040-EXIT
            END-IF.
            IF WK-KJ-TEN-CT > ZERO
                ADD WK-KJ-CUR       TO WK-KJ-VALUE
            END-IF.
            MOVE WK-KJ-VALUE        TO WK-KJ-ED.
            PERFORM P-050-EMIT-SEP.
            PERFORM P-048-EMIT-EDITED
               VARYING WK-ED-POS FROM 1 BY 1 UNTIL WK-ED-POS > 4.
            MOVE "Y"                TO WK-STARTED-SW.
            MOVE "D"                TO WK-LAST.
       P-040-EXIT.
            EXIT.
      *
      *    並びを1文字延ばす。漢数字でなければWK-POSで止まる。
       P-042-RUN-NEXT.
            MOVE WK-POS             TO WK-RUN-END.
            ADD 2                   TO WK-POS.
            IF WK-POS NOT > 40
                PERFORM P-030-READ-CHAR THRU P-030-EXIT
            END-IF.
      *
       P-044-COPY-RUN.
            MOVE AN-INPUT-X(WK-SCAN:2)  TO WK-CH.
            PERFORM P-055-EMIT-TEXT.
      *
      *    漢数字1文字。〇～九は桁、十は十の位の区切り。
       P-046-KANJI-DIGIT.
            MOVE AN-INPUT-X(WK-SCAN:2)  TO WK-CH.
            MOVE ZERO               TO WK-HIT.
            PERFORM P-047-FIND-KANJI
               VARYING WK-DVAL FROM 1 BY 1
                  UNTIL WK-DVAL > 11 OR WK-HIT NOT = ZERO.
            IF WK-HIT = WK-KANJI-TEN
                ADD 1               TO WK-KJ-TEN-CT
                IF WK-KJ-TEN-CT > 1 OR WK-KJ-VALUE > 9
                    MOVE "14"        TO AN-STATUS
                ELSE
                    IF WK-KJ-HAS-CUR
                        COMPUTE WK-KJ-VALUE = WK-KJ-CUR * 10
                    ELSE
                        MOVE 10      TO WK-KJ-VALUE
                    END-IF
                    MOVE ZERO        TO WK-KJ-CUR
                    MOVE "N"         TO WK-KJ-CUR-SW
                END-IF
            ELSE
                IF WK-KJ-TEN-CT > ZERO
      *            十の後ろは1の位1文字だけ。
                    IF WK-KJ-HAS-CUR
                        MOVE "14"    TO AN-STATUS
                    ELSE
                        COMPUTE WK-KJ-CUR = WK-HIT - 1
                        MOVE "Y"     TO WK-KJ-CUR-SW
                    END-IF
                ELSE
      *            十を含まない並びは位取りで4桁まで。
                    IF WK-KJ-VALUE > 999
                        MOVE "14"    TO AN-STATUS
                    ELSE
                        COMPUTE WK-KJ-CUR = WK-HIT - 1
                        COMPUTE WK-KJ-VALUE =
                                WK-KJ-VALUE * 10 + WK-KJ-CUR
                        MOVE "Y"     TO WK-KJ-CUR-SW
                    END-IF
                END-IF
            END-IF.
      *
       P-047-FIND-KANJI.
            IF WK-CH = WK-KANJI(WK-DVAL)
                MOVE WK-DVAL        TO WK-HIT
            END-IF.
      *
       P-048-EMIT-EDITED.
            IF WK-KJ-ED(WK-ED-POS:1) NOT = SPACE
                MOVE WK-KJ-ED(WK-ED-POS:1)  TO WK-DVAL
                MOVE WK-ZDIGIT(WK-DVAL + 1)  TO WK-EMIT
                MOVE 2               TO WK-EMIT-LEN
                PERFORM P-060-EMIT
                ADD 1                TO WK-DIGIT-CT
            END-IF.
      *
      *    番号の前の区切り。前の番号との間に区切りがあったときだけ
      *    全角ハイフン1つを出す。
       P-050-EMIT-SEP.
            IF WK-SEP-PENDING
               AND WK-LAST-DIGIT
                MOVE WK-OUT-HYPHEN   TO WK-EMIT
                MOVE 2               TO WK-EMIT-LEN
                PERFORM P-060-EMIT
            END-IF.
            MOVE "N"                TO WK-SEP-SW.
      *
      *    町名・建物名の文字はそのまま写す。番号の後の区切りは
      *    建物名の前では出さない。
       P-055-EMIT-TEXT.
            MOVE WK-CH              TO WK-EMIT.
            MOVE WK-CH-LEN          TO WK-EMIT-LEN.
            PERFORM P-060-EMIT.
            MOVE "N"                TO WK-SEP-SW.
            MOVE "T"                TO WK-LAST.
      *
       P-060-EMIT.
            IF WK-OUT-LEN + WK-EMIT-LEN > 40
                MOVE "Y"             TO WK-TRUNC-SW
            ELSE
                MOVE WK-EMIT(1:WK-EMIT-LEN)
                       TO WK-OUT-X(WK-OUT-LEN + 1:WK-EMIT-LEN)
                ADD WK-EMIT-LEN      TO WK-OUT-LEN
            END-IF.
      ******************************************************************
