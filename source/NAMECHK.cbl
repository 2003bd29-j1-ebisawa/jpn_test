      ******************************************************************
      *    テストケース：NAMECHK
      *    プログラム名：日本語化テスト 氏名・カナ読み整合チェック
      *    処理概要　　：顧客ファイル(CUSTREC.CPY)の氏名(漢字)を
      *                  氏名読み辞書NAMEDIC.TXT(姓・名の表記と
      *                  読み)で引き、CUST-KANAが氏名の読みとして
      *                  辞書に無いレコード(佐藤をｽｽﾞｷと入力した
      *                  等)を指摘し、カナが空白のレコードには
      *                  辞書から読みを提案する。結果は確認用の
      *                  NAMEREV.TXTへ書くだけで、顧客ファイルは
      *                  書き換えない(採否は担当が確認してCUSTMNT
      *                  で直す)。CUSTEDITの字種チェック(半角カナ
      *                  か)では拾えない、読みの取り違えを拾う。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     NC-ACTION = INIT | ADD | CHECK (既定CHECK)
      *       INIT  ... TDGENの姓・名の部品で辞書を新規作成する
      *                 (辞書が既にあるときは作らない)
      *       ADD   ... 辞書へ1行追加する(NC-KIND/NC-KANJI/NC-KANA)
      *       CHECK ... 顧客ファイルを突合する
      *     NC-FILE   = 対象ファイル(既定TESTDATA.DAT)
      *     NC-KIND   = S(姓) | G(名)
      *     NC-KANJI  = 漢字表記(全角5文字まで)
      *     NC-KANA   = 読み(半角カナ)
      *   照合: 氏名の先頭から辞書の姓のうち最も長く一致するものを
      *   取り、残り(全角・半角空白は除く)を名として引く。カナは
      *   空白を除いて「姓の読み」または「姓の読み＋名の読み」の
      *   どれかと一致すれば正しいとする。
      *   NAMEREV.TXT(1件1行):
      *     連番 X(06)・種別 X(08)・氏名 X(20)・現カナ X(20)・
      *     提案カナ X(20)、各項目の間は空白2桁
      *     種別 PROPOSE  カナ空白、読みの候補が1つ
      *          CHOOSE   カナ空白、候補が複数(提案は先頭の候補)
      *          MISMATCH カナが辞書の読みと合わない(提案は先頭の
      *                   候補)
      *          UNKNOWN  姓が辞書に無い(提案なし。辞書追加の候補)
      *   終了時のRETURN-CODEはMISMATCH件数。辞書・顧客ファイルが
      *   無いとき、ADDの指定誤りは1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           NAMECHK.
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
           SELECT DATA-FILE           ASSIGN TO DYNAMIC
                                        WK-FILE-NAME
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-DATA-FS.
           COPY NAMDSL.
           SELECT REV-FILE            ASSIGN TO "NAMEREV.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       COPY NAMDFD.
       FD  REV-FILE
           LABEL RECORDS ARE STANDARD.
       01  REV-REC.
           05  NR-SEQ                 PIC X(06).
           05  FILLER                 PIC X(02).
           05  NR-KIND                PIC X(08).
           05  FILLER                 PIC X(02).
           05  NR-NAME                PIC X(20).
           05  FILLER                 PIC X(02).
           05  NR-KANA-NOW            PIC X(20).
           05  FILLER                 PIC X(02).
           05  NR-KANA-PROP           PIC X(20).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-DATA-FS         PIC XX.
           88  WK-DATA-FOUND               VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-FILE-NAME       PIC X(40)  VALUE "TESTDATA.DAT".
       01  WK-ENV-FILE        PIC X(40)  VALUE SPACES.
       01  WK-ACTION          PIC X(05)  VALUE SPACES.
       01  WK-ENV-KIND        PIC X(01)  VALUE SPACES.
       01  WK-ENV-KANJI       PIC X(10)  VALUE SPACES.
       01  WK-ENV-KANA        PIC X(20)  VALUE SPACES.
      *
      *    辞書の初期内容(TDGENの姓8種・名4種の部品と同じ表記)。
      *    読みが2つある名(良子)は2行にする。
       01  WK-INIT-KIND-DEF   PIC X(13)  VALUE "SSSSSSSSGGGGG".
       01  WK-INIT-KIND-TAB  REDEFINES WK-INIT-KIND-DEF.
           05  WK-INIT-KIND  PIC X(01)  OCCURS 13 TIMES.
       01  WK-INIT-KANJI-DEF.
           05  FILLER   PIC N(05)  VALUE "佐藤".
           05  FILLER   PIC N(05)  VALUE "鈴木".
           05  FILLER   PIC N(05)  VALUE "高橋".
           05  FILLER   PIC N(05)  VALUE "田中".
           05  FILLER   PIC N(05)  VALUE "渡辺".
           05  FILLER   PIC N(05)  VALUE "伊藤".
           05  FILLER   PIC N(05)  VALUE "山本".
           05  FILLER   PIC N(05)  VALUE "中村".
           05  FILLER   PIC N(05)  VALUE "太郎".
           05  FILLER   PIC N(05)  VALUE "花子".
           05  FILLER   PIC N(05)  VALUE "一郎".
           05  FILLER   PIC N(05)  VALUE "良子".
           05  FILLER   PIC N(05)  VALUE "良子".
       01  WK-INIT-KANJI-TAB  REDEFINES WK-INIT-KANJI-DEF.
           05  WK-INIT-KANJI  PIC N(05)  OCCURS 13 TIMES.
      *    読み(半角カナ、シフトJIS)。
       01  WK-INIT-KANA-DEF.
           05  FILLER   PIC X(10)  VALUE X"BBC4B3".
           05  FILLER   PIC X(10)  VALUE X"BDBDDEB7".
           05  FILLER   PIC X(10)  VALUE X"C0B6CABC".
           05  FILLER   PIC X(10)  VALUE X"C0C5B6".
           05  FILLER   PIC X(10)  VALUE X"DCC0C5CDDE".
           05  FILLER   PIC X(10)  VALUE X"B2C4B3".
           05  FILLER   PIC X(10)  VALUE X"D4CFD3C4".
           05  FILLER   PIC X(10)  VALUE X"C5B6D1D7".
           05  FILLER   PIC X(10)  VALUE X"C0DBB3".
           05  FILLER   PIC X(10)  VALUE X"CAC5BA".
           05  FILLER   PIC X(10)  VALUE X"B2C1DBB3".
           05  FILLER   PIC X(10)  VALUE X"D6BCBA".
           05  FILLER   PIC X(10)  VALUE X"D8AEB3BA".
       01  WK-INIT-KANA-TAB  REDEFINES WK-INIT-KANA-DEF.
           05  WK-INIT-KANA  PIC X(10)  OCCURS 13 TIMES.
       01  WK-INIT-COUNT      PIC 9(03)  COMP  VALUE 13.
       01  WK-INIT-IDX        PIC 9(03)  COMP.
      *
      *    辞書の作業表(漢字表記・読みはバイト列で持つ)。
       01  WK-ND-TAB.
           05  WK-ND-ENTRY  OCCURS 3000 TIMES.
               10  WK-ND-KIND         PIC X(01).
               10  WK-ND-KANJI        PIC X(10).
               10  WK-ND-KANJI-LEN    PIC 9(02)  COMP.
               10  WK-ND-KANA         PIC X(20).
               10  WK-ND-KANA-LEN     PIC 9(02)  COMP.
       01  WK-ND-MAX          PIC 9(04)  COMP  VALUE 3000.
       01  WK-ND-COUNT        PIC 9(04)  COMP  VALUE ZERO.
       01  WK-ND-OVER-CT      PIC 9(04)  COMP  VALUE ZERO.
       01  WK-S               PIC 9(04)  COMP.
       01  WK-G               PIC 9(04)  COMP.
      *
      *    辞書1行のバイト列ビュー(NAMDFDと同じ並び)。
       01  WK-ND-X.
           05  WK-NDX-KIND            PIC X(01).
           05  FILLER                 PIC X(02).
           05  WK-NDX-KANJI           PIC X(10).
           05  FILLER                 PIC X(02).
           05  WK-NDX-KANA            PIC X(20).
      *
      *    顧客レコードのバイト列ビュー(CUSTRECと同じ並び)。
       01  WK-CUST-X.
           05  WK-CX-SEQ              PIC X(06).
           05  WK-CX-NAME             PIC X(20).
           05  WK-CX-ADDRESS          PIC X(40).
           05  WK-CX-KANA             PIC X(20).
           05  WK-CX-BALANCE          PIC X(11).
           05  WK-CX-POSTAL           PIC X(07).
      *
      *    照合の作業域。
       01  WK-NAME            PIC X(20).
       01  WK-REST            PIC X(20).
       01  WK-SEI-KANJI       PIC X(10).
       01  WK-SEI-LEN         PIC 9(02)  COMP.
       01  WK-REST-POS        PIC 9(02)  COMP.
       01  WK-KANA-STRIP      PIC X(40).
       01  WK-KANA-STRIP-LEN  PIC 9(02)  COMP.
       01  WK-CAND            PIC X(40).
       01  WK-CAND-LEN        PIC 9(02)  COMP.
       01  WK-FIRST-FULL      PIC X(40).
       01  WK-FIRST-SEI       PIC X(40).
       01  WK-FULL-CT         PIC 9(04)  COMP.
       01  WK-SEI-CT          PIC 9(04)  COMP.
       01  WK-KNOWN-SW        PIC X(01).
           88  WK-KNOWN                    VALUE "Y".
       01  WK-SCAN            PIC 9(02)  COMP.
       01  WK-LEN             PIC 9(02)  COMP.
       01  WK-BYTE            PIC X(01).
       01  WK-BAD-CT          PIC 9(02)  COMP.
      *
       01  WK-REC-NO          PIC 9(07)  VALUE ZERO.
       01  WK-PROPOSE-CT      PIC 9(05)  VALUE ZERO.
       01  WK-CHOOSE-CT       PIC 9(05)  VALUE ZERO.
       01  WK-MISMATCH-CT     PIC 9(05)  VALUE ZERO.
       01  WK-UNKNOWN-CT      PIC 9(05)  VALUE ZERO.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "NAMECHK START".
            DISPLAY "NC-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            DISPLAY "NC-FILE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-FILE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-FILE NOT = SPACES
                MOVE WK-ENV-FILE      TO WK-FILE-NAME
            END-IF.
            EVALUATE WK-ACTION
                WHEN "INIT"
                    PERFORM P-020-INIT-DIC
                WHEN "ADD"
                    PERFORM P-030-ADD-ENTRY THRU P-030-EXIT
                WHEN OTHER
                    PERFORM P-040-CHECK-FILE
            END-EVALUATE.
            DISPLAY "NAMECHK END".
            GOBACK
            .
      *
      *    辞書の新規作成。保守中の辞書を上書きしないよう、
      *    既に行があるときは作らない。
       P-020-INIT-DIC.
            PERFORM P-050-LOAD-DIC.
            IF WK-ND-COUNT > ZERO
                DISPLAY "NAMEDIC.TXT ALREADY HAS " WK-ND-COUNT
                        " ENTRIES - NOT INITIALIZED"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT NAME-DIC.
            PERFORM P-022-INIT-ONE
               VARYING WK-INIT-IDX FROM 1 BY 1
                  UNTIL WK-INIT-IDX > WK-INIT-COUNT.
            CLOSE NAME-DIC.
            DISPLAY "NAMEDIC.TXT INITIALIZED (" WK-INIT-COUNT
                    " ENTRIES)".
      *
       P-022-INIT-ONE.
            MOVE SPACES               TO NAME-DIC-REC.
            MOVE WK-INIT-KIND(WK-INIT-IDX)   TO ND-KIND.
            MOVE WK-INIT-KANJI(WK-INIT-IDX)  TO ND-KANJI.
            MOVE WK-INIT-KANA(WK-INIT-IDX)   TO ND-KANA.
            WRITE NAME-DIC-REC.
      *
      *    辞書へ1行追加。同じ種別・表記・読みの行があれば追加しない。
       P-030-ADD-ENTRY.
            DISPLAY "NC-KIND"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-KIND          FROM ENVIRONMENT-VALUE.
            DISPLAY "NC-KANJI"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-KANJI         FROM ENVIRONMENT-VALUE.
            DISPLAY "NC-KANA"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-KANA          FROM ENVIRONMENT-VALUE.
            IF (WK-ENV-KIND NOT = "S" AND WK-ENV-KIND NOT = "G")
               OR WK-ENV-KANJI = SPACES
               OR WK-ENV-KANA = SPACES
                DISPLAY "NC-KIND=S|G, NC-KANJI AND NC-KANA REQUIRED"
                MOVE 1                TO RETURN-CODE
                GO TO P-030-EXIT
            END-IF.
      *    読みは半角カナ(A1-DF)と空白のみ(CUSTEDITと同じ字種)。
            MOVE ZERO                 TO WK-BAD-CT.
            PERFORM P-032-CHECK-KANA-BYTE
               VARYING WK-SCAN FROM 1 BY 1 UNTIL WK-SCAN > 20.
            IF WK-BAD-CT > ZERO
                DISPLAY "NC-KANA NOT HALF-WIDTH KANA"
                MOVE 1                TO RETURN-CODE
                GO TO P-030-EXIT
            END-IF.
            PERFORM P-050-LOAD-DIC.
            MOVE ZERO                 TO WK-G.
            PERFORM P-034-FIND-SAME
               VARYING WK-S FROM 1 BY 1
                  UNTIL WK-S > WK-ND-COUNT OR WK-G NOT = ZERO.
            IF WK-G NOT = ZERO
                DISPLAY "NAMEDIC.TXT ALREADY HAS THIS ENTRY"
                MOVE 1                TO RETURN-CODE
                GO TO P-030-EXIT
            END-IF.
            OPEN EXTEND NAME-DIC.
            MOVE SPACES               TO WK-ND-X.
            MOVE WK-ENV-KIND          TO WK-NDX-KIND.
            MOVE WK-ENV-KANJI         TO WK-NDX-KANJI.
            MOVE WK-ENV-KANA          TO WK-NDX-KANA.
            WRITE NAME-DIC-REC        FROM WK-ND-X.
            CLOSE NAME-DIC.
            DISPLAY "NAMEDIC.TXT ENTRY ADDED".
       P-030-EXIT.
            EXIT.
      *
       P-032-CHECK-KANA-BYTE.
            MOVE WK-ENV-KANA(WK-SCAN:1)  TO WK-BYTE.
            IF WK-BYTE NOT = SPACE
               AND (WK-BYTE < X"A1" OR WK-BYTE > X"DF")
                ADD 1                 TO WK-BAD-CT
            END-IF.
      *
       P-034-FIND-SAME.
            IF WK-ND-KIND(WK-S) = WK-ENV-KIND
               AND WK-ND-KANJI(WK-S) = WK-ENV-KANJI
               AND WK-ND-KANA(WK-S) = WK-ENV-KANA
                MOVE WK-S             TO WK-G
            END-IF.
      *
       P-040-CHECK-FILE.
            PERFORM P-050-LOAD-DIC.
            IF WK-ND-COUNT = ZERO
                DISPLAY "NAMEDIC.TXT EMPTY - RUN NC-ACTION=INIT"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT DATA-FILE.
            IF NOT WK-DATA-FOUND
                DISPLAY WK-FILE-NAME " NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT REV-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-060-CHECK-ONE UNTIL WK-EOF.
            CLOSE REV-FILE.
            CLOSE DATA-FILE.
            DISPLAY "NAMECHK: " WK-REC-NO " RECORD(S)  PROPOSE "
                    WK-PROPOSE-CT "  CHOOSE " WK-CHOOSE-CT.
            DISPLAY "NAMECHK: MISMATCH " WK-MISMATCH-CT
                    "  UNKNOWN " WK-UNKNOWN-CT " -> NAMEREV.TXT".
            MOVE WK-MISMATCH-CT       TO RETURN-CODE.
      *
      *    辞書の取り込み。表記・読みの長さ(右の空白を除く)も持つ。
       P-050-LOAD-DIC.
            MOVE ZERO                 TO WK-ND-COUNT WK-ND-OVER-CT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT NAME-DIC.
            PERFORM P-052-LOAD-ONE UNTIL WK-EOF.
            CLOSE NAME-DIC.
            IF WK-ND-OVER-CT > ZERO
                DISPLAY "NAMEDIC.TXT OVER " WK-ND-MAX
                        " ENTRIES - " WK-ND-OVER-CT " NOT LOADED"
            END-IF.
      *
       P-052-LOAD-ONE.
            READ NAME-DIC
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    MOVE NAME-DIC-REC  TO WK-ND-X
                    IF (WK-NDX-KIND = "S" OR WK-NDX-KIND = "G")
                       AND WK-NDX-KANJI NOT = SPACES
                        PERFORM P-054-STORE-ONE
                    END-IF
            END-READ.
      *
       P-054-STORE-ONE.
            IF WK-ND-COUNT NOT < WK-ND-MAX
                ADD 1                 TO WK-ND-OVER-CT
            ELSE
                ADD 1                 TO WK-ND-COUNT
                MOVE WK-NDX-KIND      TO WK-ND-KIND(WK-ND-COUNT)
                MOVE WK-NDX-KANJI     TO WK-ND-KANJI(WK-ND-COUNT)
                MOVE WK-NDX-KANA      TO WK-ND-KANA(WK-ND-COUNT)
                MOVE ZERO             TO WK-LEN
                PERFORM P-056-KANJI-LEN
                   VARYING WK-SCAN FROM 10 BY -1
                      UNTIL WK-SCAN < 1 OR WK-LEN NOT = ZERO
                MOVE WK-LEN           TO WK-ND-KANJI-LEN(WK-ND-COUNT)
                MOVE ZERO             TO WK-LEN
                PERFORM P-058-KANA-LEN
                   VARYING WK-SCAN FROM 20 BY -1
                      UNTIL WK-SCAN < 1 OR WK-LEN NOT = ZERO
                MOVE WK-LEN           TO WK-ND-KANA-LEN(WK-ND-COUNT)
            END-IF.
      *
       P-056-KANJI-LEN.
            IF WK-NDX-KANJI(WK-SCAN:1) NOT = SPACE
                MOVE WK-SCAN          TO WK-LEN
            END-IF.
      *
       P-058-KANA-LEN.
            IF WK-NDX-KANA(WK-SCAN:1) NOT = SPACE
                MOVE WK-SCAN          TO WK-LEN
            END-IF.
      *
       P-060-CHECK-ONE.
            READ DATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        PERFORM P-070-CHECK-RECORD
                           THRU P-070-EXIT
                    END-IF
            END-READ.
      *
      *    1件の照合。
       P-070-CHECK-RECORD.
            ADD 1                     TO WK-REC-NO.
            MOVE CUSTOMER-REC         TO WK-CUST-X.
            MOVE SPACES               TO REV-REC.
            MOVE WK-CX-SEQ            TO NR-SEQ.
            MOVE WK-CX-NAME           TO NR-NAME.
            MOVE WK-CX-KANA           TO NR-KANA-NOW.
      *    氏名の全角空白は半角空白2つに置き換えて扱う。
            MOVE WK-CX-NAME           TO WK-NAME.
            INSPECT WK-NAME REPLACING ALL X"8140" BY "  ".
      *    姓: 先頭から最も長く一致する辞書の姓。
            MOVE ZERO                 TO WK-SEI-LEN.
            PERFORM P-072-MATCH-SEI
               VARYING WK-S FROM 1 BY 1 UNTIL WK-S > WK-ND-COUNT.
            IF WK-SEI-LEN = ZERO
                MOVE "UNKNOWN"        TO NR-KIND
                ADD 1                 TO WK-UNKNOWN-CT
                WRITE REV-REC
                GO TO P-070-EXIT
            END-IF.
      *    名: 姓の後ろ(先頭の空白は飛ばす)。
            MOVE SPACES               TO WK-REST.
            COMPUTE WK-REST-POS = WK-SEI-LEN + 1.
            PERFORM P-074-SKIP-SPACE
               UNTIL WK-REST-POS > 20
                  OR WK-NAME(WK-REST-POS:1) NOT = SPACE.
            IF WK-REST-POS NOT > 20
                MOVE WK-NAME(WK-REST-POS:)  TO WK-REST
            END-IF.
      *    カナ: 空白を除いて比べる。
            MOVE SPACES               TO WK-KANA-STRIP.
            MOVE ZERO                 TO WK-KANA-STRIP-LEN.
            PERFORM P-076-STRIP-KANA
               VARYING WK-SCAN FROM 1 BY 1 UNTIL WK-SCAN > 20.
      *    候補: 姓の読みそれぞれと、その後ろへ名の読みを続けたもの。
            MOVE ZERO                 TO WK-FULL-CT WK-SEI-CT.
            MOVE SPACES               TO WK-FIRST-FULL WK-FIRST-SEI.
            MOVE "N"                  TO WK-KNOWN-SW.
            PERFORM P-080-CANDIDATES-SEI
               VARYING WK-S FROM 1 BY 1 UNTIL WK-S > WK-ND-COUNT.
            IF WK-FULL-CT > ZERO
                MOVE WK-FIRST-FULL    TO NR-KANA-PROP
            ELSE
                MOVE WK-FIRST-SEI     TO NR-KANA-PROP
            END-IF.
            IF WK-CX-KANA = SPACES
                IF WK-FULL-CT > 1
                   OR (WK-FULL-CT = ZERO AND WK-SEI-CT > 1)
                    MOVE "CHOOSE"     TO NR-KIND
                    ADD 1             TO WK-CHOOSE-CT
                ELSE
                    MOVE "PROPOSE"    TO NR-KIND
                    ADD 1             TO WK-PROPOSE-CT
                END-IF
                WRITE REV-REC
                GO TO P-070-EXIT
            END-IF.
            IF NOT WK-KNOWN
                MOVE "MISMATCH"       TO NR-KIND
                ADD 1                 TO WK-MISMATCH-CT
                WRITE REV-REC
            END-IF.
       P-070-EXIT.
            EXIT.
      *
       P-072-MATCH-SEI.
            IF WK-ND-KIND(WK-S) = "S"
               AND WK-ND-KANJI-LEN(WK-S) > WK-SEI-LEN
               AND WK-NAME(1:WK-ND-KANJI-LEN(WK-S)) =
                   WK-ND-KANJI(WK-S)(1:WK-ND-KANJI-LEN(WK-S))
                MOVE WK-ND-KANJI-LEN(WK-S)  TO WK-SEI-LEN
                MOVE WK-ND-KANJI(WK-S)      TO WK-SEI-KANJI
            END-IF.
      *
       P-074-SKIP-SPACE.
            ADD 1                     TO WK-REST-POS.
      *
       P-076-STRIP-KANA.
            IF WK-CX-KANA(WK-SCAN:1) NOT = SPACE
                ADD 1                 TO WK-KANA-STRIP-LEN
                MOVE WK-CX-KANA(WK-SCAN:1)
                       TO WK-KANA-STRIP(WK-KANA-STRIP-LEN:1)
            END-IF.
      *
      *    姓の読み1つ。それ単独と、名の読みを続けたものを候補にする。
       P-080-CANDIDATES-SEI.
            IF WK-ND-KIND(WK-S) = "S"
               AND WK-ND-KANJI(WK-S) = WK-SEI-KANJI
               AND WK-ND-KANA-LEN(WK-S) > ZERO
                ADD 1                 TO WK-SEI-CT
                IF WK-SEI-CT = 1
                    MOVE WK-ND-KANA(WK-S)  TO WK-FIRST-SEI
                END-IF
                MOVE SPACES           TO WK-CAND
                MOVE WK-ND-KANA(WK-S)  TO WK-CAND
                IF WK-CAND = WK-KANA-STRIP
                    MOVE "Y"          TO WK-KNOWN-SW
                END-IF
                IF WK-REST NOT = SPACES
                    PERFORM P-082-CANDIDATES-MEI
                       VARYING WK-G FROM 1 BY 1
                          UNTIL WK-G > WK-ND-COUNT
                END-IF
            END-IF.
      *
       P-082-CANDIDATES-MEI.
            IF WK-ND-KIND(WK-G) = "G"
               AND WK-ND-KANJI(WK-G) = WK-REST
               AND WK-ND-KANA-LEN(WK-G) > ZERO
                ADD 1                 TO WK-FULL-CT
      *        候補は空白なしで比べ、提案は姓と名の間に空白を入れる。
                MOVE SPACES           TO WK-CAND
                STRING WK-ND-KANA(WK-S)(1:WK-ND-KANA-LEN(WK-S))
                       WK-ND-KANA(WK-G)(1:WK-ND-KANA-LEN(WK-G))
                       DELIMITED BY SIZE  INTO WK-CAND
                IF WK-CAND = WK-KANA-STRIP
                    MOVE "Y"          TO WK-KNOWN-SW
                END-IF
                IF WK-FULL-CT = 1
                    MOVE SPACES       TO WK-FIRST-FULL
                    STRING WK-ND-KANA(WK-S)(1:WK-ND-KANA-LEN(WK-S))
                           " "
                           WK-ND-KANA(WK-G)(1:WK-ND-KANA-LEN(WK-G))
                           DELIMITED BY SIZE  INTO WK-FIRST-FULL
                END-IF
            END-IF.
      ******************************************************************
