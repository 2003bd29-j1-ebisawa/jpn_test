      ******************************************************************
      *    テストケース：SPECTRC
      *    プログラム名：日本語化テスト 仕様節トレーサビリティ表
      *    処理概要　　：仕様節参照ファイルSPECREF.TXT(節番号・見出し
      *                  ・試験対象の条項)と、ケース台帳CASECAT.TXT
      *                  のCASE-IDを節へ対応付けるSPECMAP.TXTを読み、
      *                  今回の結果(ALLDIGEST.TXT、または結果マスタ
      *                  RESMAST.IDX)と突き合わせて、節ごとにケース
      *                  の一覧と合格・不合格・未実行の件数を
      *                  SPECTRC.RPTへ刷る。ケースが1件も無い節
      *                  (未カバー)と、合格したケースの無い節を
      *                  末尾にまとめる。コンパイラ評価のたびに受入
      *                  委員会へ出す「どの条項に合格試験が無いか」
      *                  の表になる。
      *  --------------------------------------------------------------
      *   SPECREF.TXTが無い・空なら既定の節一覧(SPECTAB)で作る。
      *   SPECMAP.TXTが無い・空なら、台帳のEXプログラムの名前から
      *   節番号を取り(EX5-6B-1→5-6、EX5-4-2→5-4-2が無ければ5-4
      *   のように末尾の"-n"を外しながら参照ファイルにある節を
      *   探す)、プログラム単位("*")の対応を作って書き出す。
      *   以後はSPECMAP.TXTを直せば、ケース単位で節を付け替え
      *   られる(ケース単位の行がプログラム単位の行に優先する)。
      *   台帳に無いが実行されたケース(動的なCASE-ID)も、その
      *   プログラムに対応があれば節に数える。
      *   環境変数 ST-SOURCE  IDX=結果をRESMAST.IDXの現在の状態から
      *                       取る(省略時はALLDIGEST.TXT)
      *            X_OUTDIR   ALLDIGEST.TXTの場所(TESTALLと同じ)
      *   判定: 結果の状態がOKなら合格、OK以外は不合格、結果に
      *   無いケースは未実行。
      *   戻り値: 合格ケースの無い節(未カバーを含む)の数。
      *           台帳CASECAT.TXTが無い・結果が読めないときは1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           SPECTRC.
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
           COPY SPRSL.
           COPY SPMSL.
           SELECT CAT-FILE            ASSIGN TO "CASECAT.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-CAT-FS.
           SELECT ALL-IN              ASSIGN TO DYNAMIC
                                        WK-ALL-IN-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-ALL-FS.
           SELECT RES-MASTER          ASSIGN TO "RESMAST.IDX"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM
                                        RECORD KEY IS RM-KEY
                                        FILE STATUS IS WK-MAST-FS.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY SPRFD.
       COPY SPMFD.
       FD  CAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAT-REC.
           05  CAT-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  CAT-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(07).
       FD  ALL-IN
           LABEL RECORDS ARE STANDARD.
       01  ALL-IN-REC.
           05  AIN-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  AIN-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  AIN-STATUS             PIC X(40).
       FD  RES-MASTER
           LABEL RECORDS ARE STANDARD.
       01  RES-MASTER-REC.
           05  RM-KEY.
               10  RM-PROGRAM         PIC X(10).
               10  RM-CASE-ID         PIC X(30).
           05  RM-CURR-STATUS         PIC X(02).
           05  RM-CURR-RUN            PIC X(16).
           05  RM-HISTORY.
               10  RM-HIST-ENTRY  OCCURS 5 TIMES.
                   15  RM-HIST-RUN    PIC X(16).
                   15  RM-HIST-STATUS PIC X(02).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-CAT-FS          PIC XX.
           88  WK-CAT-FOUND                VALUE "00".
       01  WK-ALL-FS          PIC XX.
           88  WK-ALL-FOUND                VALUE "00".
       01  WK-MAST-FS         PIC XX.
           88  WK-MAST-OK                  VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
      *
      *    結果の出所。IDXなら結果マスタ、それ以外はALLDIGEST。
       01  WK-SOURCE          PIC X(03)  VALUE SPACES.
           88  WK-FROM-IDX                VALUE "IDX".
       01  WK-ALL-IN-NAME     PIC X(64)  VALUE "ALLDIGEST.TXT".
       01  WK-OUTDIR          PIC X(40)  VALUE SPACES.
       01  WK-RUN-ID          PIC X(16)  VALUE SPACES.
      *
       COPY SPECTAB.
      *
      *    仕様の節。件数はケースの突き合わせ後に数える。
       01  WK-SEC-TAB.
           05  WK-SEC-ENTRY  OCCURS 200 TIMES INDEXED BY IDX-SEC.
               10  WK-SEC-SECTION     PIC X(10).
               10  WK-SEC-TITLE       PIC X(30).
               10  WK-SEC-CLAUSE      PIC X(40).
               10  WK-SEC-CASE-CT     PIC 9(05).
               10  WK-SEC-OK-CT       PIC 9(05).
               10  WK-SEC-NG-CT       PIC 9(05).
               10  WK-SEC-NOTRUN-CT   PIC 9(05).
       01  WK-SEC-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-SEC-HIT         PIC 9(03)  COMP.
       01  WK-SEC-KEY         PIC X(10).
      *
      *    ケースと節の対応。CASE-IDが"*"ならプログラム単位。
       01  WK-MAP-TAB.
           05  WK-MAP-ENTRY  OCCURS 1000 TIMES INDEXED BY IDX-MAP.
               10  WK-MAP-PROGRAM     PIC X(10).
               10  WK-MAP-CASE-ID     PIC X(30).
               10  WK-MAP-SECTION     PIC X(10).
       01  WK-MAP-COUNT       PIC 9(04)  COMP  VALUE ZERO.
       01  WK-MAP-HIT         PIC 9(04)  COMP.
       01  WK-MAP-PGM-HIT     PIC 9(04)  COMP.
      *
      *    台帳のケース(実行されただけのケースも足す)。WK-CASE-SECは
      *    節の表の位置(0=対応なし)、WK-CASE-STATUSは結果の状態
      *    (空白=未実行)。
       01  WK-CASE-TAB.
           05  WK-CASE-ENTRY  OCCURS 1000 TIMES INDEXED BY IDX-CASE.
               10  WK-CASE-PROGRAM    PIC X(10).
               10  WK-CASE-ID         PIC X(30).
               10  WK-CASE-SEC        PIC 9(03)  COMP.
               10  WK-CASE-STATUS     PIC X(02).
               10  WK-CASE-DYN-SW     PIC X(01).
       01  WK-CASE-COUNT      PIC 9(04)  COMP  VALUE ZERO.
       01  WK-CASE-HIT        PIC 9(04)  COMP.
       01  WK-KEY-PROGRAM     PIC X(10).
       01  WK-KEY-CASE-ID     PIC X(30).
      *
      *    プログラム名から節番号を取る作業域。
       01  WK-DERIVE.
           05  WK-DV-NAME             PIC X(10).
           05  WK-DV-SECTION          PIC X(10).
           05  WK-DV-POS              PIC 9(02)  COMP.
           05  WK-DV-LEN              PIC 9(02)  COMP.
           05  WK-DV-STOP-SW          PIC X(01).
               88  WK-DV-STOP                    VALUE "Y".
           05  WK-DV-CHAR             PIC X(01).
       01  WK-PREV-PROGRAM    PIC X(10).
      *
       01  WK-UNMAPPED-CT     PIC 9(05)  VALUE ZERO.
       01  WK-BADSEC-CT       PIC 9(05)  VALUE ZERO.
       01  WK-DYN-CT          PIC 9(05)  VALUE ZERO.
       01  WK-NOPASS-CT       PIC 9(03)  VALUE ZERO.
       01  WK-UNCOVERED-CT    PIC 9(03)  VALUE ZERO.
       01  WK-FULL-SW         PIC X(01)  VALUE "N".
           88  WK-TABLE-FULL              VALUE "Y".
      *
       01  WK-ED-COUNT        PIC ZZZZ9.
       01  WK-ED-OK           PIC ZZZZ9.
       01  WK-ED-NG           PIC ZZZZ9.
       01  WK-ED-NOTRUN       PIC ZZZZ9.
       01  WK-JUDGE           PIC X(12).
       01  WK-STATUS-TEXT     PIC X(08).
       COPY PRTPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "SPECTRC START".
            MOVE ZERO                 TO RETURN-CODE.
            DISPLAY "ST-SOURCE"        UPON ENVIRONMENT-NAME.
            ACCEPT WK-SOURCE           FROM ENVIRONMENT-VALUE.
            DISPLAY "X_OUTDIR"         UPON ENVIRONMENT-NAME.
            ACCEPT WK-OUTDIR           FROM ENVIRONMENT-VALUE.
            IF WK-OUTDIR NOT = SPACES
                MOVE SPACES             TO WK-ALL-IN-NAME
                STRING WK-OUTDIR        DELIMITED BY SPACE
                       "/ALLDIGEST.TXT" DELIMITED BY SIZE
                              INTO WK-ALL-IN-NAME
            END-IF.
            PERFORM P-020-LOAD-SPECREF.
            PERFORM P-030-LOAD-CASECAT THRU P-030-EXIT.
            IF RETURN-CODE NOT = ZERO
                GOBACK
            END-IF.
            PERFORM P-040-LOAD-SPECMAP.
            PERFORM P-050-ASSIGN-SECTION
               VARYING IDX-CASE FROM 1 BY 1
                  UNTIL IDX-CASE > WK-CASE-COUNT.
            IF WK-FROM-IDX
                PERFORM P-064-LOAD-FROM-IDX THRU P-064-EXIT
            ELSE
                PERFORM P-060-LOAD-FROM-DIGEST THRU P-060-EXIT
            END-IF.
            IF RETURN-CODE NOT = ZERO
                GOBACK
            END-IF.
            PERFORM P-069-CLEAR-SEC
               VARYING IDX-SEC FROM 1 BY 1
                  UNTIL IDX-SEC > WK-SEC-COUNT.
            PERFORM P-070-TALLY-ONE
               VARYING IDX-CASE FROM 1 BY 1
                  UNTIL IDX-CASE > WK-CASE-COUNT.
            PERFORM P-080-REPORT.
            DISPLAY "SPECTRC END  SECTIONS=" WK-SEC-COUNT
                    " CASES=" WK-CASE-COUNT
                    " NO-PASS=" WK-NOPASS-CT
                    " UNCOVERED=" WK-UNCOVERED-CT
                    " UNMAPPED=" WK-UNMAPPED-CT
                    " -> SPECTRC.RPT".
            MOVE WK-NOPASS-CT         TO RETURN-CODE.
            GOBACK
            .
      *
      *    仕様節参照ファイルの取り込み。無ければ既定の節一覧で
      *    作って書き出す。
       P-020-LOAD-SPECREF.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT SPEC-REF-FILE.
            PERFORM P-022-LOAD-ONE-SEC UNTIL WK-EOF.
            CLOSE SPEC-REF-FILE.
            IF WK-SEC-COUNT = ZERO
                DISPLAY "SPECREF.TXT NOT FOUND OR EMPTY - DEFAULT "
                        "SECTION LIST WRITTEN"
                OPEN OUTPUT SPEC-REF-FILE
                PERFORM P-024-DEFAULT-SEC
                   VARYING WK-SEC-HIT FROM 1 BY 1
                      UNTIL WK-SEC-HIT > WK-SPEC-DEFAULT-COUNT
                CLOSE SPEC-REF-FILE
            END-IF.
      *
       P-022-LOAD-ONE-SEC.
            READ SPEC-REF-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF SR-SECTION NOT = SPACES
                       AND SR-SECTION(1:1) NOT = "*"
                        IF WK-SEC-COUNT < 200
                            ADD 1     TO WK-SEC-COUNT
                            SET IDX-SEC  TO WK-SEC-COUNT
                            MOVE SR-SECTION
                                 TO WK-SEC-SECTION(IDX-SEC)
                            MOVE SR-TITLE
                                 TO WK-SEC-TITLE(IDX-SEC)
                            MOVE SR-CLAUSE
                                 TO WK-SEC-CLAUSE(IDX-SEC)
                        ELSE
                            DISPLAY "SECTION TABLE FULL - SKIPPED: "
                                    SR-SECTION
                        END-IF
                    END-IF
            END-READ.
      *
       P-024-DEFAULT-SEC.
            ADD 1                     TO WK-SEC-COUNT.
            SET IDX-SEC               TO WK-SEC-COUNT.
            MOVE WK-SD-SECTION(WK-SEC-HIT)
                                      TO WK-SEC-SECTION(IDX-SEC).
            MOVE WK-SD-TITLE(WK-SEC-HIT)
                                      TO WK-SEC-TITLE(IDX-SEC).
            MOVE WK-SD-CLAUSE(WK-SEC-HIT)
                                      TO WK-SEC-CLAUSE(IDX-SEC).
            MOVE SPACES               TO SPEC-REF-REC.
            MOVE WK-SD-SECTION(WK-SEC-HIT)  TO SR-SECTION.
            MOVE WK-SD-TITLE(WK-SEC-HIT)    TO SR-TITLE.
            MOVE WK-SD-CLAUSE(WK-SEC-HIT)   TO SR-CLAUSE.
            WRITE SPEC-REF-REC.
      *
      *    ケース台帳の取り込み。台帳が無ければCASECATを先に流す。
       P-030-LOAD-CASECAT.
            OPEN INPUT CAT-FILE.
            IF NOT WK-CAT-FOUND
                DISPLAY "CASECAT.TXT NOT FOUND - RUN CASECAT FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-030-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-032-LOAD-ONE-CASE UNTIL WK-EOF.
            CLOSE CAT-FILE.
       P-030-EXIT.
            EXIT.
      *
       P-032-LOAD-ONE-CASE.
            READ CAT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CAT-PROGRAM NOT = SPACES
                        MOVE CAT-PROGRAM      TO WK-KEY-PROGRAM
                        MOVE CAT-CASE-ID      TO WK-KEY-CASE-ID
                        PERFORM P-034-ADD-CASE
                    END-IF
            END-READ.
      *
      *    ケースの表へ1件足す(WK-CASE-HITに位置を返す)。
       P-034-ADD-CASE.
            MOVE ZERO                 TO WK-CASE-HIT.
            IF WK-CASE-COUNT < 1000
                ADD 1                 TO WK-CASE-COUNT
                MOVE WK-CASE-COUNT    TO WK-CASE-HIT
                SET IDX-CASE          TO WK-CASE-COUNT
                MOVE WK-KEY-PROGRAM   TO WK-CASE-PROGRAM(IDX-CASE)
                MOVE WK-KEY-CASE-ID   TO WK-CASE-ID(IDX-CASE)
                MOVE ZERO             TO WK-CASE-SEC(IDX-CASE)
                MOVE SPACES           TO WK-CASE-STATUS(IDX-CASE)
                MOVE "N"              TO WK-CASE-DYN-SW(IDX-CASE)
            ELSE
                IF NOT WK-TABLE-FULL
                    SET WK-TABLE-FULL TO TRUE
                    DISPLAY "CASE TABLE FULL - LATER CASES NOT "
                            "COUNTED"
                END-IF
            END-IF.
      *
      *    ケース対応表の取り込み。無ければ台帳のEXプログラムから
      *    プログラム単位の既定の対応を作って書き出す。
       P-040-LOAD-SPECMAP.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT SPEC-MAP-FILE.
            PERFORM P-042-LOAD-ONE-MAP UNTIL WK-EOF.
            CLOSE SPEC-MAP-FILE.
            IF WK-MAP-COUNT = ZERO
                DISPLAY "SPECMAP.TXT NOT FOUND OR EMPTY - DEFAULT "
                        "MAPPING WRITTEN"
                MOVE SPACES           TO WK-PREV-PROGRAM
                OPEN OUTPUT SPEC-MAP-FILE
                MOVE SPACES           TO SPEC-MAP-REC
                MOVE "* PROGRAM  CASE-ID(*=ALL CASES)"
                                      TO SPEC-MAP-REC
                MOVE "SECTION"        TO SM-SECTION
                WRITE SPEC-MAP-REC
                PERFORM P-044-DEFAULT-MAP
                   VARYING IDX-CASE FROM 1 BY 1
                      UNTIL IDX-CASE > WK-CASE-COUNT
                CLOSE SPEC-MAP-FILE
            END-IF.
      *
       P-042-LOAD-ONE-MAP.
            READ SPEC-MAP-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF SM-PROGRAM NOT = SPACES
                       AND SM-PROGRAM(1:1) NOT = "*"
                       AND WK-MAP-COUNT < 1000
                        ADD 1         TO WK-MAP-COUNT
                        SET IDX-MAP   TO WK-MAP-COUNT
                        MOVE SM-PROGRAM  TO WK-MAP-PROGRAM(IDX-MAP)
                        MOVE SM-CASE-ID  TO WK-MAP-CASE-ID(IDX-MAP)
                        MOVE SM-SECTION  TO WK-MAP-SECTION(IDX-MAP)
                    END-IF
            END-READ.
      *
      *    台帳の並びでプログラムが変わるたびに1行。節が取れない
      *    プログラム(QA等)は対応を作らない。
       P-044-DEFAULT-MAP.
            IF WK-CASE-PROGRAM(IDX-CASE) NOT = WK-PREV-PROGRAM
                MOVE WK-CASE-PROGRAM(IDX-CASE)  TO WK-PREV-PROGRAM
                IF WK-PREV-PROGRAM(1:2) = "EX"
                   AND WK-MAP-COUNT < 1000
                    PERFORM P-046-DERIVE-SECTION
                    IF WK-SEC-HIT NOT = ZERO
                        ADD 1         TO WK-MAP-COUNT
                        SET IDX-MAP   TO WK-MAP-COUNT
                        MOVE WK-PREV-PROGRAM
                             TO WK-MAP-PROGRAM(IDX-MAP)
                        MOVE "*"      TO WK-MAP-CASE-ID(IDX-MAP)
                        MOVE WK-SEC-SECTION(WK-SEC-HIT)
                             TO WK-MAP-SECTION(IDX-MAP)
                        MOVE SPACES   TO SPEC-MAP-REC
                        MOVE WK-PREV-PROGRAM  TO SM-PROGRAM
                        MOVE "*"      TO SM-CASE-ID
                        MOVE WK-SEC-SECTION(WK-SEC-HIT)
                                      TO SM-SECTION
                        WRITE SPEC-MAP-REC
                    END-IF
                END-IF
            END-IF.
      *
      *    "EX"の後ろの数字と"-"を英字の手前まで取り(EX5-6B-1→
      *    5-6)、参照ファイルに無ければ末尾の"-n"を外して探し直す。
      *    見つかった節の位置をWK-SEC-HITに返す(0=無し)。
       P-046-DERIVE-SECTION.
            MOVE WK-PREV-PROGRAM      TO WK-DV-NAME.
            MOVE SPACES               TO WK-DV-SECTION.
            MOVE ZERO                 TO WK-DV-LEN.
            MOVE "N"                  TO WK-DV-STOP-SW.
            PERFORM P-047-TAKE-CHAR
               VARYING WK-DV-POS FROM 3 BY 1
                  UNTIL WK-DV-POS > 10 OR WK-DV-STOP.
            MOVE ZERO                 TO WK-SEC-HIT.
            PERFORM P-048-TRY-SECTION
               UNTIL WK-DV-LEN = ZERO OR WK-SEC-HIT NOT = ZERO.
      *
       P-047-TAKE-CHAR.
            MOVE WK-DV-NAME(WK-DV-POS:1)  TO WK-DV-CHAR.
            IF (WK-DV-CHAR >= "0" AND WK-DV-CHAR <= "9")
               OR WK-DV-CHAR = "-"
                ADD 1                 TO WK-DV-LEN
                MOVE WK-DV-CHAR       TO WK-DV-SECTION(WK-DV-LEN:1)
            ELSE
                SET WK-DV-STOP        TO TRUE
            END-IF.
      *
      *    今の節番号で探し、無ければ最後の"-"から後ろを落とす。
       P-048-TRY-SECTION.
            IF WK-DV-SECTION(WK-DV-LEN:1) = "-"
                MOVE SPACE            TO WK-DV-SECTION(WK-DV-LEN:1)
                SUBTRACT 1            FROM WK-DV-LEN
            END-IF.
            IF WK-DV-LEN > ZERO
                MOVE WK-DV-SECTION    TO WK-SEC-KEY
                PERFORM P-058-FIND-SECTION
                IF WK-SEC-HIT = ZERO
                    PERFORM P-049-DROP-LAST
                       UNTIL WK-DV-LEN = ZERO
                          OR WK-DV-SECTION(WK-DV-LEN:1) = "-"
                END-IF
            END-IF.
      *
       P-049-DROP-LAST.
            MOVE SPACE                TO WK-DV-SECTION(WK-DV-LEN:1).
            SUBTRACT 1                FROM WK-DV-LEN.
      *
      *    1ケースの節を決める。ケース単位の対応が優先、無ければ
      *    プログラム単位("*")。
       P-050-ASSIGN-SECTION.
            MOVE WK-CASE-PROGRAM(IDX-CASE)  TO WK-KEY-PROGRAM.
            MOVE WK-CASE-ID(IDX-CASE)       TO WK-KEY-CASE-ID.
            PERFORM P-052-FIND-MAP.
            IF WK-MAP-HIT = ZERO
                ADD 1                 TO WK-UNMAPPED-CT
            ELSE
                MOVE WK-MAP-SECTION(WK-MAP-HIT)  TO WK-SEC-KEY
                PERFORM P-058-FIND-SECTION
                IF WK-SEC-HIT = ZERO
                    ADD 1             TO WK-BADSEC-CT
                    ADD 1             TO WK-UNMAPPED-CT
                    DISPLAY "SECTION NOT IN SPECREF: " WK-SEC-KEY
                            " (" WK-KEY-PROGRAM " "
                            WK-KEY-CASE-ID ")"
                ELSE
                    MOVE WK-SEC-HIT   TO WK-CASE-SEC(IDX-CASE)
                END-IF
            END-IF.
      *
      *    対応表を引く。WK-MAP-HITはケース単位の行、無ければ
      *    プログラム単位の行の位置(0=対応なし)。
       P-052-FIND-MAP.
            MOVE ZERO                 TO WK-MAP-HIT WK-MAP-PGM-HIT.
            PERFORM P-054-MATCH-MAP
               VARYING IDX-MAP FROM 1 BY 1
                  UNTIL IDX-MAP > WK-MAP-COUNT
                     OR WK-MAP-HIT NOT = ZERO.
            IF WK-MAP-HIT = ZERO
                MOVE WK-MAP-PGM-HIT   TO WK-MAP-HIT
            END-IF.
      *
       P-054-MATCH-MAP.
            IF WK-MAP-PROGRAM(IDX-MAP) = WK-KEY-PROGRAM
                IF WK-MAP-CASE-ID(IDX-MAP) = WK-KEY-CASE-ID
                    SET WK-MAP-HIT    TO IDX-MAP
                ELSE
                    IF WK-MAP-CASE-ID(IDX-MAP) = "*"
                       AND WK-MAP-PGM-HIT = ZERO
                        SET WK-MAP-PGM-HIT  TO IDX-MAP
                    END-IF
                END-IF
            END-IF.
      *
      *    節の表をWK-SEC-KEYで引く(WK-SEC-HIT、0=無し)。
       P-058-FIND-SECTION.
            MOVE ZERO                 TO WK-SEC-HIT.
            PERFORM P-059-MATCH-SECTION
               VARYING IDX-SEC FROM 1 BY 1
                  UNTIL IDX-SEC > WK-SEC-COUNT
                     OR WK-SEC-HIT NOT = ZERO.
      *
       P-059-MATCH-SECTION.
            IF WK-SEC-SECTION(IDX-SEC) = WK-SEC-KEY
                SET WK-SEC-HIT        TO IDX-SEC
            END-IF.
      *
      *    今回のALLDIGEST.TXTから各ケースの状態を拾う。台帳に
      *    無いケースは、そのプログラムに対応があれば足す。
       P-060-LOAD-FROM-DIGEST.
            OPEN INPUT ALL-IN.
            IF NOT WK-ALL-FOUND
                DISPLAY "ALLDIGEST.TXT NOT FOUND - RUN TESTALL FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-062-ONE-RESULT UNTIL WK-EOF.
            CLOSE ALL-IN.
       P-060-EXIT.
            EXIT.
      *
       P-062-ONE-RESULT.
            READ ALL-IN
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    EVALUATE AIN-PROGRAM
                        WHEN "*RUNID*"
                            MOVE ALL-IN-REC(13:16)  TO WK-RUN-ID
                        WHEN "*LAYOUT*"
                            CONTINUE
                        WHEN OTHER
                            PERFORM P-066-APPLY-RESULT
                    END-EVALUATE
            END-READ.
      *
      *    結果マスタの現在の状態を台帳のケースごとに1回のREADで
      *    引く。マスタに無いケースは未実行。
       P-064-LOAD-FROM-IDX.
            MOVE "RESMAST.IDX"        TO WK-ALL-IN-NAME.
            OPEN INPUT RES-MASTER.
            IF NOT WK-MAST-OK
                DISPLAY "RESMAST.IDX NOT AVAILABLE (FILE STATUS "
                        WK-MAST-FS ") - RUN RESIDX FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-064-EXIT
            END-IF.
            PERFORM P-065-READ-ONE-CASE
               VARYING IDX-CASE FROM 1 BY 1
                  UNTIL IDX-CASE > WK-CASE-COUNT.
            CLOSE RES-MASTER.
       P-064-EXIT.
            EXIT.
      *
       P-065-READ-ONE-CASE.
            MOVE WK-CASE-PROGRAM(IDX-CASE)  TO RM-PROGRAM.
            MOVE WK-CASE-ID(IDX-CASE)       TO RM-CASE-ID.
            READ RES-MASTER.
            IF WK-MAST-OK
                MOVE RM-CURR-STATUS   TO WK-CASE-STATUS(IDX-CASE)
                IF WK-RUN-ID = SPACES
                    MOVE RM-CURR-RUN  TO WK-RUN-ID
                END-IF
            END-IF.
      *
       P-066-APPLY-RESULT.
            MOVE ZERO                 TO WK-CASE-HIT.
            PERFORM P-068-MATCH-CASE
               VARYING IDX-CASE FROM 1 BY 1
                  UNTIL IDX-CASE > WK-CASE-COUNT
                     OR WK-CASE-HIT NOT = ZERO.
            IF WK-CASE-HIT = ZERO
                MOVE AIN-PROGRAM      TO WK-KEY-PROGRAM
                MOVE AIN-CASE-ID      TO WK-KEY-CASE-ID
                PERFORM P-052-FIND-MAP
                IF WK-MAP-HIT NOT = ZERO
                    PERFORM P-034-ADD-CASE
                    IF WK-CASE-HIT NOT = ZERO
                        ADD 1         TO WK-DYN-CT
                        SET IDX-CASE  TO WK-CASE-HIT
                        MOVE "Y"      TO WK-CASE-DYN-SW(IDX-CASE)
                        PERFORM P-050-ASSIGN-SECTION
                    END-IF
                END-IF
            END-IF.
            IF WK-CASE-HIT NOT = ZERO
                SET IDX-CASE          TO WK-CASE-HIT
                IF AIN-STATUS(1:2) = "OK"
                    MOVE "OK"         TO WK-CASE-STATUS(IDX-CASE)
                ELSE
                    MOVE "NG"         TO WK-CASE-STATUS(IDX-CASE)
                END-IF
            END-IF.
      *
       P-068-MATCH-CASE.
            IF WK-CASE-PROGRAM(IDX-CASE) = AIN-PROGRAM
               AND WK-CASE-ID(IDX-CASE) = AIN-CASE-ID
                SET WK-CASE-HIT       TO IDX-CASE
            END-IF.
      *
       P-069-CLEAR-SEC.
            MOVE ZERO                 TO WK-SEC-CASE-CT(IDX-SEC)
                                         WK-SEC-OK-CT(IDX-SEC)
                                         WK-SEC-NG-CT(IDX-SEC)
                                         WK-SEC-NOTRUN-CT(IDX-SEC).
      *
      *    節ごとの件数。OK以外の状態はすべて不合格に数える。
       P-070-TALLY-ONE.
            IF WK-CASE-SEC(IDX-CASE) NOT = ZERO
                SET IDX-SEC           TO WK-CASE-SEC(IDX-CASE)
                ADD 1                 TO WK-SEC-CASE-CT(IDX-SEC)
                EVALUATE WK-CASE-STATUS(IDX-CASE)
                    WHEN "OK"
                        ADD 1         TO WK-SEC-OK-CT(IDX-SEC)
                    WHEN SPACES
                        ADD 1         TO WK-SEC-NOTRUN-CT(IDX-SEC)
                    WHEN OTHER
                        ADD 1         TO WK-SEC-NG-CT(IDX-SEC)
                END-EVALUATE
            END-IF.
      *
      *    報告書。節ごとに件数の行とケースの明細、最後に未カバー
      *    と合格ケースの無い節の一覧。
       P-080-REPORT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "SPECTRC.RPT"         TO PS-REPORT-NAME.
            MOVE "仕様節トレーサビリティ表"  TO PS-TITLE.
            MOVE WK-RUN-ID            TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  結果の出所: "            DELIMITED BY SIZE
                   WK-ALL-IN-NAME             DELIMITED BY SPACE
                   "  実行ID: "                DELIMITED BY SIZE
                   WK-RUN-ID                  DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-090-WRITE.
            STRING "  節番号      見出し" DELIMITED BY SIZE
                   "                        " DELIMITED BY SIZE
                   "  ケース  合格  不合格" DELIMITED BY SIZE
                   "  未実行  判定"      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-082-ONE-SECTION
               VARYING IDX-SEC FROM 1 BY 1
                  UNTIL IDX-SEC > WK-SEC-COUNT.
            PERFORM P-086-SUMMARY.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
       P-082-ONE-SECTION.
            EVALUATE TRUE
                WHEN WK-SEC-CASE-CT(IDX-SEC) = ZERO
                    MOVE "未カバー"    TO WK-JUDGE
                    ADD 1             TO WK-UNCOVERED-CT
                    ADD 1             TO WK-NOPASS-CT
                WHEN WK-SEC-OK-CT(IDX-SEC) = ZERO
                    MOVE "合格なし"    TO WK-JUDGE
                    ADD 1             TO WK-NOPASS-CT
                WHEN OTHER
                    MOVE "合格あり"    TO WK-JUDGE
            END-EVALUATE.
            MOVE WK-SEC-CASE-CT(IDX-SEC)    TO WK-ED-COUNT.
            MOVE WK-SEC-OK-CT(IDX-SEC)      TO WK-ED-OK.
            MOVE WK-SEC-NG-CT(IDX-SEC)      TO WK-ED-NG.
            MOVE WK-SEC-NOTRUN-CT(IDX-SEC)  TO WK-ED-NOTRUN.
            PERFORM P-090-WRITE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-SEC-SECTION(IDX-SEC)    DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-SEC-TITLE(IDX-SEC)      DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WK-ED-OK                   DELIMITED BY SIZE
                   "   "                      DELIMITED BY SIZE
                   WK-ED-NG                   DELIMITED BY SIZE
                   "   "                      DELIMITED BY SIZE
                   WK-ED-NOTRUN               DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-JUDGE                   DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            STRING "              条項: "     DELIMITED BY SIZE
                   WK-SEC-CLAUSE(IDX-SEC)     DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-084-ONE-CASE
               VARYING IDX-CASE FROM 1 BY 1
                  UNTIL IDX-CASE > WK-CASE-COUNT.
      *
       P-084-ONE-CASE.
            IF WK-CASE-SEC(IDX-CASE) = IDX-SEC
                EVALUATE WK-CASE-STATUS(IDX-CASE)
                    WHEN "OK"
                        MOVE "合格"    TO WK-STATUS-TEXT
                    WHEN SPACES
                        MOVE "未実行"  TO WK-STATUS-TEXT
                    WHEN OTHER
                        MOVE "不合格"  TO WK-STATUS-TEXT
                END-EVALUATE
                STRING "                "      DELIMITED BY SIZE
                       WK-CASE-PROGRAM(IDX-CASE)  DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       WK-CASE-ID(IDX-CASE)   DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       WK-STATUS-TEXT         DELIMITED BY SIZE
                              INTO PS-LINE
                IF WK-CASE-DYN-SW(IDX-CASE) = "Y"
                    MOVE "(台帳外)"    TO PS-LINE(80:12)
                END-IF
                PERFORM P-090-WRITE
            END-IF.
      *
      *    まとめ。合格ケースの無い節を並べ、対応の無いケース数を
      *    添える。
       P-086-SUMMARY.
            MOVE "P"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE "  ■ 合格ケースの無い節"  TO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-090-WRITE.
            PERFORM P-088-NOPASS-ONE
               VARYING IDX-SEC FROM 1 BY 1
                  UNTIL IDX-SEC > WK-SEC-COUNT.
            IF WK-NOPASS-CT = ZERO
                MOVE "    (なし)"       TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            PERFORM P-090-WRITE.
            MOVE WK-SEC-COUNT         TO WK-ED-COUNT.
            STRING "    節の数          "     DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-UNCOVERED-CT      TO WK-ED-COUNT.
            STRING "    未カバーの節    "     DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-NOPASS-CT         TO WK-ED-COUNT.
            STRING "    合格なしの節    "     DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                   "(未カバーを含む)"         DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-DYN-CT            TO WK-ED-COUNT.
            STRING "    台帳外のケース  "     DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                   "(実行結果にだけあるCASE-ID)"
                                              DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-UNMAPPED-CT       TO WK-ED-COUNT.
            STRING "    節の無いケース  "     DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                   "(SPECMAP.TXTに対応が無い)"
                                              DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-BADSEC-CT > ZERO
                MOVE WK-BADSEC-CT     TO WK-ED-COUNT
                STRING "    うち節番号不明  " DELIMITED BY SIZE
                       WK-ED-COUNT            DELIMITED BY SIZE
                       "(SPECREF.TXTに無い節)"
                                              DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
       P-088-NOPASS-ONE.
            IF WK-SEC-OK-CT(IDX-SEC) = ZERO
                IF WK-SEC-CASE-CT(IDX-SEC) = ZERO
                    MOVE "未カバー"    TO WK-JUDGE
                ELSE
                    MOVE "合格なし"    TO WK-JUDGE
                END-IF
                STRING "    "                 DELIMITED BY SIZE
                       WK-SEC-SECTION(IDX-SEC)  DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       WK-SEC-TITLE(IDX-SEC)  DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       WK-JUDGE               DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
