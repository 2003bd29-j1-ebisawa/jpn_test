      ******************************************************************
      *    テストケース：POLWHAT
      *    プログラム名：日本語化テスト 合格率ポリシーの事前試算
      *    処理概要　　：POLICY.TXTの必達値(例: QA-*=095を098へ)を
      *                  変える前に、候補のポリシーファイルを
      *                  RUNARCHが残した直近N世代のアーカイブ済み
      *                  ALLDIGEST(ARCH-<実行ID>-ALLDIGEST.TXT)へ
      *                  当て直す。世代ごとに今のポリシーと候補の
      *                  判定(PASS/FAIL)と落ちた系統を並べ、判定が
      *                  変わる世代の件数を集計してPOLWHAT.RPTへ
      *                  刷る。ポリシー変更は根拠を添えてレビュー
      *                  会議へ持ち込める。
      *  --------------------------------------------------------------
      *   環境変数:
      *     PW-CANDIDATE = 候補ポリシー(既定POLICY-NEW.TXT)
      *     PW-CURRENT   = 今のポリシー(既定POLICY.TXT)
      *     PW-RUNS      = 当て直す世代数(既定10、最大20)
      *   ポリシーの書式はTESTALLと同じ(系統パターン=必達率3桁、
      *   先頭"*"の行は注記)。プログラムは最初に一致した系統へ
      *   積み、ケースがない系統は100%とみなす(TESTALLと同じ)。
      *   世代の件数はALLDIGESTの行から数える。状態がOKで始まる
      *   行を合格、SKIPPEDで始まる行(打ち切り)は数えず、他は
      *   不合格とする。
      *   戻り値: 0=判定の変わる世代なし 4=変わる世代あり
      *           1=候補ポリシーが無い・読めない
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           POLWHAT.
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
           SELECT ARCH-INDEX          ASSIGN TO "ARCHIDX.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-AIX-FS.
           SELECT GEN-IN              ASSIGN TO DYNAMIC
                                        WK-GEN-IN-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-GEN-FS.
           SELECT POLICY-FILE         ASSIGN TO DYNAMIC
                                        WK-POLICY-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-POLICY-FS.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  ARCH-INDEX
           LABEL RECORDS ARE STANDARD.
       01  ARCH-INDEX-REC.
           05  AIX-RUN-ID             PIC X(16).
           05  FILLER                 PIC X(02).
           05  AIX-FILE-COUNT         PIC 9(03).
           05  FILLER                 PIC X(02).
           05  AIX-STATUS             PIC X(06).
       FD  GEN-IN
           LABEL RECORDS ARE STANDARD.
       01  GEN-IN-REC.
           05  GIN-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  GIN-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  GIN-STATUS             PIC X(40).
       FD  POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POLICY-REC             PIC X(40).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-AIX-FS          PIC XX.
           88  WK-AIX-FOUND                VALUE "00".
       01  WK-GEN-IN-NAME     PIC X(60).
       01  WK-GEN-FS          PIC XX.
           88  WK-GEN-FOUND                VALUE "00".
       01  WK-POLICY-NAME     PIC X(40).
       01  WK-POLICY-FS       PIC XX.
           88  WK-POLICY-FOUND             VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-GEN-EOF-SW      PIC X       VALUE "N".
           88  WK-GEN-EOF                 VALUE "Y".
      *
       01  WK-CURRENT-NAME    PIC X(40)  VALUE "POLICY.TXT".
       01  WK-CANDIDATE-NAME  PIC X(40)  VALUE "POLICY-NEW.TXT".
       01  WK-ENV-VALUE       PIC X(40)  VALUE SPACES.
       01  WK-RUNS-TEXT       PIC X(03)  VALUE SPACES.
       01  WK-RUNS-WANTED     PIC 9(03)  VALUE 10.
      *
      *    対象世代(ACTIVEのみ、古い順で最大20)の実行ID。
       01  WK-GEN-TAB.
           05  WK-GEN-RUN-ID  PIC X(16)  OCCURS 20 TIMES
                                          INDEXED BY IDX-GEN.
       01  WK-GEN-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-GEN-CUR         PIC 9(03)  COMP.
       01  WK-GEN-SLOT        PIC 9(03)  COMP.
      *
      *    ポリシー2組(1=今のポリシー 2=候補)。系統ごとの必達率と
      *    世代ごとに積み直す件数。
       01  WK-SET-TAB.
           05  WK-SET-ENTRY  OCCURS 2 TIMES INDEXED BY IDX-SET.
               10  WK-SET-LABEL       PIC X(09).
               10  WK-SET-COUNT       PIC 9(02)  COMP.
               10  WK-SET-FAILS       PIC 9(02)  COMP.
               10  WK-SET-VERDICT     PIC X(04).
               10  WK-SET-FAIL-RUNS   PIC 9(03)  COMP.
               10  WK-POL-ENTRY  OCCURS 20 TIMES INDEXED BY IDX-POL.
                   15  WK-POL-PATTERN     PIC X(10).
                   15  WK-POL-MIN-RATE    PIC 9(03).
                   15  WK-POL-TOTAL       PIC 9(07)  COMP.
                   15  WK-POL-OK          PIC 9(07)  COMP.
       01  WK-POL-PAT-TEXT    PIC X(10).
       01  WK-POL-RATE-TEXT   PIC X(03).
       01  WK-POL-HIT-SW      PIC X      VALUE "N".
           88  WK-POL-HIT                  VALUE "Y".
       01  WK-POL-STAR-CT     PIC 9(03)  COMP.
       01  WK-POL-PFX-LEN     PIC 9(03)  COMP.
       01  WK-POL-RATE        PIC 9(03)V9(01).
       01  WK-POL-RATE-ED     PIC ZZ9.9.
      *
      *    1行ぶんの合否(1=合格 0=不合格)。
       01  WK-ROW-OK          PIC 9(01).
      *
      *    落ちた系統を1行に並べる作業域。
       01  WK-FAIL-LINE       PIC X(100).
       01  WK-FAIL-PTR        PIC 9(03)  COMP.
      *
       01  WK-CHANGED-CT      PIC 9(03)  VALUE ZERO.
       01  WK-TO-FAIL-CT      PIC 9(03)  VALUE ZERO.
       01  WK-TO-PASS-CT      PIC 9(03)  VALUE ZERO.
       01  WK-REPLAYED-CT     PIC 9(03)  VALUE ZERO.
       01  WK-CT-ED           PIC ZZ9.
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "POLWHAT START".
            PERFORM P-015-ACCEPT-PARMS.
            SET IDX-SET                 TO 1.
            MOVE "CURRENT"               TO WK-SET-LABEL(IDX-SET).
            MOVE WK-CURRENT-NAME        TO WK-POLICY-NAME.
            PERFORM P-040-LOAD-POLICY.
            SET IDX-SET                 TO 2.
            MOVE "CANDIDATE"             TO WK-SET-LABEL(IDX-SET).
            MOVE WK-CANDIDATE-NAME      TO WK-POLICY-NAME.
            PERFORM P-040-LOAD-POLICY.
            IF WK-SET-COUNT(2) = ZERO
                DISPLAY "CANDIDATE POLICY MISSING OR EMPTY: "
                        WK-CANDIDATE-NAME
                MOVE 1                  TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM P-020-LOAD-GEN-LIST.
            MOVE "O"                     TO PS-FUNCTION.
            MOVE "POLWHAT.RPT"           TO PS-REPORT-NAME.
            MOVE "合格率ポリシーの事前試算"  TO PS-TITLE.
            MOVE SPACES                 TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES                 TO PS-LINE.
            STRING "今のポリシー " WK-CURRENT-NAME
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            STRING "候補ポリシー " WK-CANDIDATE-NAME
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-090-WRITE.
            IF WK-GEN-COUNT = ZERO
                MOVE "アーカイブ済みの世代がない"
                                        TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            PERFORM P-030-REPLAY-ONE-GEN THRU P-030-EXIT
               VARYING WK-GEN-CUR FROM 1 BY 1
                  UNTIL WK-GEN-CUR > WK-GEN-COUNT.
            PERFORM P-080-SUMMARY.
            MOVE "C"                     TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "POLWHAT END  RUNS=" WK-REPLAYED-CT
                    " CHANGED=" WK-CHANGED-CT
                    " PASS->FAIL=" WK-TO-FAIL-CT
                    " FAIL->PASS=" WK-TO-PASS-CT.
            IF WK-CHANGED-CT > ZERO
                MOVE 4                  TO RETURN-CODE
            ELSE
                MOVE ZERO               TO RETURN-CODE
            END-IF.
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            MOVE SPACES                 TO WK-ENV-VALUE.
            DISPLAY "PW-CANDIDATE"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE NOT = SPACES
                MOVE WK-ENV-VALUE       TO WK-CANDIDATE-NAME
            END-IF.
            MOVE SPACES                 TO WK-ENV-VALUE.
            DISPLAY "PW-CURRENT"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE NOT = SPACES
                MOVE WK-ENV-VALUE       TO WK-CURRENT-NAME
            END-IF.
            MOVE SPACES                 TO WK-RUNS-TEXT.
            DISPLAY "PW-RUNS"             UPON ENVIRONMENT-NAME.
            ACCEPT  WK-RUNS-TEXT          FROM ENVIRONMENT-VALUE.
            IF WK-RUNS-TEXT IS NUMERIC
               AND WK-RUNS-TEXT NOT = "000"
                MOVE WK-RUNS-TEXT       TO WK-RUNS-WANTED
            END-IF.
            IF WK-RUNS-WANTED > 20
                MOVE 20                 TO WK-RUNS-WANTED
            END-IF.
      *
      *    世代索引からACTIVEの実行IDを拾う(FLAKYDETと同じく、表が
      *    埋まったら最古を捨てて直近N件を残す)。
       P-020-LOAD-GEN-LIST.
            MOVE "N"                    TO WK-EOF-SW.
            OPEN INPUT ARCH-INDEX.
            IF WK-AIX-FOUND
                PERFORM P-022-LOAD-ONE UNTIL WK-EOF
                CLOSE ARCH-INDEX
            END-IF.
      *
       P-022-LOAD-ONE.
            READ ARCH-INDEX
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF AIX-STATUS = "ACTIVE"
                        PERFORM P-024-ADD-GEN
                    END-IF
            END-READ.
      *
       P-024-ADD-GEN.
            IF WK-GEN-COUNT >= WK-RUNS-WANTED
                PERFORM P-026-SHIFT-GENS
                   VARYING WK-GEN-SLOT FROM 1 BY 1
                      UNTIL WK-GEN-SLOT >= WK-GEN-COUNT
                SET IDX-GEN             TO WK-GEN-COUNT
                MOVE AIX-RUN-ID         TO WK-GEN-RUN-ID(IDX-GEN)
            ELSE
                ADD 1                   TO WK-GEN-COUNT
                SET IDX-GEN             TO WK-GEN-COUNT
                MOVE AIX-RUN-ID         TO WK-GEN-RUN-ID(IDX-GEN)
            END-IF.
      *
       P-026-SHIFT-GENS.
            MOVE WK-GEN-RUN-ID(WK-GEN-SLOT + 1)
                 TO WK-GEN-RUN-ID(WK-GEN-SLOT).
      *
      *    1世代を読み、両ポリシーの系統へ積んで判定を並べる。
       P-030-REPLAY-ONE-GEN.
            MOVE SPACES                 TO WK-GEN-IN-NAME.
            SET IDX-GEN                 TO WK-GEN-CUR.
            STRING "ARCH-"              DELIMITED BY SIZE
                   WK-GEN-RUN-ID(IDX-GEN)  DELIMITED BY SPACE
                   "-ALLDIGEST.TXT"     DELIMITED BY SIZE
                              INTO WK-GEN-IN-NAME.
            OPEN INPUT GEN-IN.
            IF NOT WK-GEN-FOUND
                STRING WK-GEN-RUN-ID(IDX-GEN)
                       "  世代ファイルが無い: " WK-GEN-IN-NAME
                              DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-090-WRITE
                GO TO P-030-EXIT
            END-IF.
            PERFORM P-032-RESET-SET
               VARYING IDX-SET FROM 1 BY 1 UNTIL IDX-SET > 2.
            MOVE "N"                    TO WK-GEN-EOF-SW.
            PERFORM P-034-READ-ONE-ROW UNTIL WK-GEN-EOF.
            CLOSE GEN-IN.
            ADD 1                       TO WK-REPLAYED-CT.
            PERFORM P-050-JUDGE-SET
               VARYING IDX-SET FROM 1 BY 1 UNTIL IDX-SET > 2.
            MOVE SPACES                 TO PS-LINE.
            STRING WK-GEN-RUN-ID(IDX-GEN)
                   "  CURRENT=" WK-SET-VERDICT(1)
                   "  CANDIDATE=" WK-SET-VERDICT(2)
                              DELIMITED BY SIZE  INTO PS-LINE.
            IF WK-SET-VERDICT(1) NOT = WK-SET-VERDICT(2)
                ADD 1                   TO WK-CHANGED-CT
                MOVE "  <<< 判定が変わる"  TO PS-LINE(51:)
                IF WK-SET-VERDICT(2) = "FAIL"
                    ADD 1               TO WK-TO-FAIL-CT
                ELSE
                    ADD 1               TO WK-TO-PASS-CT
                END-IF
            END-IF.
            PERFORM P-090-WRITE.
            PERFORM P-060-LIST-FAILS
               VARYING IDX-SET FROM 1 BY 1 UNTIL IDX-SET > 2.
       P-030-EXIT.
            EXIT.
      *
       P-032-RESET-SET.
            PERFORM P-033-RESET-ONE
               VARYING IDX-POL FROM 1 BY 1
                  UNTIL IDX-POL > WK-SET-COUNT(IDX-SET).
      *
       P-033-RESET-ONE.
            MOVE ZERO     TO WK-POL-TOTAL(IDX-SET, IDX-POL)
                             WK-POL-OK(IDX-SET, IDX-POL).
      *
       P-034-READ-ONE-ROW.
            READ GEN-IN
                AT END        SET WK-GEN-EOF      TO TRUE
                NOT AT END
                    IF GIN-PROGRAM NOT = "*LAYOUT*"
                       AND GIN-PROGRAM NOT = "*RUNID*"
                       AND GIN-STATUS(1:7) NOT = "SKIPPED"
                        PERFORM P-036-ACCUM-ROW
                    END-IF
            END-READ.
      *
       P-036-ACCUM-ROW.
            IF GIN-STATUS(1:2) = "OK"
                MOVE 1                  TO WK-ROW-OK
            ELSE
                MOVE ZERO               TO WK-ROW-OK
            END-IF.
            PERFORM P-037-ACCUM-SET
               VARYING IDX-SET FROM 1 BY 1 UNTIL IDX-SET > 2.
      *
      *    最初に一致した系統へ積む(TESTALLの系統判定と同じ)。
       P-037-ACCUM-SET.
            MOVE "N"                    TO WK-POL-HIT-SW.
            PERFORM P-038-TRY-ONE-FAMILY
               VARYING IDX-POL FROM 1 BY 1
                  UNTIL IDX-POL > WK-SET-COUNT(IDX-SET)
                     OR WK-POL-HIT.
      *
       P-038-TRY-ONE-FAMILY.
            MOVE ZERO                   TO WK-POL-STAR-CT.
            INSPECT WK-POL-PATTERN(IDX-SET, IDX-POL)
                    TALLYING WK-POL-STAR-CT FOR ALL "*".
            IF WK-POL-STAR-CT > ZERO
                MOVE ZERO               TO WK-POL-PFX-LEN
                INSPECT WK-POL-PATTERN(IDX-SET, IDX-POL)
                        TALLYING WK-POL-PFX-LEN
                        FOR CHARACTERS BEFORE INITIAL "*"
                IF WK-POL-PFX-LEN = ZERO
                    SET WK-POL-HIT      TO TRUE
                ELSE
                    IF GIN-PROGRAM(1:WK-POL-PFX-LEN) =
                       WK-POL-PATTERN(IDX-SET, IDX-POL)
                                      (1:WK-POL-PFX-LEN)
                        SET WK-POL-HIT  TO TRUE
                    END-IF
                END-IF
            ELSE
                IF GIN-PROGRAM = WK-POL-PATTERN(IDX-SET, IDX-POL)
                    SET WK-POL-HIT      TO TRUE
                END-IF
            END-IF.
            IF WK-POL-HIT
                ADD 1          TO WK-POL-TOTAL(IDX-SET, IDX-POL)
                ADD WK-ROW-OK  TO WK-POL-OK(IDX-SET, IDX-POL)
            END-IF.
      *
      *    ポリシーファイル1本をIDX-SETの組へ読み込む(書式は
      *    TESTALLのPOLICY.TXTと同じ)。
       P-040-LOAD-POLICY.
            MOVE ZERO                   TO WK-SET-COUNT(IDX-SET)
                                           WK-SET-FAIL-RUNS(IDX-SET).
            MOVE "N"                    TO WK-EOF-SW.
            OPEN INPUT POLICY-FILE.
            IF WK-POLICY-FOUND
                PERFORM P-042-LOAD-ONE-POLICY UNTIL WK-EOF
                CLOSE POLICY-FILE
            END-IF.
            DISPLAY WK-SET-LABEL(IDX-SET) " POLICY "
                    WK-POLICY-NAME(1:20) " "
                    WK-SET-COUNT(IDX-SET) " FAMILY(S)".
      *
       P-042-LOAD-ONE-POLICY.
            READ POLICY-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    PERFORM P-044-PARSE-POLICY
                                 THRU P-044-EXIT
            END-READ.
      *
       P-044-PARSE-POLICY.
            IF POLICY-REC = SPACES OR POLICY-REC(1:1) = "*"
                GO TO P-044-EXIT
            END-IF.
            MOVE SPACES                 TO WK-POL-PAT-TEXT
                                           WK-POL-RATE-TEXT.
            UNSTRING POLICY-REC DELIMITED BY "="
                     INTO WK-POL-PAT-TEXT WK-POL-RATE-TEXT.
            IF WK-POL-PAT-TEXT NOT = SPACES
               AND WK-POL-RATE-TEXT IS NUMERIC
               AND WK-SET-COUNT(IDX-SET) < 20
                ADD 1                   TO WK-SET-COUNT(IDX-SET)
                SET IDX-POL             TO WK-SET-COUNT(IDX-SET)
                MOVE WK-POL-PAT-TEXT
                     TO WK-POL-PATTERN(IDX-SET, IDX-POL)
                MOVE WK-POL-RATE-TEXT
                     TO WK-POL-MIN-RATE(IDX-SET, IDX-POL)
            ELSE
                DISPLAY "POLICY LINE IGNORED: " POLICY-REC
            END-IF.
       P-044-EXIT.
            EXIT.
      *
      *    IDX-SETの組の判定。1系統でも必達率を割ればFAIL。
       P-050-JUDGE-SET.
            MOVE ZERO                   TO WK-SET-FAILS(IDX-SET).
            PERFORM P-052-JUDGE-ONE
               VARYING IDX-POL FROM 1 BY 1
                  UNTIL IDX-POL > WK-SET-COUNT(IDX-SET).
            IF WK-SET-FAILS(IDX-SET) = ZERO
                MOVE "PASS"              TO WK-SET-VERDICT(IDX-SET)
            ELSE
                MOVE "FAIL"              TO WK-SET-VERDICT(IDX-SET)
                ADD 1                   TO WK-SET-FAIL-RUNS(IDX-SET)
            END-IF.
      *
       P-052-JUDGE-ONE.
            PERFORM P-054-FAMILY-RATE.
            IF WK-POL-RATE < WK-POL-MIN-RATE(IDX-SET, IDX-POL)
                ADD 1                   TO WK-SET-FAILS(IDX-SET)
            END-IF.
      *
       P-054-FAMILY-RATE.
            IF WK-POL-TOTAL(IDX-SET, IDX-POL) > ZERO
                COMPUTE WK-POL-RATE ROUNDED =
                        WK-POL-OK(IDX-SET, IDX-POL) * 100
                        / WK-POL-TOTAL(IDX-SET, IDX-POL)
            ELSE
                MOVE 100                TO WK-POL-RATE
            END-IF.
      *
      *    落ちた系統を「パターン(率<必達)」の形で1行に並べる。
       P-060-LIST-FAILS.
            IF WK-SET-FAILS(IDX-SET) > ZERO
                MOVE SPACES             TO WK-FAIL-LINE
                MOVE 1                  TO WK-FAIL-PTR
                PERFORM P-062-ADD-FAIL
                   VARYING IDX-POL FROM 1 BY 1
                      UNTIL IDX-POL > WK-SET-COUNT(IDX-SET)
                STRING "    " WK-SET-LABEL(IDX-SET)
                       " FAILS: " WK-FAIL-LINE
                              DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
       P-062-ADD-FAIL.
            PERFORM P-054-FAMILY-RATE.
            IF WK-POL-RATE < WK-POL-MIN-RATE(IDX-SET, IDX-POL)
                MOVE WK-POL-RATE        TO WK-POL-RATE-ED
                STRING WK-POL-PATTERN(IDX-SET, IDX-POL)
                                      DELIMITED BY SPACE
                       "("            DELIMITED BY SIZE
                       WK-POL-RATE-ED DELIMITED BY SIZE
                       "<"            DELIMITED BY SIZE
                       WK-POL-MIN-RATE(IDX-SET, IDX-POL)
                                      DELIMITED BY SIZE
                       ") "           DELIMITED BY SIZE
                              INTO WK-FAIL-LINE
                              WITH POINTER WK-FAIL-PTR
                    ON OVERFLOW
                        CONTINUE
                END-STRING
            END-IF.
      *
       P-080-SUMMARY.
            PERFORM P-090-WRITE.
            MOVE WK-REPLAYED-CT         TO WK-CT-ED.
            STRING "当て直した世代    " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-SET-FAIL-RUNS(1)    TO WK-CT-ED.
            STRING "今のポリシーでFAIL " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-SET-FAIL-RUNS(2)    TO WK-CT-ED.
            STRING "候補でFAIL        " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-CHANGED-CT          TO WK-CT-ED.
            STRING "判定が変わる世代  " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-TO-FAIL-CT          TO WK-CT-ED.
            STRING "  PASS→FAIL      " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-TO-PASS-CT          TO WK-CT-ED.
            STRING "  FAIL→PASS      " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
       P-090-WRITE.
            MOVE "W"                     TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES                 TO PS-LINE.
      ******************************************************************
