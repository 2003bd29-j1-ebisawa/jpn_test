      ******************************************************************
      *    テストケース：RUNBOOK
      *    プログラム名：日本語化テスト 運用手順書引きサブプログラム
      *    処理概要　　：夜間の失敗(プログラムとRETURN-CODE、または
      *                  警報の文言)から運用手順書RUNBOOK.TXTの項目
      *                  を引き、重大度・運用者の手順・再実行の可否・
      *                  連絡先を返す。JOBCHAINとHANDOVERが失敗の
      *                  下に刷る。夜の当番が電話で聞いていたことを
      *                  手順書に書いておく。
      *  --------------------------------------------------------------
      *   受け渡しはRBPARMを参照。
      *   手順書(RUNBOOK.TXT、1行=1記載):
      *     PROGRAM    X(10)  プログラム(ステップ)名。*ANY*は全部
      *     MATCH      X(20)  条件
      *       RC=nnnn  ... RETURN-CODEがnnnnのとき
      *       RC>=nnnn ... RETURN-CODEがnnnn以上のとき
      *       その他   ... 警報の文言にその文字列を含むとき
      *     ITEM       X(05)  SEV | STEP | RERUN | CALL
      *     TEXT       X(100) SEV=重大度 STEP=手順1行(書いた順、
      *                       最大8行) RERUN=Y(可)/N(不可)
      *                       CALL=連絡先
      *     各項目の間は空白2桁。PROGRAMとMATCHが同じ行が1項目を
      *     なす。1桁目が"*"の行(*ANY*を除く)は注記として読み飛ばす。
      *   例:
      *     POSTPRF     RC>=0012              SEV    重大
      *     POSTPRF     RC>=0012              STEP   後続の…
      *     *ANY*       module not found      STEP   モジュール…
      *   引き方: プログラム名の一致する項目を先に、書いた順の
      *   先勝ちで調べ、当たらなければ*ANY*の項目を同じく調べる。
      *   手順書は最初の呼び出しで読み込み、実行中は覚えておく。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           RUNBOOK.
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
           SELECT OPTIONAL RUNBOOK-FILE
                                        ASSIGN TO "RUNBOOK.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-RBK-FS.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  RUNBOOK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNBOOK-REC.
           05  RBK-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  RBK-MATCH              PIC X(20).
           05  FILLER                 PIC X(02).
           05  RBK-ITEM               PIC X(05).
           05  FILLER                 PIC X(02).
           05  RBK-TEXT               PIC X(100).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-RBK-FS          PIC XX.
           88  WK-RBK-FOUND                VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-LOADED-SW       PIC X       VALUE "N".
           88  WK-LOADED                  VALUE "Y".
       01  WK-FILE-SW         PIC X       VALUE "N".
           88  WK-FILE-PRESENT            VALUE "Y".
      *
      *    手順書の作業表。
       01  WK-RB-TAB.
           05  WK-RB-ENTRY  OCCURS 100 TIMES INDEXED BY IDX-RB.
               10  WK-RB-PROGRAM      PIC X(10).
               10  WK-RB-MATCH        PIC X(20).
               10  WK-RB-SEVERITY     PIC X(10).
               10  WK-RB-RERUN        PIC X(01).
               10  WK-RB-CONTACT      PIC X(60).
               10  WK-RB-STEP-CT      PIC 9(02).
               10  WK-RB-STEP         PIC X(100)  OCCURS 8 TIMES.
       01  WK-RB-COUNT        PIC 9(03)  COMP  VALUE ZERO.
       01  WK-RB-HIT          PIC 9(03)  COMP.
       01  WK-SI              PIC 9(02)  COMP.
      *
      *    条件の判定。
       01  WK-WANT-PROGRAM    PIC X(10).
       01  WK-MATCH-RC        PIC 9(04).
       01  WK-PAT-LEN         PIC 9(03)  COMP.
       01  WK-PAD-IDX         PIC 9(03)  COMP.
       01  WK-MATCH-CT        PIC 9(03)  COMP.
      ******************************************************************
       LINKAGE SECTION.
       COPY RBPARM.
      ******************************************************************
       PROCEDURE             DIVISION USING RB-PARM.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            IF NOT WK-LOADED
                PERFORM P-020-LOAD
            END-IF.
            MOVE SPACES               TO RB-HIT-PROGRAM RB-HIT-MATCH
                                         RB-SEVERITY RB-RERUN
                                         RB-CONTACT.
            MOVE ZERO                 TO RB-STEP-CT.
            PERFORM P-012-CLEAR-STEP
               VARYING WK-SI FROM 1 BY 1 UNTIL WK-SI > 8.
            IF NOT WK-FILE-PRESENT
                MOVE "30"             TO RB-STATUS
                GOBACK
            END-IF.
            MOVE ZERO                 TO WK-RB-HIT.
            MOVE RB-PROGRAM           TO WK-WANT-PROGRAM.
            PERFORM P-040-TRY-ONE
               VARYING IDX-RB FROM 1 BY 1
                  UNTIL IDX-RB > WK-RB-COUNT
                     OR WK-RB-HIT NOT = ZERO.
            IF WK-RB-HIT = ZERO
                MOVE "*ANY*"          TO WK-WANT-PROGRAM
                PERFORM P-040-TRY-ONE
                   VARYING IDX-RB FROM 1 BY 1
                      UNTIL IDX-RB > WK-RB-COUNT
                         OR WK-RB-HIT NOT = ZERO
            END-IF.
            IF WK-RB-HIT = ZERO
                MOVE "20"             TO RB-STATUS
                GOBACK
            END-IF.
            SET IDX-RB                TO WK-RB-HIT.
            MOVE WK-RB-PROGRAM(IDX-RB)   TO RB-HIT-PROGRAM.
            MOVE WK-RB-MATCH(IDX-RB)     TO RB-HIT-MATCH.
            MOVE WK-RB-SEVERITY(IDX-RB)  TO RB-SEVERITY.
            MOVE WK-RB-RERUN(IDX-RB)     TO RB-RERUN.
            MOVE WK-RB-CONTACT(IDX-RB)   TO RB-CONTACT.
            MOVE WK-RB-STEP-CT(IDX-RB)   TO RB-STEP-CT.
            PERFORM P-014-COPY-STEP
               VARYING WK-SI FROM 1 BY 1
                  UNTIL WK-SI > WK-RB-STEP-CT(IDX-RB).
            MOVE "00"                 TO RB-STATUS.
            GOBACK
            .
      *
       P-012-CLEAR-STEP.
            MOVE SPACES               TO RB-STEP(WK-SI).
      *
       P-014-COPY-STEP.
            MOVE WK-RB-STEP(IDX-RB, WK-SI)  TO RB-STEP(WK-SI).
      *
      *    手順書を読み込む。同じPROGRAM・MATCHの行を1項目へ集める。
       P-020-LOAD.
            SET WK-LOADED             TO TRUE.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT RUNBOOK-FILE.
            IF WK-RBK-FOUND
                SET WK-FILE-PRESENT   TO TRUE
                PERFORM P-022-LOAD-ONE UNTIL WK-EOF
            END-IF.
            CLOSE RUNBOOK-FILE.
      *
       P-022-LOAD-ONE.
            READ RUNBOOK-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF RBK-PROGRAM NOT = SPACES
                       AND (RBK-PROGRAM(1:1) NOT = "*"
                            OR RBK-PROGRAM = "*ANY*")
                        PERFORM P-024-FIND-ENTRY
                        IF WK-RB-HIT NOT = ZERO
                            PERFORM P-028-SET-ITEM
                        END-IF
                    END-IF
            END-READ.
      *
       P-024-FIND-ENTRY.
            MOVE ZERO                 TO WK-RB-HIT.
            PERFORM P-026-MATCH-ENTRY
               VARYING IDX-RB FROM 1 BY 1
                  UNTIL IDX-RB > WK-RB-COUNT
                     OR WK-RB-HIT NOT = ZERO.
            IF WK-RB-HIT = ZERO AND WK-RB-COUNT < 100
                ADD 1                 TO WK-RB-COUNT
                SET IDX-RB            TO WK-RB-COUNT
                MOVE RBK-PROGRAM      TO WK-RB-PROGRAM(IDX-RB)
                MOVE RBK-MATCH        TO WK-RB-MATCH(IDX-RB)
                MOVE SPACES           TO WK-RB-SEVERITY(IDX-RB)
                                         WK-RB-RERUN(IDX-RB)
                                         WK-RB-CONTACT(IDX-RB)
                MOVE ZERO             TO WK-RB-STEP-CT(IDX-RB)
                MOVE WK-RB-COUNT      TO WK-RB-HIT
            END-IF.
      *
       P-026-MATCH-ENTRY.
            IF WK-RB-PROGRAM(IDX-RB) = RBK-PROGRAM
               AND WK-RB-MATCH(IDX-RB) = RBK-MATCH
                SET WK-RB-HIT         TO IDX-RB
            END-IF.
      *
       P-028-SET-ITEM.
            SET IDX-RB                TO WK-RB-HIT.
            EVALUATE RBK-ITEM
                WHEN "SEV"
                    MOVE RBK-TEXT     TO WK-RB-SEVERITY(IDX-RB)
                WHEN "RERUN"
                    MOVE RBK-TEXT(1:1)  TO WK-RB-RERUN(IDX-RB)
                WHEN "CALL"
                    MOVE RBK-TEXT     TO WK-RB-CONTACT(IDX-RB)
                WHEN "STEP"
                    IF WK-RB-STEP-CT(IDX-RB) < 8
                        ADD 1         TO WK-RB-STEP-CT(IDX-RB)
                        MOVE WK-RB-STEP-CT(IDX-RB)  TO WK-SI
                        MOVE RBK-TEXT TO WK-RB-STEP(IDX-RB, WK-SI)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
      *
      *    項目(IDX-RB)の条件が失敗に当たるかを見る。
       P-040-TRY-ONE.
            IF WK-RB-PROGRAM(IDX-RB) NOT = WK-WANT-PROGRAM
                CONTINUE
            ELSE
                IF WK-RB-MATCH(IDX-RB)(1:3) = "RC="
                   AND WK-RB-MATCH(IDX-RB)(4:4) IS NUMERIC
                    MOVE WK-RB-MATCH(IDX-RB)(4:4)  TO WK-MATCH-RC
                    IF RB-RC-SW = "Y" AND RB-RC = WK-MATCH-RC
                        SET WK-RB-HIT TO IDX-RB
                    END-IF
                ELSE
                    IF WK-RB-MATCH(IDX-RB)(1:4) = "RC>="
                       AND WK-RB-MATCH(IDX-RB)(5:4) IS NUMERIC
                        MOVE WK-RB-MATCH(IDX-RB)(5:4)  TO WK-MATCH-RC
                        IF RB-RC-SW = "Y" AND RB-RC >= WK-MATCH-RC
                            SET WK-RB-HIT TO IDX-RB
                        END-IF
                    ELSE
                        PERFORM P-042-TRY-PATTERN
                    END-IF
                END-IF
            END-IF.
      *
      *    警報の文言に条件の文字列を含むか(部分一致)。
       P-042-TRY-PATTERN.
            MOVE ZERO                 TO WK-PAT-LEN.
            PERFORM P-044-FIND-PAT-LEN
               VARYING WK-PAD-IDX FROM 20 BY -1
                  UNTIL WK-PAD-IDX < 1
                     OR WK-PAT-LEN NOT = ZERO.
            IF WK-PAT-LEN > ZERO
                MOVE ZERO             TO WK-MATCH-CT
                INSPECT RB-ALARM TALLYING WK-MATCH-CT
                    FOR ALL WK-RB-MATCH(IDX-RB)(1:WK-PAT-LEN)
                IF WK-MATCH-CT > ZERO
                    SET WK-RB-HIT     TO IDX-RB
                END-IF
            END-IF.
      *
       P-044-FIND-PAT-LEN.
            IF WK-RB-MATCH(IDX-RB)(WK-PAD-IDX:1) NOT = SPACE
                MOVE WK-PAD-IDX       TO WK-PAT-LEN
            END-IF.
      ******************************************************************
