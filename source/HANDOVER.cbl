      *  --------------------------------------------------------------
      *   読む先: NGDIGEST.TXT(実行ID・TIMEOUT・FLAKY行)、
      *   TESTALL.CKP(計画停止の目印)、FLAKYRPT.TXT(再分類)、
      *   ARCHIDX.TXT(PURGED世代)、CHAINLOG.TXT(ステップ時刻)、
      *   INTKQUAR.TXT(INTAKEの受付拒否・欠番のうち未解除の行)。
      *   無いファイルは該当なしとして飛ばす。
      *   失敗(ダイジェストの時間上限・起動不可・TRUNCATED・
      *   OUT-OF-BALANCE、連鎖ログのFAILED・BAD-RULE)の下には運用
      *   手順書RUNBOOK.TXTの該当項目をRUNBOOKで引いて載せる。連鎖
      *   ログのRC=9999(起動できなかったステップ)は警報の文言
      *   "module not found"で引く。受付拒否・欠番はプログラム
      *   INTAKE・警報の文言を理由(DUPLICATE・SEQ-GAP等)で引く。
      *   該当の無い失敗は末尾の[手順書の無い失敗]にまとめ、
      *   手順書の書き足しに回す。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
           SELECT OPTIONAL CHAIN-LOG-FILE
                                        ASSIGN TO "CHAINLOG.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       COPY INTQSL.
           SELECT HANDOVER-FILE       ASSIGN TO "HANDOVER.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
           05  LOG-OUTCOME            PIC X(10).
           05  FILLER                 PIC X(02).
           05  LOG-STAMP              PIC X(14).
       COPY INTQFD.
       FD  HANDOVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  HANDOVER-LINE          PIC X(132).
       01  WK-RUN-ID          PIC X(16)  VALUE SPACES.
       01  WK-EVENT-CT        PIC 9(05)  VALUE ZERO.
       01  WK-TALLY           PIC 9(03)  COMP.
       01  WK-FAIL-TALLY      PIC 9(03)  COMP.
       01  WK-INTQ-CT         PIC 9(05)  COMP.
      *
      *    運用手順書(RUNBOOK)の受け渡し領域と、該当の無かった
      *    失敗の一覧(同じものは1つにまとめる)。
       COPY RBPARM.
       01  WK-RB-SI           PIC 9(02)  COMP.
       01  WK-RB-NO-ED        PIC 9.
       01  WK-MISS-TAB.
           05  WK-MISS-ENTRY  OCCURS 50 TIMES INDEXED BY IDX-MISS.
               10  WK-MISS-PROGRAM    PIC X(10).
               10  WK-MISS-RC-SW      PIC X(01).
               10  WK-MISS-RC         PIC 9(04).
               10  WK-MISS-ALARM      PIC X(40).
       01  WK-MISS-COUNT      PIC 9(03)  COMP  VALUE ZERO.
       01  WK-MISS-HIT        PIC 9(03)  COMP.
      *
      *    和暦変換(WAREKI)の受け渡し領域とバナー日付。
       01  WR-PARM.
            PERFORM P-050-FLAKY-SECTION.
            PERFORM P-060-PURGE-SECTION.
            PERFORM P-070-CHAIN-SECTION.
            PERFORM P-076-INTAKE-SECTION.
            PERFORM P-080-MISSING-SECTION.
            MOVE SPACES               TO HANDOVER-LINE.
            STRING "  運用イベント " WK-EVENT-CT " 件"
                   DELIMITED BY SIZE  INTO HANDOVER-LINE.
                    FOR ALL "SKIPPED-TIMEOUT"
                INSPECT DIGEST-STATUS TALLYING WK-TALLY
                    FOR ALL "FLAKY"
                MOVE ZERO             TO WK-FAIL-TALLY
                INSPECT DIGEST-STATUS TALLYING WK-FAIL-TALLY
                    FOR ALL "SKIPPED-TIMEOUT"
                INSPECT DIGEST-STATUS TALLYING WK-FAIL-TALLY
                    FOR ALL "module not found"
                INSPECT DIGEST-STATUS TALLYING WK-FAIL-TALLY
                    FOR ALL "TRUNCATED"
                INSPECT DIGEST-STATUS TALLYING WK-FAIL-TALLY
                    FOR ALL "OUT-OF-BALANCE"
                ADD WK-FAIL-TALLY     TO WK-TALLY
                IF WK-TALLY > ZERO
                    ADD 1             TO WK-EVENT-CT
                    MOVE SPACES       TO HANDOVER-LINE
                           "  " DIGEST-STATUS
                           DELIMITED BY SIZE  INTO HANDOVER-LINE
                    WRITE HANDOVER-LINE
                    IF WK-FAIL-TALLY > ZERO
                        MOVE DIGEST-PROGRAM  TO RB-PROGRAM
                        MOVE "N"      TO RB-RC-SW
                        MOVE ZERO     TO RB-RC
                        MOVE DIGEST-STATUS   TO RB-ALARM
                        PERFORM P-090-SHOW-RUNBOOK
                    END-IF
                END-IF
            END-IF.
      *
                               DELIMITED BY SIZE
                               INTO HANDOVER-LINE
                        WRITE HANDOVER-LINE
                        IF LOG-OUTCOME = "FAILED"
                           OR LOG-OUTCOME = "BAD-RULE"
                            PERFORM P-074-CHAIN-RUNBOOK
                        END-IF
                    END-IF
            END-READ.
      *
       P-074-CHAIN-RUNBOOK.
            MOVE LOG-PROGRAM          TO RB-PROGRAM.
            IF LOG-OUTCOME = "BAD-RULE"
                MOVE "N"              TO RB-RC-SW
                MOVE ZERO             TO RB-RC
                MOVE "BAD-RULE"        TO RB-ALARM
            ELSE
                MOVE "Y"              TO RB-RC-SW
                MOVE LOG-RC           TO RB-RC
                IF LOG-RC = 9999
                    MOVE "module not found"  TO RB-ALARM
                ELSE
                    MOVE "FAILED"     TO RB-ALARM
                END-IF
            END-IF.
            PERFORM P-090-SHOW-RUNBOOK.
      *
      *    受付検査(INTAKE)が撥ねたファイルと欠けた通番のうち、
      *    解除されていないもの。日をまたいで残る。
       P-076-INTAKE-SECTION.
            MOVE "  [受付拒否(隔離)・欠番]"  TO HANDOVER-LINE.
            WRITE HANDOVER-LINE.
            MOVE ZERO                 TO WK-INTQ-CT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT INTQ-FILE.
            PERFORM P-077-ONE-QUAR UNTIL WK-EOF.
            CLOSE INTQ-FILE.
            IF WK-INTQ-CT = ZERO
                MOVE "    なし"       TO HANDOVER-LINE
                WRITE HANDOVER-LINE
            END-IF.
      *
       P-077-ONE-QUAR.
            READ INTQ-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF IQ-OPEN
                        ADD 1         TO WK-INTQ-CT
                        ADD 1         TO WK-EVENT-CT
                        MOVE SPACES   TO HANDOVER-LINE
                        STRING "    " IQ-DATE
                               "  " IQ-FILE
                               "  店" IQ-BRANCH
                               "  " IQ-BIZ-DATE
                               "  通番" IQ-SEQ
                               "  " IQ-REASON
                               DELIMITED BY SIZE
                               INTO HANDOVER-LINE
                        WRITE HANDOVER-LINE
                        MOVE SPACES   TO HANDOVER-LINE
                        IF IQ-SEQ-GAP
                            STRING "      " IQ-NOTE
                                   DELIMITED BY SIZE
                                   INTO HANDOVER-LINE
                        ELSE
                            STRING "      隔離先: " IQ-COPY-NAME
                                   "  " IQ-NOTE
                                   DELIMITED BY SIZE
                                   INTO HANDOVER-LINE
                        END-IF
                        WRITE HANDOVER-LINE
                        MOVE "INTAKE"  TO RB-PROGRAM
                        MOVE "N"      TO RB-RC-SW
                        MOVE ZERO     TO RB-RC
                        MOVE IQ-REASON  TO RB-ALARM
                        PERFORM P-090-SHOW-RUNBOOK
                    END-IF
            END-READ.
      *
      *    手順書の無かった失敗。手順書の書き足しの材料にする。
       P-080-MISSING-SECTION.
            MOVE "  [手順書の無い失敗]"  TO HANDOVER-LINE.
            WRITE HANDOVER-LINE.
            IF WK-MISS-COUNT = ZERO
                MOVE "    なし"       TO HANDOVER-LINE
                WRITE HANDOVER-LINE
            ELSE
                PERFORM P-082-ONE-MISSING
                   VARYING IDX-MISS FROM 1 BY 1
                      UNTIL IDX-MISS > WK-MISS-COUNT
            END-IF.
      *
       P-082-ONE-MISSING.
            MOVE SPACES               TO HANDOVER-LINE.
            IF WK-MISS-RC-SW(IDX-MISS) = "Y"
                STRING "    " WK-MISS-PROGRAM(IDX-MISS)
                       "  RC=" WK-MISS-RC(IDX-MISS)
                       "  " WK-MISS-ALARM(IDX-MISS)
                       DELIMITED BY SIZE  INTO HANDOVER-LINE
            ELSE
                STRING "    " WK-MISS-PROGRAM(IDX-MISS)
                       "  " WK-MISS-ALARM(IDX-MISS)
                       DELIMITED BY SIZE  INTO HANDOVER-LINE
            END-IF.
            WRITE HANDOVER-LINE.
      *
      *    失敗の下に手順書の項目を載せる。RB-PROGRAM・RB-RC-SW・
      *    RB-RC・RB-ALARMは呼ぶ側で入れておく。
       P-090-SHOW-RUNBOOK.
            CALL "RUNBOOK" USING RB-PARM
                ON EXCEPTION
                    MOVE "30"           TO RB-STATUS
            END-CALL.
            IF RB-STATUS NOT = "00"
                MOVE "      ※手順書に該当なし"
                                      TO HANDOVER-LINE
                WRITE HANDOVER-LINE
                PERFORM P-096-ADD-MISSING
            ELSE
                MOVE SPACES           TO HANDOVER-LINE
                STRING "      手順書: " RB-HIT-PROGRAM
                       " " RB-HIT-MATCH
                       DELIMITED BY SIZE  INTO HANDOVER-LINE
                WRITE HANDOVER-LINE
                MOVE SPACES           TO HANDOVER-LINE
                EVALUATE RB-RERUN
                    WHEN "Y"
                        STRING "      重大度: " RB-SEVERITY
                               "  再実行: 可"
                               DELIMITED BY SIZE  INTO HANDOVER-LINE
                    WHEN "N"
                        STRING "      重大度: " RB-SEVERITY
                               "  再実行: 不可"
                               DELIMITED BY SIZE  INTO HANDOVER-LINE
                    WHEN OTHER
                        STRING "      重大度: " RB-SEVERITY
                               "  再実行: 記載なし"
                               DELIMITED BY SIZE  INTO HANDOVER-LINE
                END-EVALUATE
                WRITE HANDOVER-LINE
                PERFORM P-092-ONE-STEP
                   VARYING WK-RB-SI FROM 1 BY 1
                      UNTIL WK-RB-SI > RB-STEP-CT
                MOVE SPACES           TO HANDOVER-LINE
                STRING "      連絡先: " RB-CONTACT
                       DELIMITED BY SIZE  INTO HANDOVER-LINE
                WRITE HANDOVER-LINE
            END-IF.
      *
       P-092-ONE-STEP.
            MOVE WK-RB-SI             TO WK-RB-NO-ED.
            MOVE SPACES               TO HANDOVER-LINE.
            STRING "      手順" WK-RB-NO-ED ": " RB-STEP(WK-RB-SI)
                   DELIMITED BY SIZE  INTO HANDOVER-LINE.
            WRITE HANDOVER-LINE.
      *
       P-096-ADD-MISSING.
            MOVE ZERO                 TO WK-MISS-HIT.
            PERFORM P-098-MATCH-MISSING
               VARYING IDX-MISS FROM 1 BY 1
                  UNTIL IDX-MISS > WK-MISS-COUNT
                     OR WK-MISS-HIT NOT = ZERO.
            IF WK-MISS-HIT = ZERO AND WK-MISS-COUNT < 50
                ADD 1                 TO WK-MISS-COUNT
                SET IDX-MISS          TO WK-MISS-COUNT
                MOVE RB-PROGRAM       TO WK-MISS-PROGRAM(IDX-MISS)
                MOVE RB-RC-SW         TO WK-MISS-RC-SW(IDX-MISS)
                MOVE RB-RC            TO WK-MISS-RC(IDX-MISS)
                MOVE RB-ALARM         TO WK-MISS-ALARM(IDX-MISS)
            END-IF.
      *
       P-098-MATCH-MISSING.
            IF WK-MISS-PROGRAM(IDX-MISS) = RB-PROGRAM
               AND WK-MISS-RC-SW(IDX-MISS) = RB-RC-SW
               AND WK-MISS-RC(IDX-MISS) = RB-RC
               AND WK-MISS-ALARM(IDX-MISS) = RB-ALARM
                SET WK-MISS-HIT       TO IDX-MISS
            END-IF.
      ******************************************************************
