      ******************************************************************
      *    テストケース：JRNVRFY
      *    プログラム名：日本語化テスト 監査ファイル連鎖照合
      *    処理概要　　：保守ジャーナルMNTJRNL.DAT・アクセスログ
      *                  ACCESSLG.TXT・取引ジャーナルTXNJRNL.DATを
      *                  先頭からたどり、JRNCHNが付けた連鎖値を
      *                  計算し直して突き合わせる。最初の切れ目
      *                  (行の書き換え・削除)、連番の飛び、連鎖を
      *                  通さずに足された行、前回照合した連番より
      *                  後ろが無くなったこと(末尾の切り捨て)を
      *                  JRNVRFY.RPTへ刷る。JOBCHAINのステップと
      *                  して流し、指摘があれば連鎖を止める。
      *  --------------------------------------------------------------
      *   連鎖を始める前から有った行(連番・連鎖値の無い先頭の行)は
      *   指摘せず件数だけ出す。連鎖のある行が出た後の連番・連鎖値
      *   の無い行は連鎖を通さずに足された行として指摘する。
      *   照合点(JRNANCH.TXT、1行=ファイル名X(12)+空白2+連番
      *   9(07)+空白2+照合時刻X(14)): 指摘の無かったファイルの
      *   最後の連番を毎回書き直す。次回、ファイルの最後の連番が
      *   照合点より小さければ末尾が切り捨てられたとみなす。
      *   指摘のあったファイルの照合点は前回のまま残す。
      *   JOBCHAINのステップ定義(CHAINDEF.TXT)の例:
      *     JRNVRFY     JRNVRFY     0000  STOP
      *   戻り値: 0=指摘なし 8=切れ目・飛び・連鎖外の行・切り捨て
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           JRNVRFY.
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
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DYNAMIC
                                        WK-AUDIT-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-AUDIT-FS.
           SELECT OPTIONAL ANCHOR-FILE
                                        ASSIGN TO "JRNANCH.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC              PIC X(300).
       FD  ANCHOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANCHOR-REC.
           05  ANC-FILE               PIC X(12).
           05  FILLER                 PIC X(02).
           05  ANC-SEQ                PIC X(07).
           05  FILLER                 PIC X(02).
           05  ANC-STAMP              PIC X(14).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-AUDIT-NAME      PIC X(12).
       01  WK-AUDIT-FS        PIC XX.
           88  WK-AUDIT-FOUND              VALUE "00".
       01  WK-OPEN-FS         PIC XX.
           88  WK-AUDIT-OPENED             VALUE "00" "05".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    照合するファイルと照合点。
       01  WK-AF-TABLE-DEF.
           05  FILLER   PIC X(12)  VALUE "MNTJRNL.DAT".
           05  FILLER   PIC X(12)  VALUE "ACCESSLG.TXT".
           05  FILLER   PIC X(12)  VALUE "TXNJRNL.DAT".
       01  WK-AF-TAB  REDEFINES WK-AF-TABLE-DEF.
           05  WK-AF-FILE  OCCURS 3 TIMES INDEXED BY IDX-AF
                                      PIC X(12).
       01  WK-AF-COUNT        PIC 9(03)  COMP  VALUE 3.
       01  WK-ANC-TAB.
           05  WK-ANC-ENTRY  OCCURS 3 TIMES.
               10  WK-ANC-SEQ         PIC 9(07)  VALUE ZERO.
               10  WK-ANC-STAMP       PIC X(14)  VALUE SPACES.
      *
      *    1ファイルをたどる間の状態。
       01  WK-SEQ-POS         PIC 9(03)  COMP.
       01  WK-CHAIN-POS       PIC 9(03)  COMP.
       01  WK-LINE-NO         PIC 9(07).
       01  WK-LEGACY-CT       PIC 9(07).
       01  WK-CHAINED-CT      PIC 9(07).
       01  WK-FIRST-SEQ       PIC 9(07).
       01  WK-LAST-SEQ        PIC 9(07).
       01  WK-PREV-CHAIN      PIC 9(09).
       01  WK-THIS-SEQ        PIC 9(07).
       01  WK-THIS-CHAIN      PIC 9(09).
       01  WK-FIND-CT         PIC 9(05).
       01  WK-FIRST-BREAK     PIC 9(07).
       01  WK-TOTAL-FIND-CT   PIC 9(05)  VALUE ZERO.
       01  WK-FIND-MAX        PIC 9(05)  VALUE 20.
       01  WK-FIND-TEXT       PIC X(80).
      *
      *    連鎖値の計算(JRNCHN)。
       COPY JCPARM.
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
       01  WK-CT-ED           PIC ZZZZZZ9.
       01  WK-CT2-ED          PIC ZZZZZZ9.
       01  WK-CT3-ED          PIC ZZZZZZ9.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "JRNVRFY START".
            ACCEPT WK-SYS-DATE       FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME       FROM TIME.
            MOVE SPACES              TO WK-STAMP.
            STRING WK-SYS-DATE       DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)  DELIMITED BY SIZE
                              INTO WK-STAMP.
            MOVE ZERO                 TO WK-TOTAL-FIND-CT.
            PERFORM P-020-LOAD-ANCHORS.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "JRNVRFY.RPT"         TO PS-REPORT-NAME.
            MOVE "監査ファイル連鎖照合" TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-030-VERIFY-FILE THRU P-030-EXIT
               VARYING IDX-AF FROM 1 BY 1
                  UNTIL IDX-AF > WK-AF-COUNT.
            PERFORM P-090-WRITE.
            MOVE WK-TOTAL-FIND-CT     TO WK-CT-ED.
            STRING "指摘 合計" WK-CT-ED "件"
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            PERFORM P-070-SAVE-ANCHORS.
            DISPLAY "JRNVRFY END  FINDINGS=" WK-TOTAL-FIND-CT.
            IF WK-TOTAL-FIND-CT > ZERO
                MOVE 8                TO RETURN-CODE
            ELSE
                MOVE ZERO             TO RETURN-CODE
            END-IF.
            GOBACK
            .
      *
      *    前回の照合点を読む。
       P-020-LOAD-ANCHORS.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT ANCHOR-FILE.
            PERFORM P-022-ANCHOR-ONE UNTIL WK-EOF.
            CLOSE ANCHOR-FILE.
      *
       P-022-ANCHOR-ONE.
            READ ANCHOR-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF ANC-SEQ IS NUMERIC
                        PERFORM P-024-MATCH-ANCHOR
                           VARYING IDX-AF FROM 1 BY 1
                              UNTIL IDX-AF > WK-AF-COUNT
                    END-IF
            END-READ.
      *
       P-024-MATCH-ANCHOR.
            IF WK-AF-FILE(IDX-AF) = ANC-FILE
                MOVE ANC-SEQ          TO WK-ANC-SEQ(IDX-AF)
                MOVE ANC-STAMP        TO WK-ANC-STAMP(IDX-AF)
            END-IF.
      *
      *    1ファイルを先頭からたどる。
       P-030-VERIFY-FILE.
            MOVE ZERO                 TO WK-LINE-NO WK-LEGACY-CT
                                         WK-CHAINED-CT WK-FIRST-SEQ
                                         WK-LAST-SEQ WK-PREV-CHAIN
                                         WK-FIND-CT WK-FIRST-BREAK.
            MOVE WK-AF-FILE(IDX-AF)   TO WK-AUDIT-NAME.
            PERFORM P-090-WRITE.
            STRING "■ " WK-AUDIT-NAME
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
      *    本体の桁数はJRNCHNに問い合わせる。
            MOVE "H"                  TO JC-FUNCTION.
            MOVE WK-AUDIT-NAME        TO JC-FILE.
            MOVE SPACES               TO JC-RECORD.
            MOVE ZERO                 TO JC-PREV.
            CALL "JRNCHN" USING JC-PARM.
            COMPUTE WK-SEQ-POS   = JC-BODY-LEN + 3.
            COMPUTE WK-CHAIN-POS = JC-BODY-LEN + 12.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT AUDIT-FILE.
            MOVE WK-AUDIT-FS          TO WK-OPEN-FS.
            IF WK-AUDIT-FOUND
                PERFORM P-040-CHECK-LINE UNTIL WK-EOF
            ELSE
                MOVE "  ファイルなし" TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            IF WK-AUDIT-OPENED
                CLOSE AUDIT-FILE
            END-IF.
      *    照合点より後ろが無くなっていれば切り捨て。
            IF WK-ANC-SEQ(IDX-AF) > WK-LAST-SEQ
                MOVE WK-ANC-SEQ(IDX-AF)  TO WK-CT-ED
                MOVE WK-LAST-SEQ      TO WK-CT2-ED
                MOVE SPACES           TO WK-FIND-TEXT
                STRING "TRUNCATED  照合点の連番" WK-CT-ED
                       "  今の最後の連番" WK-CT2-ED
                              DELIMITED BY SIZE  INTO WK-FIND-TEXT
                PERFORM P-060-FINDING
            END-IF.
            MOVE WK-LINE-NO           TO WK-CT-ED.
            MOVE WK-LEGACY-CT         TO WK-CT2-ED.
            MOVE WK-CHAINED-CT        TO WK-CT3-ED.
            STRING "  行数" WK-CT-ED "  連鎖前の行" WK-CT2-ED
                   "  連鎖した行" WK-CT3-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-FIRST-SEQ         TO WK-CT-ED.
            MOVE WK-LAST-SEQ          TO WK-CT2-ED.
            MOVE WK-ANC-SEQ(IDX-AF)   TO WK-CT3-ED.
            STRING "  連番" WK-CT-ED " -" WK-CT2-ED
                   "  前回の照合点" WK-CT3-ED
                   " " WK-ANC-STAMP(IDX-AF)
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-FIND-CT = ZERO
                MOVE "  結果 OK"      TO PS-LINE
                PERFORM P-090-WRITE
                MOVE WK-LAST-SEQ      TO WK-ANC-SEQ(IDX-AF)
                MOVE WK-STAMP         TO WK-ANC-STAMP(IDX-AF)
                GO TO P-030-EXIT
            END-IF.
            MOVE WK-FIND-CT           TO WK-CT-ED.
            IF WK-FIRST-BREAK NOT = ZERO
                MOVE WK-FIRST-BREAK   TO WK-CT2-ED
                STRING "  結果 NG  指摘" WK-CT-ED
                       "件  最初の切れ目は" WK-CT2-ED "行目"
                              DELIMITED BY SIZE  INTO PS-LINE
            ELSE
                STRING "  結果 NG  指摘" WK-CT-ED "件"
                              DELIMITED BY SIZE  INTO PS-LINE
            END-IF.
            PERFORM P-090-WRITE.
            DISPLAY "JRNVRFY NG: " WK-AUDIT-NAME
                    " FINDINGS=" WK-FIND-CT
                    " FIRST-BREAK-LINE=" WK-FIRST-BREAK.
       P-030-EXIT.
            EXIT.
      *
       P-040-CHECK-LINE.
            READ AUDIT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    IF AUDIT-REC(WK-SEQ-POS:7) IS NUMERIC
                       AND AUDIT-REC(WK-CHAIN-POS:9) IS NUMERIC
                        PERFORM P-042-CHECK-LINK
                    ELSE
                        IF WK-CHAINED-CT = ZERO
                            ADD 1     TO WK-LEGACY-CT
                        ELSE
                            MOVE WK-LINE-NO    TO WK-CT-ED
                            MOVE SPACES        TO WK-FIND-TEXT
                            STRING "UNCHAINED  " WK-CT-ED
                                   "行目  連鎖を通さずに"
                                   "足された行"
                              DELIMITED BY SIZE  INTO WK-FIND-TEXT
                            PERFORM P-060-FINDING
                        END-IF
                    END-IF
            END-READ.
      *
      *    連番の続き具合と連鎖値を確かめる。次の行は記録された
      *    連鎖値から続けて確かめる(切れ目ごとに指摘するため)。
       P-042-CHECK-LINK.
            MOVE AUDIT-REC(WK-SEQ-POS:7)    TO WK-THIS-SEQ.
            MOVE AUDIT-REC(WK-CHAIN-POS:9)  TO WK-THIS-CHAIN.
            ADD 1                     TO WK-CHAINED-CT.
            IF WK-CHAINED-CT = 1
                MOVE WK-THIS-SEQ      TO WK-FIRST-SEQ
            ELSE
                IF WK-THIS-SEQ NOT = WK-LAST-SEQ + 1
                    MOVE WK-LINE-NO   TO WK-CT-ED
                    MOVE WK-LAST-SEQ  TO WK-CT2-ED
                    MOVE WK-THIS-SEQ  TO WK-CT3-ED
                    MOVE SPACES       TO WK-FIND-TEXT
                    STRING "GAP        " WK-CT-ED
                           "行目  連番" WK-CT2-ED " の次が"
                           WK-CT3-ED
                              DELIMITED BY SIZE  INTO WK-FIND-TEXT
                    PERFORM P-060-FINDING
                END-IF
            END-IF.
            MOVE "H"                  TO JC-FUNCTION.
            MOVE WK-AUDIT-NAME        TO JC-FILE.
            MOVE AUDIT-REC            TO JC-RECORD.
            MOVE WK-PREV-CHAIN        TO JC-PREV.
            CALL "JRNCHN" USING JC-PARM.
            IF JC-CHAIN NOT = WK-THIS-CHAIN
                IF WK-FIRST-BREAK = ZERO
                    MOVE WK-LINE-NO   TO WK-FIRST-BREAK
                END-IF
                MOVE WK-LINE-NO       TO WK-CT-ED
                MOVE WK-THIS-SEQ      TO WK-CT2-ED
                MOVE SPACES           TO WK-FIND-TEXT
                STRING "BROKEN     " WK-CT-ED
                       "行目  連番" WK-CT2-ED
                       "  連鎖値が合わない"
                              DELIMITED BY SIZE  INTO WK-FIND-TEXT
                PERFORM P-060-FINDING
            END-IF.
            MOVE WK-THIS-CHAIN        TO WK-PREV-CHAIN.
            MOVE WK-THIS-SEQ          TO WK-LAST-SEQ.
      *
      *    指摘1件。1ファイルで上限を超えた分は件数だけ数える。
       P-060-FINDING.
            ADD 1                     TO WK-FIND-CT WK-TOTAL-FIND-CT.
            IF WK-FIND-CT <= WK-FIND-MAX
                STRING "  " WK-FIND-TEXT
                              DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            IF WK-FIND-CT = WK-FIND-MAX + 1
                MOVE "  (以降の指摘は件数のみ)"  TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
      *    照合点を書き直す(指摘のあったファイルは前回のまま)。
       P-070-SAVE-ANCHORS.
            OPEN OUTPUT ANCHOR-FILE.
            PERFORM P-072-SAVE-ONE
               VARYING IDX-AF FROM 1 BY 1
                  UNTIL IDX-AF > WK-AF-COUNT.
            CLOSE ANCHOR-FILE.
      *
       P-072-SAVE-ONE.
            MOVE SPACES               TO ANCHOR-REC.
            MOVE WK-AF-FILE(IDX-AF)   TO ANC-FILE.
            MOVE WK-ANC-SEQ(IDX-AF)   TO ANC-SEQ.
            MOVE WK-ANC-STAMP(IDX-AF) TO ANC-STAMP.
            WRITE ANCHOR-REC.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
