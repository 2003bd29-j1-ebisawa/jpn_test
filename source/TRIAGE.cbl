      *                  作業を1画面1ケースにまとめる。今夜の
      *                  NGダイジェストを1件ずつ示し、期待値・
      *                  実測値、結果マスタの直近5実行分、NG台帳の
      *                  既存状態(未解決のベンダ障害に結び付いて
      *                  いればその障害番号も)、NGLOCATEが引いた
      *                  発生段落(NGWHERE.TXT)を添えて、1キーの
      *                  処置を受け付ける:
      *                    O=台帳を起票 F=不安定として記録
      *                    S=抑止を承認待ちへ K=飛ばす
      *                  処置はその場で正しいファイルへ書かれ、
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY REFPSL.
           COPY MNTJSL.
           COPY VDEFSL.
           COPY NGWSL.
           SELECT OPTIONAL FLAKY-FILE ASSIGN TO "FLAKYRPT.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE        ASSIGN TO "TRIAGE.TXT"
           05  NGL-LAST-RUN           PIC X(16).
       COPY REFPFD.
       COPY MNTJFD.
       COPY VDEFFD.
       COPY NGWFD.
       FD  FLAKY-FILE
           LABEL RECORDS ARE STANDARD.
       01  FLAKY-REC.
       01  WK-NGL-HIT         PIC 9(03)  COMP.
       01  WK-LEDGER-DIRTY-SW PIC X      VALUE "N".
           88  WK-LEDGER-DIRTY            VALUE "Y".
      *
      *    ベンダ障害台帳(VNDDEF.DAT)のうち未解決の障害に結び付いた
      *    ケース。障害行はケース行より前に書かれている。
       01  WK-VDO-TAB.
           05  WK-VDO-TICKET  OCCURS 100 TIMES INDEXED BY IDX-VDO
                                  PIC X(12).
       01  WK-VDO-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-VDL-TAB.
           05  WK-VDL-ENTRY  OCCURS 300 TIMES INDEXED BY IDX-VDL.
               10  WK-VDL-TICKET      PIC X(12).
               10  WK-VDL-PROGRAM     PIC X(10).
               10  WK-VDL-CASE-ID     PIC X(30).
       01  WK-VDL-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-VDO-HIT-SW      PIC X      VALUE "N".
           88  WK-VDO-HIT                 VALUE "Y".
      *
      *    NG発生箇所シート(NGWHERE.TXT)のWHERE行。
       01  WK-NGW-TAB.
           05  WK-NGW-ENTRY  OCCURS 300 TIMES INDEXED BY IDX-NGW.
               10  WK-NGW-PROGRAM     PIC X(10).
               10  WK-NGW-CASE-ID     PIC X(30).
               10  WK-NGW-PARA        PIC X(30).
               10  WK-NGW-START       PIC 9(05).
               10  WK-NGW-END         PIC 9(05).
               10  WK-NGW-FIELD-CT    PIC 9(03).
       01  WK-NGW-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-NGW-HIT         PIC 9(03)  COMP.
      *
       01  WK-CASE-CT         PIC 9(03)  VALUE ZERO.
       01  WK-OPEN-CT         PIC 9(03)  VALUE ZERO.
           05  IMG-LAST-RUN           PIC X(16).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    監査ファイルの連鎖値(JRNCHN)の受け渡し領域。
       COPY JCPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
            END-IF.
            ACCEPT WK-TODAY           FROM DATE YYYYMMDD.
            PERFORM P-020-LOAD-LEDGER.
            PERFORM P-024-LOAD-VENDOR.
            PERFORM P-029-LOAD-WHERE.
            OPEN INPUT RES-MASTER.
            IF WK-MAST-OK
                MOVE "Y"               TO WK-MAST-OPEN-SW
                             TO WK-NGL-LAST-RUN(IDX-NGL)
                    END-IF
            END-READ.
      *
      *    未解決(OPEN/FIX-FAILED)のベンダ障害と、それに結び付いた
      *    ケースを取り込む。
       P-024-LOAD-VENDOR.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT VND-DEFECT-FILE.
            PERFORM P-026-LOAD-ONE-VENDOR UNTIL WK-EOF.
            CLOSE VND-DEFECT-FILE.
      *
       P-026-LOAD-ONE-VENDOR.
            READ VND-DEFECT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF VD-DEFECT-ROW
                        IF VD-STATUS-OPEN AND WK-VDO-COUNT < 100
                            ADD 1        TO WK-VDO-COUNT
                            SET IDX-VDO  TO WK-VDO-COUNT
                            MOVE VD-TICKET
                                 TO WK-VDO-TICKET(IDX-VDO)
                        END-IF
                    ELSE
                        MOVE "N"         TO WK-VDO-HIT-SW
                        PERFORM P-028-MATCH-VDO
                           VARYING IDX-VDO FROM 1 BY 1
                              UNTIL IDX-VDO > WK-VDO-COUNT
                                 OR WK-VDO-HIT
                        IF WK-VDO-HIT AND WK-VDL-COUNT < 300
                            ADD 1        TO WK-VDL-COUNT
                            SET IDX-VDL  TO WK-VDL-COUNT
                            MOVE VD-TICKET
                                 TO WK-VDL-TICKET(IDX-VDL)
                            MOVE VD-PROGRAM
                                 TO WK-VDL-PROGRAM(IDX-VDL)
                            MOVE VD-CASE-ID
                                 TO WK-VDL-CASE-ID(IDX-VDL)
                        END-IF
                    END-IF
            END-READ.
      *
       P-028-MATCH-VDO.
            IF WK-VDO-TICKET(IDX-VDO) = VD-TICKET
                SET WK-VDO-HIT        TO TRUE
            END-IF.
      *
      *    NGLOCATEのシートから各NGの発生段落を取り込む。シートが
      *    無ければ発生段落の行は出さない。
       P-029-LOAD-WHERE.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT NG-WHERE-FILE.
            PERFORM P-029-2-LOAD-ONE-WHERE UNTIL WK-EOF.
            CLOSE NG-WHERE-FILE.
      *
       P-029-2-LOAD-ONE-WHERE.
            READ NG-WHERE-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF NW-KIND-WHERE AND WK-NGW-COUNT < 300
                        ADD 1        TO WK-NGW-COUNT
                        SET IDX-NGW  TO WK-NGW-COUNT
                        MOVE NW-PROGRAM
                             TO WK-NGW-PROGRAM(IDX-NGW)
                        MOVE NW-CASE-ID
                             TO WK-NGW-CASE-ID(IDX-NGW)
                        MOVE NW-PARA
                             TO WK-NGW-PARA(IDX-NGW)
                        MOVE NW-LINE-NO
                             TO WK-NGW-START(IDX-NGW)
                        MOVE NW-PARA-END
                             TO WK-NGW-END(IDX-NGW)
                        MOVE NW-FIELD-CT
                             TO WK-NGW-FIELD-CT(IDX-NGW)
                    END-IF
            END-READ.
      *
       P-030-ONE-CASE.
            READ NG-DIGEST-FILE
            END-IF.
            PERFORM P-040-SHOW-HISTORY.
            PERFORM P-050-SHOW-LEDGER.
            PERFORM P-056-SHOW-WHERE.
            DISPLAY "  O=起票 F=不安定 S=抑止 K=飛ばす: "
                    WITH NO ADVANCING.
            MOVE SPACE                TO WK-ANSWER.
                DISPLAY "  LEDGER  : "
                        WK-NGL-LIFECYCLE(IDX-NGL)
                        " (FIRST " WK-NGL-FIRST-RUN(IDX-NGL) ")"
                PERFORM P-054-SHOW-VENDOR
                   VARYING IDX-VDL FROM 1 BY 1
                      UNTIL IDX-VDL > WK-VDL-COUNT
            END-IF.
      *
       P-052-MATCH-NGL.
                SET WK-NGL-HIT        TO IDX-NGL
            END-IF.
      *
      *    台帳の項目が未解決のベンダ障害に結び付いていれば、その
      *    障害番号を示す(1ケースが複数の障害に結び付くこともある)。
       P-054-SHOW-VENDOR.
            IF DIGEST-PROGRAM = WK-VDL-PROGRAM(IDX-VDL)
               AND DIGEST-CASE-ID = WK-VDL-CASE-ID(IDX-VDL)
                DISPLAY "  VENDOR  : " WK-VDL-TICKET(IDX-VDL)
                        " (OPEN VENDOR DEFECT)"
            END-IF.
      *
      *    発生段落(詳細はNGWHERE.TXTの文・項目の行を見る)。
       P-056-SHOW-WHERE.
            MOVE ZERO                 TO WK-NGW-HIT.
            PERFORM P-057-MATCH-NGW
               VARYING IDX-NGW FROM 1 BY 1
                  UNTIL IDX-NGW > WK-NGW-COUNT
                     OR WK-NGW-HIT NOT = ZERO.
            IF WK-NGW-HIT NOT = ZERO
                SET IDX-NGW           TO WK-NGW-HIT
                DISPLAY "  WHERE   : " WK-NGW-PARA(IDX-NGW)
                        " LINES " WK-NGW-START(IDX-NGW)
                        "-" WK-NGW-END(IDX-NGW)
                        " PIC N/G REFS=" WK-NGW-FIELD-CT(IDX-NGW)
            END-IF.
      *
       P-057-MATCH-NGW.
            IF DIGEST-PROGRAM = WK-NGW-PROGRAM(IDX-NGW)
               AND DIGEST-CASE-ID = WK-NGW-CASE-ID(IDX-NGW)
                SET WK-NGW-HIT        TO IDX-NGW
            END-IF.
      *
      *    権限確認。拒否されても試行はアクセスログに残る。
       P-058-CHECK-AUTHORITY.
            MOVE SPACES              TO AC-PARM.
            MOVE "NGLEDGER.DAT"       TO MJ-FILE.
            MOVE "(NONE)"             TO MJ-BEFORE.
            MOVE WK-IMG-REC          TO MJ-AFTER.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
            CLOSE MNT-JRNL-FILE.
      *
