      *     NEG-ALARM=1  DATA-MISMATCH/FILE-ERROR/OVERFLOW=2
      *     MODULE-MISSING/その他=3
      *   FLAKY行(環境ノイズ疑い)は起票しない。
      *   NGLAGEが書く重大超過の一覧(NGLESC.DAT)があれば、その
      *   ケースを重大度1・ステータス文言"ESCALATED ..."で連携し、
      *   チケットの優先度を引き上げる。引き上げはケース×状態ごと
      *   に1回だけで、済んだものはITSMESCS.DATに残す。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITSM-FILE           ASSIGN TO "ITSMIF.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ESC-IN     ASSIGN TO "NGLESC.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ESCSENT-FILE
                                        ASSIGN TO "ITSMESCS.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
           05  ITF-CASE-ID            PIC X(30).
           05  ITF-STATUS-TEXT        PIC X(40).
           05  ITF-RUN-ID             PIC X(16).
       FD  ESC-IN
           LABEL RECORDS ARE STANDARD.
       01  ESC-IN-REC.
           05  ESC-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  ESC-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  ESC-STATE              PIC X(12).
           05  FILLER                 PIC X(02).
           05  ESC-DAYS               PIC 9(03).
           05  FILLER                 PIC X(02).
           05  ESC-LIMIT              PIC 9(03).
           05  FILLER                 PIC X(02).
           05  ESC-CATEGORY           PIC X(16).
           05  FILLER                 PIC X(02).
           05  ESC-TEAM               PIC X(16).
       FD  ESCSENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESCSENT-REC.
           05  ESS-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  ESS-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  ESS-STATE              PIC X(12).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-SENT-COUNT      PIC 9(03)  COMP  VALUE ZERO.
       01  WK-SENT-HIT-SW     PIC X      VALUE "N".
           88  WK-SENT-HIT                VALUE "Y".
      *
      *    優先度を引き上げ済みのケース×状態の表。
       01  WK-ESS-TAB.
           05  WK-ESS-ENTRY  OCCURS 300 TIMES INDEXED BY IDX-ESS.
               10  WK-ESS-PROGRAM     PIC X(10).
               10  WK-ESS-CASE-ID     PIC X(30).
               10  WK-ESS-STATE       PIC X(12).
       01  WK-ESS-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-ESS-HIT-SW      PIC X      VALUE "N".
           88  WK-ESS-HIT                 VALUE "Y"  FALSE "N".
       01  WK-ESC-DAYS-ED     PIC ZZ9.
      *
       01  WK-EXPORT-CT       PIC 9(05)  VALUE ZERO.
       01  WK-ESCALATED-CT    PIC 9(05)  VALUE ZERO.
       01  WK-SKIPPED-CT      PIC 9(05)  VALUE ZERO.
      ******************************************************************
       PROCEDURE             DIVISION.
            PERFORM P-020-LOAD-SENT.
            MOVE "N"                    TO WK-EOF-SW.
            OPEN INPUT NG-IN.
            OPEN OUTPUT ITSM-FILE.
            OPEN EXTEND SENT-FILE.
            IF WK-NG-FOUND
                PERFORM P-030-READ-ONE UNTIL WK-EOF
                CLOSE NG-IN
            ELSE
                DISPLAY "NGDIGEST.TXT NOT FOUND - NO NEW TICKETS"
            END-IF.
            PERFORM P-100-ESCALATE.
            CLOSE ITSM-FILE.
            CLOSE SENT-FILE.
            DISPLAY "ITSMEXT END  EXPORTED=" WK-EXPORT-CT
                    " ALREADY-TICKETED=" WK-SKIPPED-CT
                    " ESCALATED=" WK-ESCALATED-CT.
            GOBACK
            .
      *
                MOVE NIN-PROGRAM        TO WK-SENT-PROGRAM(IDX-SENT)
                MOVE NIN-CASE-ID        TO WK-SENT-CASE-ID(IDX-SENT)
            END-IF.
      *
      *    重大超過の一覧から、まだ引き上げていないケース×状態を
      *    重大度1で連携する。未起票のケースは起票済み台帳にも
      *    載せ、翌晩に通常の起票で二重にならないようにする。
       P-100-ESCALATE.
            MOVE "N"                    TO WK-EOF-SW.
            OPEN INPUT ESCSENT-FILE.
            PERFORM P-102-LOAD-ONE-ESS UNTIL WK-EOF.
            CLOSE ESCSENT-FILE.
            MOVE "N"                    TO WK-EOF-SW.
            OPEN INPUT ESC-IN.
            OPEN EXTEND ESCSENT-FILE.
            PERFORM P-110-READ-ONE-ESC UNTIL WK-EOF.
            CLOSE ESC-IN.
            CLOSE ESCSENT-FILE.
      *
       P-102-LOAD-ONE-ESS.
            READ ESCSENT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF WK-ESS-COUNT < 300
                        ADD 1           TO WK-ESS-COUNT
                        SET IDX-ESS     TO WK-ESS-COUNT
                        MOVE ESS-PROGRAM
                             TO WK-ESS-PROGRAM(IDX-ESS)
                        MOVE ESS-CASE-ID
                             TO WK-ESS-CASE-ID(IDX-ESS)
                        MOVE ESS-STATE
                             TO WK-ESS-STATE(IDX-ESS)
                    END-IF
            END-READ.
      *
       P-110-READ-ONE-ESC.
            READ ESC-IN
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    PERFORM P-120-ESCALATE-ONE
                                 THRU P-120-EXIT
            END-READ.
      *
       P-120-ESCALATE-ONE.
            SET WK-ESS-HIT              TO FALSE.
            PERFORM P-122-MATCH-ESS
               VARYING IDX-ESS FROM 1 BY 1
                  UNTIL IDX-ESS > WK-ESS-COUNT
                     OR WK-ESS-HIT.
            IF WK-ESS-HIT
                GO TO P-120-EXIT
            END-IF.
            MOVE SPACES                 TO ITSM-REC.
            MOVE "JPNTEST"               TO ITF-SOURCE-SYS.
            MOVE "1"                     TO ITF-SEVERITY.
            MOVE ESC-PROGRAM            TO ITF-PROGRAM.
            MOVE ESC-CASE-ID            TO ITF-CASE-ID.
            MOVE ESC-DAYS               TO WK-ESC-DAYS-ED.
            STRING "ESCALATED " WK-ESC-DAYS-ED
                   " BIZDAYS IN " ESC-STATE
                   DELIMITED BY SIZE  INTO ITF-STATUS-TEXT.
            MOVE WK-RUN-ID              TO ITF-RUN-ID.
            WRITE ITSM-REC.
            ADD 1                       TO WK-ESCALATED-CT.
            MOVE SPACES                 TO ESCSENT-REC.
            MOVE ESC-PROGRAM            TO ESS-PROGRAM.
            MOVE ESC-CASE-ID            TO ESS-CASE-ID.
            MOVE ESC-STATE              TO ESS-STATE.
            WRITE ESCSENT-REC.
            IF WK-ESS-COUNT < 300
                ADD 1                   TO WK-ESS-COUNT
                SET IDX-ESS             TO WK-ESS-COUNT
                MOVE ESC-PROGRAM        TO WK-ESS-PROGRAM(IDX-ESS)
                MOVE ESC-CASE-ID        TO WK-ESS-CASE-ID(IDX-ESS)
                MOVE ESC-STATE          TO WK-ESS-STATE(IDX-ESS)
            END-IF.
            MOVE "N"                    TO WK-SENT-HIT-SW.
            PERFORM P-124-MATCH-SENT-ESC
               VARYING IDX-SENT FROM 1 BY 1
                  UNTIL IDX-SENT > WK-SENT-COUNT
                     OR WK-SENT-HIT.
            IF NOT WK-SENT-HIT
                MOVE SPACES             TO SENT-REC
                MOVE ESC-PROGRAM        TO SNT-PROGRAM
                MOVE ESC-CASE-ID        TO SNT-CASE-ID
                WRITE SENT-REC
            END-IF.
       P-120-EXIT.
            EXIT.
      *
       P-122-MATCH-ESS.
            IF ESC-PROGRAM = WK-ESS-PROGRAM(IDX-ESS)
               AND ESC-CASE-ID = WK-ESS-CASE-ID(IDX-ESS)
               AND ESC-STATE = WK-ESS-STATE(IDX-ESS)
                SET WK-ESS-HIT          TO TRUE
            END-IF.
      *
       P-124-MATCH-SENT-ESC.
            IF ESC-PROGRAM = WK-SENT-PROGRAM(IDX-SENT)
               AND ESC-CASE-ID = WK-SENT-CASE-ID(IDX-SENT)
                SET WK-SENT-HIT         TO TRUE
            END-IF.
      ******************************************************************
