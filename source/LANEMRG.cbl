           SELECT OPTIONAL RUN-HISTORY-FILE
                                        ASSIGN TO "RUNHIST.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY BLDRSL.
           SELECT OPTIONAL NG-LEDGER-FILE
                                        ASSIGN TO "NGLEDGER.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           05  MANIF-FILE-NAME        PIC X(20).
           05  FILLER                 PIC X(02).
           05  MANIF-REC-COUNT        PIC 9(07).
           05  FILLER                 PIC X(02).
           05  MANIF-BUILD-ID         PIC X(16).
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REC.
           05  HIST-OK                PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIST-NG                PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIST-BUILD-ID          PIC X(16).
       FD  NG-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  NG-LEDGER-REC.
           05  NGL-FIRST-RUN          PIC X(16).
           05  FILLER                 PIC X(02).
           05  NGL-LAST-RUN           PIC X(16).
       COPY BLDRFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       COPY BLDRWS.
       01  WK-LANE-FILE-NAME  PIC X(64).
       01  WK-LANE-FS         PIC XX.
           88  WK-LANE-FOUND              VALUE "00".
       P-010.
            DISPLAY "LANEMRG START".
            PERFORM P-005-MAKE-RUN-ID.
            PERFORM 9770-RESOLVE-ACTIVE-BUILD.
            PERFORM P-006-ACCEPT-LANES.
            PERFORM P-007-APPLY-OUTDIR.
            OPEN OUTPUT ALL-OUT.
            MOVE WK-GRAND-TOTAL              TO HIST-TOTAL.
            MOVE WK-GRAND-OK                 TO HIST-OK.
            MOVE WK-GRAND-NG                 TO HIST-NG.
            MOVE BLD-ACTIVE-ID               TO HIST-BUILD-ID.
            WRITE HISTORY-REC.
            CLOSE RUN-HISTORY-FILE.
      *
            MOVE WK-PROG-TOTAL(IDX-PROG)     TO HIST-TOTAL.
            MOVE WK-PROG-OK(IDX-PROG)        TO HIST-OK.
            MOVE WK-PROG-NG(IDX-PROG)        TO HIST-NG.
            MOVE BLD-ACTIVE-ID               TO HIST-BUILD-ID.
            WRITE HISTORY-REC.
      *
      *    NG生涯台帳の更新(TESTALLの単独実行と同じ更新則)。台帳を
            MOVE WK-RUN-ID            TO MANIF-RUN-ID.
            MOVE WK-PATH-WORK(1:20)   TO MANIF-FILE-NAME.
            MOVE WK-MANIF-COUNT-W     TO MANIF-REC-COUNT.
            MOVE BLD-ACTIVE-ID        TO MANIF-BUILD-ID.
            WRITE MANIFEST-REC.
      *
       P-096-COUNT-BASEDIFF.
                    END-IF
            END-READ.
      ******************************************************************
       COPY BLDRPRC.
