      *   環境変数BASECMP-SNAPSHOT=1を立てておくと、比較が終わった
      *   後に今回のALLDIGEST.TXTをそのままBASELINE.TXTへコピーし、
      *   次回の比較対象として置き換える。
      *   FIXTCHKが書いた今回のフィクスチャ版の刻印(FIXTVER.TXT)
      *   を、ベースライン側の刻印(昇格時に残すBASEFIXT.TXT、
      *   BASEGEN指定時はBASEFIXT-<実行ID>.TXT)と比べ、版の違う
      *   フィクスチャがあれば一覧を表示する(回帰がフィクスチャの
      *   差し替えで説明できるかどうかを、比較結果と並べて見せる)。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
           SELECT DIFF-FILE           ASSIGN TO DYNAMIC
                                        WK-DIFF-FILE-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FXT-CURR-IN         ASSIGN TO DYNAMIC
                                        WK-FXT-CURR-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-FXT-CURR-FS.
           SELECT FXT-BASE-IN         ASSIGN TO DYNAMIC
                                        WK-FXT-BASE-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-FXT-BASE-FS.
           SELECT FXT-COPY-OUT        ASSIGN TO DYNAMIC
                                        WK-FXT-COPY-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
           05  DIFF-OLD               PIC X(02).
           05  FILLER                 PIC X(04).
           05  DIFF-NEW               PIC X(02).
      *
      *    フィクスチャ版の刻印(FIXTCHKの出力と同じ並び)。
       FD  FXT-CURR-IN
           LABEL RECORDS ARE STANDARD.
       01  FXT-CURR-REC.
           05  FXT-CURR-NAME          PIC X(14).
           05  FILLER                 PIC X(02).
           05  FXT-CURR-VERSION       PIC X(12).
           05  FILLER                 PIC X(02).
           05  FXT-CURR-COUNT         PIC 9(07).
           05  FILLER                 PIC X(02).
           05  FXT-CURR-CHECKSUM      PIC 9(09).
           05  FILLER                 PIC X(02).
           05  FXT-CURR-STATUS        PIC X(10).
       FD  FXT-BASE-IN
           LABEL RECORDS ARE STANDARD.
       01  FXT-BASE-REC.
           05  FXT-BASE-NAME          PIC X(14).
           05  FILLER                 PIC X(02).
           05  FXT-BASE-VERSION       PIC X(12).
           05  FILLER                 PIC X(02).
           05  FXT-BASE-COUNT         PIC 9(07).
           05  FILLER                 PIC X(02).
           05  FXT-BASE-CHECKSUM      PIC 9(09).
           05  FILLER                 PIC X(02).
           05  FXT-BASE-STATUS        PIC X(10).
       FD  FXT-COPY-OUT
           LABEL RECORDS ARE STANDARD.
       01  FXT-COPY-REC               PIC X(60).
       COPY PROFFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  IDX-EXPECT            PIC 9(03)  COMP.
       01  WK-FOUND-SW            PIC X  VALUE "N".
           88  WK-FOUND                    VALUE "Y".
      *
      *    フィクスチャ版の比較。ベースライン側の刻印を表へ読み、
      *    今回の刻印を1行ずつ引き当てる。
       01  WK-FXT-CURR-NAME     PIC X(64)  VALUE "FIXTVER.TXT".
       01  WK-FXT-BASE-NAME     PIC X(64)  VALUE "BASEFIXT.TXT".
       01  WK-FXT-COPY-NAME     PIC X(64)  VALUE SPACES.
       01  WK-FXT-CURR-FS       PIC XX.
           88  WK-FXT-CURR-FOUND           VALUE "00".
       01  WK-FXT-BASE-FS       PIC XX.
           88  WK-FXT-BASE-FOUND           VALUE "00".
       01  WK-FXT-EOF-SW        PIC X      VALUE "N".
           88  WK-FXT-EOF                  VALUE "Y".
       01  WK-FXT-TAB.
           05  WK-FXT-ENTRY  OCCURS 50 TIMES INDEXED BY IDX-FXT.
               10  WK-FXT-NAME        PIC X(14).
               10  WK-FXT-VERSION     PIC X(12).
               10  WK-FXT-CHECKSUM    PIC 9(09).
               10  WK-FXT-SEEN        PIC X(01).
       01  WK-FXT-COUNT         PIC 9(03)  COMP  VALUE ZERO.
       01  WK-FXT-BASE-RUN-ID   PIC X(16)  VALUE SPACES.
       01  WK-FXT-DIFF-CT       PIC 9(03)  VALUE ZERO.
       01  WK-FXT-HIT-SW        PIC X      VALUE "N".
           88  WK-FXT-HIT                  VALUE "Y"  FALSE "N".
      ******************************************************************
       LINKAGE SECTION.
       COPY RUNCTX.
            PERFORM P-012-SORT-BASE-INPUT.
            PERFORM P-014-SORT-CURR-INPUT.
            PERFORM P-020-MERGE-AND-DIFF.
            IF NOT WK-SELFTEST
                PERFORM P-040-COMPARE-FIXTURES THRU P-040-EXIT
            END-IF.
            DISPLAY "  SAME=" WK-SAME-COUNT
                    "  REGRESSION=" WK-REGRESSION-COUNT
                    "  FIXED=" WK-FIXED-COUNT.
                       ".TXT"             DELIMITED BY SIZE
                                  INTO WK-BASE-FILE-NAME
                DISPLAY "COMPARING AGAINST " WK-BASE-FILE-NAME
                MOVE SPACES           TO WK-FXT-BASE-NAME
                STRING "BASEFIXT-"        DELIMITED BY SIZE
                       WK-BASEGEN-TEXT    DELIMITED BY SPACE
                       ".TXT"             DELIMITED BY SIZE
                                  INTO WK-FXT-BASE-NAME
            END-IF.
            PERFORM P-003-APPLY-OUTDIR.
      *
                MOVE WK-CSORT-FILE-NAME    TO WK-NAME-WORK
                PERFORM P-003-2-PREFIX-ONE
                MOVE WK-NAME-WORK          TO WK-CSORT-FILE-NAME
                MOVE WK-FXT-CURR-NAME      TO WK-NAME-WORK
                PERFORM P-003-2-PREFIX-ONE
                MOVE WK-NAME-WORK          TO WK-FXT-CURR-NAME
                MOVE WK-FXT-BASE-NAME      TO WK-NAME-WORK
                PERFORM P-003-2-PREFIX-ONE
                MOVE WK-NAME-WORK          TO WK-FXT-BASE-NAME
            END-IF.
      *
       P-003-2-PREFIX-ONE.
                END-IF
            END-IF.
      *
      *    フィクスチャ版の比較。今回の刻印が無い(FIXTCHKが走って
      *    いない)ときは何も言わない。ベースライン側の刻印が無い
      *    (刻印導入前に昇格した世代)ときは比べられない旨だけ
      *    表示する。
       P-040-COMPARE-FIXTURES.
            MOVE "N"                  TO WK-FXT-EOF-SW.
            OPEN INPUT FXT-CURR-IN.
            IF NOT WK-FXT-CURR-FOUND
                GO TO P-040-EXIT
            END-IF.
            MOVE ZERO                 TO WK-FXT-COUNT WK-FXT-DIFF-CT.
            OPEN INPUT FXT-BASE-IN.
            IF NOT WK-FXT-BASE-FOUND
                CLOSE FXT-CURR-IN
                DISPLAY "  FIXTURES: NO BASELINE FIXTURE STAMP ("
                        WK-FXT-BASE-NAME(1:40) ") - NOT COMPARED"
                GO TO P-040-EXIT
            END-IF.
            PERFORM P-042-LOAD-ONE-BASE UNTIL WK-FXT-EOF.
            CLOSE FXT-BASE-IN.
            MOVE "N"                  TO WK-FXT-EOF-SW.
            PERFORM P-044-MATCH-ONE-CURR UNTIL WK-FXT-EOF.
            CLOSE FXT-CURR-IN.
            PERFORM P-048-REPORT-GONE
               VARYING IDX-FXT FROM 1 BY 1
                  UNTIL IDX-FXT > WK-FXT-COUNT.
            IF WK-FXT-DIFF-CT = ZERO
                DISPLAY "  FIXTURES: SAME VERSIONS AS BASELINE "
                        WK-FXT-BASE-RUN-ID
            ELSE
                DISPLAY "  FIXTURES: " WK-FXT-DIFF-CT
                        " VERSION DIFFERENCE(S) AGAINST BASELINE "
                        WK-FXT-BASE-RUN-ID
                        " - REGRESSIONS MAY BE FIXTURE CHANGES"
            END-IF.
       P-040-EXIT.
            EXIT.
      *
       P-042-LOAD-ONE-BASE.
            READ FXT-BASE-IN
                AT END        SET WK-FXT-EOF       TO TRUE
                NOT AT END
                    IF FXT-BASE-NAME(1:7) = "*RUNID*"
                        MOVE FXT-BASE-REC(17:16)
                                      TO WK-FXT-BASE-RUN-ID
                    ELSE
                    IF WK-FXT-COUNT < 50
                        ADD 1          TO WK-FXT-COUNT
                        SET IDX-FXT    TO WK-FXT-COUNT
                        MOVE FXT-BASE-NAME
                                       TO WK-FXT-NAME(IDX-FXT)
                        MOVE FXT-BASE-VERSION
                                       TO WK-FXT-VERSION(IDX-FXT)
                        MOVE FXT-BASE-CHECKSUM
                                       TO WK-FXT-CHECKSUM(IDX-FXT)
                        MOVE "N"       TO WK-FXT-SEEN(IDX-FXT)
                    END-IF
                    END-IF
            END-READ.
      *
      *    今回の1行をベースライン側の表で引き当てる。版ラベルか
      *    チェックサムのどちらかが違えば差分として表示する。
       P-044-MATCH-ONE-CURR.
            READ FXT-CURR-IN
                AT END        SET WK-FXT-EOF       TO TRUE
                NOT AT END
                    IF FXT-CURR-NAME(1:7) NOT = "*RUNID*"
                        PERFORM P-046-JUDGE-ONE-CURR
                           THRU P-046-EXIT
                    END-IF
            END-READ.
      *
       P-046-JUDGE-ONE-CURR.
            SET WK-FXT-HIT            TO FALSE.
            PERFORM P-047-FIND-BASE
               VARYING IDX-FXT FROM 1 BY 1
                  UNTIL IDX-FXT > WK-FXT-COUNT OR WK-FXT-HIT.
            IF NOT WK-FXT-HIT
                ADD 1                 TO WK-FXT-DIFF-CT
                DISPLAY "  FIXTURE " FXT-CURR-NAME
                        " NEW      BASE=(NONE)        CURR="
                        FXT-CURR-VERSION
                GO TO P-046-EXIT
            END-IF.
            SET IDX-FXT DOWN BY 1.
            MOVE "Y"                  TO WK-FXT-SEEN(IDX-FXT).
            IF WK-FXT-VERSION(IDX-FXT) NOT = FXT-CURR-VERSION
               OR WK-FXT-CHECKSUM(IDX-FXT) NOT = FXT-CURR-CHECKSUM
                ADD 1                 TO WK-FXT-DIFF-CT
                DISPLAY "  FIXTURE " FXT-CURR-NAME
                        " CHANGED  BASE=" WK-FXT-VERSION(IDX-FXT)
                        "  CURR=" FXT-CURR-VERSION
            END-IF.
       P-046-EXIT.
            EXIT.
      *
       P-047-FIND-BASE.
            IF WK-FXT-NAME(IDX-FXT) = FXT-CURR-NAME
                SET WK-FXT-HIT        TO TRUE
            END-IF.
      *
       P-048-REPORT-GONE.
            IF WK-FXT-SEEN(IDX-FXT) = "N"
                ADD 1                 TO WK-FXT-DIFF-CT
                DISPLAY "  FIXTURE " WK-FXT-NAME(IDX-FXT)
                        " GONE     BASE=" WK-FXT-VERSION(IDX-FXT)
                        "  CURR=(NONE)"
            END-IF.
      *
      *    昇格の関門。回帰(REGRESSED)を含む実行の昇格は、明示の
      *    押し通し理由が無い限り拒否する(誰でも黙って回帰を祝福
      *    できてしまう一方通行の扉に錠を付ける)。判断は必ず監査簿
            CLOSE BASEGEN-IDX.
            DISPLAY "BASELINE PROMOTED, GENERATION KEPT AS "
                    WK-GEN-OUT-NAME.
            PERFORM P-084-PROMOTE-FIXTURE-STAMP.
      *
      *    今回のフィクスチャ版の刻印も、次回の比較相手として
      *    BASEFIXT.TXTと世代名BASEFIXT-<実行ID>.TXTへ写す(刻印が
      *    無ければ何もしない)。
       P-084-PROMOTE-FIXTURE-STAMP.
            MOVE "BASEFIXT.TXT"        TO WK-FXT-COPY-NAME.
            PERFORM P-085-COPY-FIXTURE-STAMP.
            MOVE SPACES               TO WK-FXT-COPY-NAME.
            STRING "BASEFIXT-" WK-GEN-STAMP ".TXT"
                   DELIMITED BY SIZE   INTO WK-FXT-COPY-NAME.
            PERFORM P-085-COPY-FIXTURE-STAMP.
      *
       P-085-COPY-FIXTURE-STAMP.
            IF WK-OUTDIR NOT = SPACES
                MOVE WK-FXT-COPY-NAME      TO WK-NAME-WORK
                PERFORM P-003-2-PREFIX-ONE
                MOVE WK-NAME-WORK          TO WK-FXT-COPY-NAME
            END-IF.
            MOVE "N"                  TO WK-FXT-EOF-SW.
            OPEN INPUT FXT-CURR-IN.
            IF WK-FXT-CURR-FOUND
                OPEN OUTPUT FXT-COPY-OUT
                PERFORM P-086-COPY-ONE-STAMP UNTIL WK-FXT-EOF
                CLOSE FXT-COPY-OUT
                CLOSE FXT-CURR-IN
            END-IF.
      *
       P-086-COPY-ONE-STAMP.
            READ FXT-CURR-IN
                AT END        SET WK-FXT-EOF       TO TRUE
                NOT AT END    WRITE FXT-COPY-REC   FROM FXT-CURR-REC
            END-READ.
      *
       P-082-COPY-ONE.
            READ CURR-IN
