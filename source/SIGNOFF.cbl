      *                  一式を作らずに拒否する(不完全な証跡
      *                  フォルダを物理的に作れなくする)。判定
      *                  材料の要約をおもて紙SIGNOFF-COVER.TXTへ
      *                  書く。組み立てた一式はSIGNLOG.DATへ
      *                  記録し、ビルド台帳の認定(BLDREG)の前提に
      *                  なる。
      *  --------------------------------------------------------------
      *   指定は環境変数で渡す:
      *     SIGN-RUN-ID = 対象実行ID
      *   無い2点(CMPRPT・STALEREV)は連鎖の後段で作られ世代に
      *   残らないことがあるため、世代複写が無ければ現行の出力
      *   ディレクトリの実物へ切り戻って集める。
      *   対象実行が帰属するビルドIDは一式のRUNMANIFの刻印から
      *   取り、おもて紙とSIGNLOG.DATに載せる。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
           SELECT COVER-FILE          ASSIGN TO DYNAMIC
                                        WK-COVER-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY SGNLSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FD  COVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  COVER-LINE                 PIC X(132).
       COPY SGNLFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
           88  WK-COPY-EOF                VALUE "Y".
      *
       01  WK-RUN-ID          PIC X(16)  VALUE SPACES.
       01  WK-BUILD-ID        PIC X(16)  VALUE SPACES.
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-TARGET-DIR      PIC X(40)  VALUE SPACES.
       01  WK-OUTDIR          PIC X(40)  VALUE SPACES.
       01  WK-COPY-IN-NAME    PIC X(80).
               VARYING IDX-ART FROM 1 BY 1
                  UNTIL IDX-ART > WK-ART-COUNT.
            PERFORM P-050-WRITE-COVER.
            PERFORM P-060-LOG-BUNDLE.
            DISPLAY "SIGNOFF END  BUNDLE ASSEMBLED IN "
                    WK-TARGET-DIR.
            GOBACK
                        IF COPY-IN-REC(1:16) = WK-RUN-ID
                            SET WK-STAMP-OK  TO TRUE
                        END-IF
                        MOVE COPY-IN-REC(50:16)  TO WK-BUILD-ID
                    END-IF
                    MOVE "N"           TO WK-FIRST-LINE-SW
                    PERFORM P-024-TALLY-VERDICT-INPUT
                   WK-RUN-ID
                   DELIMITED BY SIZE  INTO COVER-LINE.
            WRITE COVER-LINE.
            MOVE SPACES               TO COVER-LINE.
            IF WK-BUILD-ID = SPACES
                MOVE "  ビルド: (帰属なし)"  TO COVER-LINE
            ELSE
                STRING "  ビルド: "      DELIMITED BY SIZE
                       WK-BUILD-ID       DELIMITED BY SIZE
                                      INTO COVER-LINE
            END-IF.
            WRITE COVER-LINE.
            MOVE ALL "="               TO COVER-LINE.
            WRITE COVER-LINE.
            PERFORM P-052-COVER-ONE-ART
                   "  検証済"
                   DELIMITED BY SIZE  INTO COVER-LINE.
            WRITE COVER-LINE.
      *
      *    組み立てた一式の記録。ビルド台帳の認定はこの記録にある
      *    実行を根拠にする。
       P-060-LOG-BUNDLE.
            ACCEPT WK-SYS-DATE        FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME        FROM TIME.
            OPEN EXTEND SIGN-LOG-FILE.
            MOVE SPACES               TO SIGN-LOG-REC.
            STRING WK-SYS-DATE        DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)   DELIMITED BY SIZE
                              INTO SL-STAMP.
            MOVE WK-RUN-ID            TO SL-RUN-ID.
            MOVE WK-BUILD-ID          TO SL-BUILD-ID.
            MOVE WK-TARGET-DIR        TO SL-TARGET.
            WRITE SIGN-LOG-REC.
            CLOSE SIGN-LOG-FILE.
      ******************************************************************
