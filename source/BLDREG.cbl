      ******************************************************************
      *    テストケース：BLDREG
      *    プログラム名：日本語化テスト コンパイラビルド台帳の保守
      *                  と認定状況報告
      *    処理概要　　：評価に受け入れたコンパイラ・ランタイムの
      *                  ビルドを台帳BUILDREG.DAT(ビルドID・ベンダ
      *                  版数・ランタイム水準・受領日・状態)へ
      *                  登録し、状態を繰り上げる。状態はRECEIVED/
      *                  UNDER-TEST/CERTIFIED/REJECTED/RETIRED。
      *                  CERTIFIEDへの変更は、そのビルドに帰属する
      *                  実行についてSIGNOFFで証跡一式を組んだ記録
      *                  (SIGNLOG.DAT)が無ければ拒否する。
      *                  報告(BLDREG.RPT)はビルドごとに、累積台帳
      *                  RUNHIST.DATの総合計行から帰属する実行の
      *                  一覧と最良の合格率を示し、直前の認定済み
      *                  ビルドの認定実行に対する回帰件数(向こうで
      *                  OK・こちらの最良実行でNGのケース数)を、
      *                  両実行の保存世代ALLDIGESTの突き合わせで
      *                  数える。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     BLD-ACTION   = LIST | ADD | SET | REPORT (既定REPORT)
      *     BLD-ID       = 対象ビルドID              (ADD/SET)
      *     BLD-VENDOR   = ベンダ版数                (ADD)
      *     BLD-RTL      = ランタイムライブラリ水準  (ADD)
      *     BLD-RECEIVED = 受領日YYYYMMDD(ADD、既定は当日)
      *     BLD-STATUS   = 新しい状態                (SET)
      *     BLD-SIGN-RUN = 認定の根拠にする実行ID(SETでCERTIFIED
      *                    のとき。省略時はそのビルドの実行で一式を
      *                    組んだ最新の記録を使う)
      *   ADDは状態RECEIVEDで登録する。実行の帰属はTESTALLが
      *   TESTALL-BUILD(RUNPROFのBUILD)の指定、無ければ状態
      *   UNDER-TESTのビルドで決めて刻印する。
      *   登録・状態変更は保守ジャーナルMNTJRNL.DATへ前像・後像を
      *   残し(MNTROLLで巻き戻せる)、操作権限はAUTHCHKで確かめる
      *   (認定は操作CERTIFYとして別に許可する)。
      *   戻り値: 0=正常 1=指定誤り 8=権限なし 12=認定の前提
      *           (証跡一式)なし
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           BLDREG.
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
           COPY BLDRSL.
           COPY SGNLSL.
           COPY MNTJSL.
           SELECT OPTIONAL RUN-HISTORY-FILE
                                        ASSIGN TO "RUNHIST.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIGEST-IN           ASSIGN TO DYNAMIC
                                        WK-DIGEST-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-DIGEST-FS.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY BLDRFD.
       COPY SGNLFD.
       COPY MNTJFD.
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REC.
           05  HIST-RUN-ID            PIC X(16).
           05  FILLER                 PIC X(02).
           05  HIST-DATE              PIC 9(08).
           05  FILLER                 PIC X(02).
           05  HIST-PROGRAM           PIC X(10).
           05  FILLER                 PIC X(02).
           05  HIST-TOTAL             PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIST-OK                PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIST-NG                PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIST-BUILD-ID          PIC X(16).
       FD  DIGEST-IN
           LABEL RECORDS ARE STANDARD.
       01  DIGEST-IN-REC.
           05  DIN-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  DIN-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  DIN-STATUS             PIC X(40).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-DIGEST-FS       PIC XX.
           88  WK-DIGEST-FOUND             VALUE "00".
      *
       01  WK-ACTION          PIC X(08)  VALUE SPACES.
       01  WK-TGT-ID          PIC X(16)  VALUE SPACES.
       01  WK-TGT-VENDOR      PIC X(16)  VALUE SPACES.
       01  WK-TGT-RTL         PIC X(12)  VALUE SPACES.
       01  WK-TGT-RECEIVED    PIC X(08)  VALUE SPACES.
       01  WK-TGT-STATUS      PIC X(12)  VALUE SPACES.
           88  WK-TGT-STATUS-VALID  VALUE "RECEIVED" "UNDER-TEST"
                                          "CERTIFIED" "REJECTED"
                                          "RETIRED".
       01  WK-TGT-SIGN-RUN    PIC X(16)  VALUE SPACES.
       01  WK-OUTDIR          PIC X(40)  VALUE SPACES.
      *
      *    ビルド台帳(登録順)。
       01  WK-BLD-TAB.
           05  WK-BLD-ENTRY  OCCURS 100 TIMES INDEXED BY IDX-BLD.
               10  WK-BLD-ID          PIC X(16).
               10  WK-BLD-VENDOR      PIC X(16).
               10  WK-BLD-RTL         PIC X(12).
               10  WK-BLD-RECEIVED    PIC X(08).
               10  WK-BLD-STATUS      PIC X(12).
               10  WK-BLD-STATUS-DATE PIC X(08).
               10  WK-BLD-SIGN-RUN    PIC X(16).
       01  WK-BLD-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-BLD-HIT         PIC 9(03)  COMP.
       01  WK-PREV-HIT        PIC 9(03)  COMP.
      *
      *    累積台帳の総合計行(実行1本につき1行)。
       01  WK-RUN-TAB.
           05  WK-RUN-ENTRY  OCCURS 500 TIMES INDEXED BY IDX-RUN.
               10  WK-RUN-ID          PIC X(16).
               10  WK-RUN-DATE        PIC 9(08).
               10  WK-RUN-TOTAL       PIC 9(07).
               10  WK-RUN-OK          PIC 9(07).
               10  WK-RUN-NG          PIC 9(07).
               10  WK-RUN-BUILD       PIC X(16).
       01  WK-RUN-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-RUN-HIT         PIC 9(03)  COMP.
       01  WK-KEY-RUN         PIC X(16).
       01  WK-RUN-FULL-SW     PIC X      VALUE "N".
           88  WK-RUN-FULL                VALUE "Y".
      *
      *    ビルド1本の集計。
       01  WK-B-RUN-CT        PIC 9(03)  VALUE ZERO.
       01  WK-B-BEST-RATE     PIC 9(03)V9 VALUE ZERO.
       01  WK-B-BEST-RUN      PIC X(16)  VALUE SPACES.
       01  WK-RATE            PIC 9(03)V9.
       01  WK-UNATTR-CT       PIC 9(05)  VALUE ZERO.
       01  WK-UNREG-CT        PIC 9(05)  VALUE ZERO.
      *
      *    回帰の突き合わせ。基準側(直前の認定ビルドの認定実行)で
      *    OKだったケースを表に取り、比較側の最良実行でNGのものを
      *    数える。
       01  WK-BASE-TAB.
           05  WK-BASE-ENTRY  OCCURS 2000 TIMES INDEXED BY IDX-BASE.
               10  WK-BASE-KEY        PIC X(40).
       01  WK-BASE-COUNT      PIC 9(04)  COMP  VALUE ZERO.
       01  WK-BASE-HIT-SW     PIC X      VALUE "N".
           88  WK-BASE-HIT                VALUE "Y".
       01  WK-BASE-RUN        PIC X(16).
       01  WK-CMP-RUN         PIC X(16).
       01  WK-REGR-CT         PIC 9(05).
       01  WK-REGR-STATE      PIC X(01).
           88  WK-REGR-COUNTED            VALUE "C".
           88  WK-REGR-NO-BASE            VALUE "N".
           88  WK-REGR-NO-ARCH            VALUE "A".
           88  WK-REGR-NO-RUN             VALUE "R".
       01  WK-DIGEST-NAME     PIC X(80).
       01  WK-DIGEST-KEY      PIC X(40).
      *
      *    SIGNLOGの照合。
       01  WK-SIGN-FOUND-SW   PIC X      VALUE "N".
           88  WK-SIGN-FOUND              VALUE "Y".
       01  WK-SIGN-RUN        PIC X(16).
      *
      *    保守ジャーナル用の像と時刻。
       01  WK-BEFORE-IMG      PIC X(100).
       01  WK-AFTER-IMG       PIC X(100).
       01  WK-JRN-ACTION      PIC X(08).
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
       01  AC-PARM.
           05  AC-PROGRAM               PIC X(10).
           05  AC-ACTION                PIC X(08).
           05  AC-KEY                   PIC X(30).
           05  AC-OPERATOR              PIC X(10).
           05  AC-ALLOW                 PIC X(01).
           05  AC-STATUS                PIC X(02).
      *
       01  WK-ED-CT           PIC ZZZZ9.
       01  WK-ED-TOTAL        PIC ZZZZZZ9.
       01  WK-ED-OK           PIC ZZZZZZ9.
       01  WK-ED-NG           PIC ZZZZZZ9.
       01  WK-ED-RATE         PIC ZZ9.9.
       01  WK-REGR-TEXT       PIC X(40).
       COPY PRTPARM.
      *
      *    監査ファイルの連鎖値(JRNCHN)の受け渡し領域。
       COPY JCPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "BLDREG START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS.
            PERFORM P-020-LOAD-REGISTRY.
            EVALUATE WK-ACTION
                WHEN "LIST"
                    PERFORM P-030-LIST-ALL
                WHEN "ADD"
                    MOVE "ADD"        TO AC-ACTION
                    PERFORM P-035-CHECK-AUTHORITY
                    IF AC-ALLOW = "Y"
                        PERFORM P-040-ADD-BUILD THRU P-040-EXIT
                    ELSE
                        DISPLAY "OPERATOR " AC-OPERATOR
                                " NOT AUTHORIZED FOR ADD"
                        MOVE 8       TO RETURN-CODE
                    END-IF
                WHEN "SET"
                    IF WK-TGT-STATUS = "CERTIFIED"
                        MOVE "CERTIFY" TO AC-ACTION
                    ELSE
                        MOVE "SET"     TO AC-ACTION
                    END-IF
                    PERFORM P-035-CHECK-AUTHORITY
                    IF AC-ALLOW = "Y"
                        PERFORM P-045-SET-STATUS THRU P-045-EXIT
                    ELSE
                        DISPLAY "OPERATOR " AC-OPERATOR
                                " NOT AUTHORIZED FOR " AC-ACTION
                        MOVE 8       TO RETURN-CODE
                    END-IF
                WHEN "REPORT"
                    PERFORM P-080-REPORT
                WHEN OTHER
                    DISPLAY "BLD-ACTION MUST BE LIST, ADD, SET OR "
                            "REPORT"
                    MOVE 1           TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "BLDREG END".
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "BLD-ACTION"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "REPORT"          TO WK-ACTION
            END-IF.
            DISPLAY "BLD-ID"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-ID            FROM ENVIRONMENT-VALUE.
            DISPLAY "BLD-VENDOR"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-VENDOR        FROM ENVIRONMENT-VALUE.
            DISPLAY "BLD-RTL"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-RTL           FROM ENVIRONMENT-VALUE.
            DISPLAY "BLD-RECEIVED"      UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-RECEIVED      FROM ENVIRONMENT-VALUE.
            DISPLAY "BLD-STATUS"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-STATUS        FROM ENVIRONMENT-VALUE.
            DISPLAY "BLD-SIGN-RUN"      UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-SIGN-RUN      FROM ENVIRONMENT-VALUE.
            DISPLAY "X_OUTDIR"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-OUTDIR            FROM ENVIRONMENT-VALUE.
            ACCEPT  WK-SYS-DATE          FROM DATE YYYYMMDD.
            ACCEPT  WK-SYS-TIME          FROM TIME.
      *
       P-020-LOAD-REGISTRY.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT BUILD-REG-FILE.
            PERFORM P-022-LOAD-ONE UNTIL WK-EOF.
            CLOSE BUILD-REG-FILE.
      *
       P-022-LOAD-ONE.
            READ BUILD-REG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF BR-BUILD-ID NOT = SPACES
                       AND WK-BLD-COUNT < 100
                        ADD 1         TO WK-BLD-COUNT
                        SET IDX-BLD   TO WK-BLD-COUNT
                        MOVE BR-BUILD-ID
                             TO WK-BLD-ID(IDX-BLD)
                        MOVE BR-VENDOR-VER
                             TO WK-BLD-VENDOR(IDX-BLD)
                        MOVE BR-RTL-LEVEL
                             TO WK-BLD-RTL(IDX-BLD)
                        MOVE BR-RECEIVED
                             TO WK-BLD-RECEIVED(IDX-BLD)
                        MOVE BR-STATUS
                             TO WK-BLD-STATUS(IDX-BLD)
                        MOVE BR-STATUS-DATE
                             TO WK-BLD-STATUS-DATE(IDX-BLD)
                        MOVE BR-SIGN-RUN
                             TO WK-BLD-SIGN-RUN(IDX-BLD)
                    END-IF
            END-READ.
      *
      *    台帳をWK-TGT-IDで引く(WK-BLD-HIT、0=無し)。
       P-024-FIND-BUILD.
            MOVE ZERO                 TO WK-BLD-HIT.
            PERFORM P-025-MATCH-BUILD
               VARYING IDX-BLD FROM 1 BY 1
                  UNTIL IDX-BLD > WK-BLD-COUNT
                     OR WK-BLD-HIT NOT = ZERO.
      *
       P-025-MATCH-BUILD.
            IF WK-BLD-ID(IDX-BLD) = WK-TGT-ID
                SET WK-BLD-HIT        TO IDX-BLD
            END-IF.
      *
       P-030-LIST-ALL.
            DISPLAY "BUILD-ID          VENDOR-VER        RTL-LEVEL"
                    "     RECEIVED  STATUS        SINCE     "
                    "SIGNED-RUN".
            PERFORM P-032-LIST-ONE
               VARYING IDX-BLD FROM 1 BY 1
                  UNTIL IDX-BLD > WK-BLD-COUNT.
            DISPLAY "TOTAL " WK-BLD-COUNT " BUILD(S)".
      *
       P-032-LIST-ONE.
            DISPLAY WK-BLD-ID(IDX-BLD) "  "
                    WK-BLD-VENDOR(IDX-BLD) "  "
                    WK-BLD-RTL(IDX-BLD) "  "
                    WK-BLD-RECEIVED(IDX-BLD) "  "
                    WK-BLD-STATUS(IDX-BLD) "  "
                    WK-BLD-STATUS-DATE(IDX-BLD) "  "
                    WK-BLD-SIGN-RUN(IDX-BLD).
      *
      *    権限確認。拒否されても試行はアクセスログに残る。
       P-035-CHECK-AUTHORITY.
            MOVE "BLDREG"              TO AC-PROGRAM.
            MOVE WK-TGT-ID            TO AC-KEY.
            MOVE SPACES               TO AC-OPERATOR AC-ALLOW
                                         AC-STATUS.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
      *
      *    新しいビルドの登録。状態はRECEIVEDから始める。
       P-040-ADD-BUILD.
            IF WK-TGT-ID = SPACES OR WK-TGT-VENDOR = SPACES
                DISPLAY "SET BLD-ID AND BLD-VENDOR FOR ADD"
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            IF WK-TGT-RECEIVED = SPACES
                MOVE WK-SYS-DATE      TO WK-TGT-RECEIVED
            END-IF.
            IF WK-TGT-RECEIVED IS NOT NUMERIC
                DISPLAY "BLD-RECEIVED MUST BE YYYYMMDD: "
                        WK-TGT-RECEIVED
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            PERFORM P-024-FIND-BUILD.
            IF WK-BLD-HIT NOT = ZERO
                DISPLAY "BUILD ALREADY REGISTERED: " WK-TGT-ID
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            IF WK-BLD-COUNT >= 100
                DISPLAY "BUILD REGISTRY FULL - NOT ADDED"
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            ADD 1                     TO WK-BLD-COUNT.
            SET IDX-BLD               TO WK-BLD-COUNT.
            MOVE WK-TGT-ID            TO WK-BLD-ID(IDX-BLD).
            MOVE WK-TGT-VENDOR        TO WK-BLD-VENDOR(IDX-BLD).
            MOVE WK-TGT-RTL           TO WK-BLD-RTL(IDX-BLD).
            MOVE WK-TGT-RECEIVED      TO WK-BLD-RECEIVED(IDX-BLD).
            MOVE "RECEIVED"            TO WK-BLD-STATUS(IDX-BLD).
            MOVE WK-SYS-DATE          TO WK-BLD-STATUS-DATE(IDX-BLD).
            MOVE SPACES               TO WK-BLD-SIGN-RUN(IDX-BLD).
            MOVE "(NONE)"              TO WK-BEFORE-IMG.
            PERFORM P-060-BUILD-IMAGE.
            MOVE BUILD-REG-REC        TO WK-AFTER-IMG.
            MOVE "ADD"                 TO WK-JRN-ACTION.
            PERFORM P-065-WRITE-JOURNAL.
            PERFORM P-050-REWRITE-REGISTRY.
            DISPLAY "BUILD " WK-TGT-ID " REGISTERED AS RECEIVED".
       P-040-EXIT.
            EXIT.
      *
      *    状態の変更。CERTIFIEDはSIGNLOGに証跡一式の記録がある
      *    ときだけ受け付ける。
       P-045-SET-STATUS.
            IF NOT WK-TGT-STATUS-VALID
                DISPLAY "INVALID BLD-STATUS: " WK-TGT-STATUS
                MOVE 1               TO RETURN-CODE
                GO TO P-045-EXIT
            END-IF.
            PERFORM P-024-FIND-BUILD.
            IF WK-BLD-HIT = ZERO
                DISPLAY "BUILD NOT REGISTERED: " WK-TGT-ID
                MOVE 1               TO RETURN-CODE
                GO TO P-045-EXIT
            END-IF.
            SET IDX-BLD               TO WK-BLD-HIT.
            PERFORM P-060-BUILD-IMAGE.
            MOVE BUILD-REG-REC        TO WK-BEFORE-IMG.
            IF WK-TGT-STATUS = "CERTIFIED"
                PERFORM P-070-LOAD-RUNS
                PERFORM P-046-FIND-SIGNOFF
                IF NOT WK-SIGN-FOUND
                    DISPLAY "CERTIFICATION REFUSED: NO SIGNOFF "
                            "BUNDLE FOR A RUN OF BUILD " WK-TGT-ID
                    MOVE 12          TO RETURN-CODE
                    GO TO P-045-EXIT
                END-IF
                SET IDX-BLD           TO WK-BLD-HIT
                MOVE WK-SIGN-RUN      TO WK-BLD-SIGN-RUN(IDX-BLD)
                DISPLAY "CERTIFIED ON SIGNOFF BUNDLE OF RUN "
                        WK-SIGN-RUN
            END-IF.
            DISPLAY WK-TGT-ID " : " WK-BLD-STATUS(IDX-BLD)
                    " -> " WK-TGT-STATUS.
            MOVE WK-TGT-STATUS        TO WK-BLD-STATUS(IDX-BLD).
            MOVE WK-SYS-DATE          TO WK-BLD-STATUS-DATE(IDX-BLD).
            PERFORM P-060-BUILD-IMAGE.
            MOVE BUILD-REG-REC        TO WK-AFTER-IMG.
            MOVE "SET"                 TO WK-JRN-ACTION.
            PERFORM P-065-WRITE-JOURNAL.
            PERFORM P-050-REWRITE-REGISTRY.
       P-045-EXIT.
            EXIT.
      *
      *    証跡一式の記録を探す。一式の実行がこのビルドに帰属する
      *    (一式のRUNMANIFの刻印、または累積台帳の刻印)ものに
      *    限る。BLD-SIGN-RUNの指定があればその実行だけを見る。
      *    該当が複数あれば最後(最新)の記録を取る。
       P-046-FIND-SIGNOFF.
            MOVE "N"                   TO WK-SIGN-FOUND-SW.
            MOVE SPACES               TO WK-SIGN-RUN.
            MOVE "N"                   TO WK-EOF-SW.
            OPEN INPUT SIGN-LOG-FILE.
            PERFORM P-047-CHECK-ONE-SIGN UNTIL WK-EOF.
            CLOSE SIGN-LOG-FILE.
      *
       P-047-CHECK-ONE-SIGN.
            READ SIGN-LOG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF WK-TGT-SIGN-RUN = SPACES
                       OR WK-TGT-SIGN-RUN = SL-RUN-ID
                        IF SL-BUILD-ID = WK-TGT-ID
                            SET WK-SIGN-FOUND  TO TRUE
                            MOVE SL-RUN-ID     TO WK-SIGN-RUN
                        ELSE
                            MOVE SL-RUN-ID     TO WK-KEY-RUN
                            PERFORM P-074-FIND-RUN
                            IF WK-RUN-HIT NOT = ZERO
                                SET IDX-RUN    TO WK-RUN-HIT
                                IF WK-RUN-BUILD(IDX-RUN) = WK-TGT-ID
                                    SET WK-SIGN-FOUND  TO TRUE
                                    MOVE SL-RUN-ID  TO WK-SIGN-RUN
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-READ.
      *
       P-050-REWRITE-REGISTRY.
            OPEN OUTPUT BUILD-REG-FILE.
            PERFORM P-052-WRITE-ONE
               VARYING IDX-BLD FROM 1 BY 1
                  UNTIL IDX-BLD > WK-BLD-COUNT.
            CLOSE BUILD-REG-FILE.
      *
       P-052-WRITE-ONE.
            PERFORM P-060-BUILD-IMAGE.
            WRITE BUILD-REG-REC.
      *
      *    台帳1行ぶんをBUILD-REG-RECへ組み立てる(IDX-BLDが対象)。
       P-060-BUILD-IMAGE.
            MOVE SPACES               TO BUILD-REG-REC.
            MOVE WK-BLD-ID(IDX-BLD)          TO BR-BUILD-ID.
            MOVE WK-BLD-VENDOR(IDX-BLD)      TO BR-VENDOR-VER.
            MOVE WK-BLD-RTL(IDX-BLD)         TO BR-RTL-LEVEL.
            MOVE WK-BLD-RECEIVED(IDX-BLD)    TO BR-RECEIVED.
            MOVE WK-BLD-STATUS(IDX-BLD)      TO BR-STATUS.
            MOVE WK-BLD-STATUS-DATE(IDX-BLD) TO BR-STATUS-DATE.
            MOVE WK-BLD-SIGN-RUN(IDX-BLD)    TO BR-SIGN-RUN.
      *
      *    更新1件の前像・後像を保守ジャーナルへ追記する。
       P-065-WRITE-JOURNAL.
            MOVE SPACES               TO WK-STAMP.
            STRING WK-SYS-DATE        DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)   DELIMITED BY SIZE
                              INTO WK-STAMP.
            OPEN EXTEND MNT-JRNL-FILE.
            MOVE SPACES               TO MNT-JRNL-REC.
            MOVE WK-STAMP             TO MJ-STAMP.
            MOVE "BLDREG"              TO MJ-PROGRAM.
            MOVE WK-JRN-ACTION        TO MJ-ACTION.
            MOVE "BUILDREG.DAT"        TO MJ-FILE.
            MOVE WK-BEFORE-IMG        TO MJ-BEFORE.
            MOVE WK-AFTER-IMG         TO MJ-AFTER.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
            CLOSE MNT-JRNL-FILE.
      *
      *    累積台帳の総合計行(*GRAND*)を実行ごとに取り込む。
       P-070-LOAD-RUNS.
            MOVE ZERO                 TO WK-RUN-COUNT.
            MOVE "N"                   TO WK-EOF-SW.
            OPEN INPUT RUN-HISTORY-FILE.
            PERFORM P-072-LOAD-ONE-RUN UNTIL WK-EOF.
            CLOSE RUN-HISTORY-FILE.
      *
       P-072-LOAD-ONE-RUN.
            READ RUN-HISTORY-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF HIST-PROGRAM = "*GRAND*"
                        IF WK-RUN-COUNT < 500
                            ADD 1     TO WK-RUN-COUNT
                            SET IDX-RUN  TO WK-RUN-COUNT
                            MOVE HIST-RUN-ID
                                 TO WK-RUN-ID(IDX-RUN)
                            MOVE HIST-DATE
                                 TO WK-RUN-DATE(IDX-RUN)
                            MOVE HIST-TOTAL
                                 TO WK-RUN-TOTAL(IDX-RUN)
                            MOVE HIST-OK
                                 TO WK-RUN-OK(IDX-RUN)
                            MOVE HIST-NG
                                 TO WK-RUN-NG(IDX-RUN)
                            MOVE HIST-BUILD-ID
                                 TO WK-RUN-BUILD(IDX-RUN)
                        ELSE
                            IF NOT WK-RUN-FULL
                                SET WK-RUN-FULL  TO TRUE
                                DISPLAY "RUN TABLE FULL - LATER "
                                        "RUNS NOT COUNTED"
                            END-IF
                        END-IF
                    END-IF
            END-READ.
      *
      *    実行の表をWK-KEY-RUNで引く(WK-RUN-HIT、0=無し)。
       P-074-FIND-RUN.
            MOVE ZERO                 TO WK-RUN-HIT.
            PERFORM P-075-MATCH-RUN
               VARYING IDX-RUN FROM 1 BY 1
                  UNTIL IDX-RUN > WK-RUN-COUNT
                     OR WK-RUN-HIT NOT = ZERO.
      *
       P-075-MATCH-RUN.
            IF WK-RUN-ID(IDX-RUN) = WK-KEY-RUN
                SET WK-RUN-HIT        TO IDX-RUN
            END-IF.
      *
      *    報告書。ビルドごとに帰属する実行・最良の合格率・直前の
      *    認定ビルドに対する回帰件数。
       P-080-REPORT.
            PERFORM P-070-LOAD-RUNS.
            PERFORM P-078-COUNT-UNATTRIBUTED
               VARYING IDX-RUN FROM 1 BY 1
                  UNTIL IDX-RUN > WK-RUN-COUNT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "BLDREG.RPT"          TO PS-REPORT-NAME.
            MOVE "コンパイラビルド台帳 認定状況"
                                      TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-082-ONE-BUILD
               VARYING WK-BLD-HIT FROM 1 BY 1
                  UNTIL WK-BLD-HIT > WK-BLD-COUNT.
            PERFORM P-090-WRITE.
            MOVE WK-BLD-COUNT         TO WK-ED-CT.
            STRING "  登録ビルド数          " DELIMITED BY SIZE
                   WK-ED-CT                   DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-UNATTR-CT         TO WK-ED-CT.
            STRING "  ビルド帰属なしの実行  "
                                              DELIMITED BY SIZE
                   WK-ED-CT                   DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-UNREG-CT          TO WK-ED-CT.
            STRING "  台帳に無いビルドの実行"
                                              DELIMITED BY SIZE
                   WK-ED-CT                   DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
       P-078-COUNT-UNATTRIBUTED.
            IF WK-RUN-BUILD(IDX-RUN) = SPACES
                ADD 1                 TO WK-UNATTR-CT
            ELSE
                MOVE WK-RUN-BUILD(IDX-RUN)  TO WK-TGT-ID
                PERFORM P-024-FIND-BUILD
                IF WK-BLD-HIT = ZERO
                    ADD 1             TO WK-UNREG-CT
                END-IF
            END-IF.
      *
      *    ビルド1本の節。見出し行・実行の明細・最良の合格率・回帰。
       P-082-ONE-BUILD.
            SET IDX-BLD               TO WK-BLD-HIT.
            PERFORM P-090-WRITE.
            STRING "■ "                      DELIMITED BY SIZE
                   WK-BLD-ID(IDX-BLD)         DELIMITED BY SIZE
                   "  版数 "                   DELIMITED BY SIZE
                   WK-BLD-VENDOR(IDX-BLD)     DELIMITED BY SIZE
                   "  RTL "                    DELIMITED BY SIZE
                   WK-BLD-RTL(IDX-BLD)        DELIMITED BY SIZE
                   "  受領 "                   DELIMITED BY SIZE
                   WK-BLD-RECEIVED(IDX-BLD)   DELIMITED BY SIZE
                   "  状態 "                   DELIMITED BY SIZE
                   WK-BLD-STATUS(IDX-BLD)     DELIMITED BY SIZE
                   "("                         DELIMITED BY SIZE
                   WK-BLD-STATUS-DATE(IDX-BLD)  DELIMITED BY SIZE
                   ")"                         DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-BLD-SIGN-RUN(IDX-BLD) NOT = SPACES
                STRING "    認定の根拠: 実行 " DELIMITED BY SIZE
                       WK-BLD-SIGN-RUN(IDX-BLD)  DELIMITED BY SPACE
                       " の証跡一式"           DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE ZERO                 TO WK-B-RUN-CT WK-B-BEST-RATE.
            MOVE SPACES               TO WK-B-BEST-RUN.
            PERFORM P-084-ONE-RUN
               VARYING IDX-RUN FROM 1 BY 1
                  UNTIL IDX-RUN > WK-RUN-COUNT.
            IF WK-B-RUN-CT = ZERO
                MOVE "    (帰属する実行なし)"  TO PS-LINE
                PERFORM P-090-WRITE
            ELSE
                MOVE WK-B-BEST-RATE   TO WK-ED-RATE
                STRING "    最良の合格率 "      DELIMITED BY SIZE
                       WK-ED-RATE              DELIMITED BY SIZE
                       "%  (実行 "             DELIMITED BY SIZE
                       WK-B-BEST-RUN           DELIMITED BY SPACE
                       ")"                     DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            PERFORM P-086-REGRESSION THRU P-086-EXIT.
            SET IDX-BLD               TO WK-BLD-HIT.
            EVALUATE TRUE
                WHEN WK-REGR-COUNTED
                    MOVE WK-REGR-CT   TO WK-ED-CT
                    STRING "    回帰件数 "      DELIMITED BY SIZE
                           WK-ED-CT            DELIMITED BY SIZE
                           "  (基準: "         DELIMITED BY SIZE
                           WK-BLD-ID(WK-PREV-HIT)  DELIMITED BY SPACE
                           " の実行 "          DELIMITED BY SIZE
                           WK-BASE-RUN         DELIMITED BY SPACE
                           ")"                 DELIMITED BY SIZE
                              INTO PS-LINE
                WHEN WK-REGR-NO-BASE
                    STRING "    回帰件数 -  (直前の"
                                               DELIMITED BY SIZE
                           "認定済みビルドなし)"
                                               DELIMITED BY SIZE
                              INTO PS-LINE
                WHEN WK-REGR-NO-RUN
                    MOVE "    回帰件数 - (比較する実行なし)"
                                      TO PS-LINE
                WHEN OTHER
                    STRING "    回帰件数 比較不能  (保存"
                                               DELIMITED BY SIZE
                           "世代の"            DELIMITED BY SIZE
                           "ALLDIGESTなし: "   DELIMITED BY SIZE
                           WK-REGR-TEXT        DELIMITED BY SIZE
                           ")"                 DELIMITED BY SIZE
                              INTO PS-LINE
            END-EVALUATE.
            PERFORM P-090-WRITE.
      *
      *    このビルドに帰属する実行1本の明細と最良の合格率。
       P-084-ONE-RUN.
            IF WK-RUN-BUILD(IDX-RUN) = WK-BLD-ID(IDX-BLD)
                ADD 1                 TO WK-B-RUN-CT
                MOVE ZERO             TO WK-RATE
                IF WK-RUN-TOTAL(IDX-RUN) > ZERO
                    COMPUTE WK-RATE ROUNDED =
                        WK-RUN-OK(IDX-RUN) * 100
                          / WK-RUN-TOTAL(IDX-RUN)
                END-IF
                IF WK-B-BEST-RUN = SPACES
                   OR WK-RATE > WK-B-BEST-RATE
                    MOVE WK-RATE      TO WK-B-BEST-RATE
                    MOVE WK-RUN-ID(IDX-RUN)  TO WK-B-BEST-RUN
                END-IF
                MOVE WK-RUN-TOTAL(IDX-RUN)  TO WK-ED-TOTAL
                MOVE WK-RUN-OK(IDX-RUN)     TO WK-ED-OK
                MOVE WK-RUN-NG(IDX-RUN)     TO WK-ED-NG
                MOVE WK-RATE                TO WK-ED-RATE
                STRING "    実行 "              DELIMITED BY SIZE
                       WK-RUN-ID(IDX-RUN)      DELIMITED BY SIZE
                       "  "                    DELIMITED BY SIZE
                       WK-RUN-DATE(IDX-RUN)    DELIMITED BY SIZE
                       "  件数"                DELIMITED BY SIZE
                       WK-ED-TOTAL             DELIMITED BY SIZE
                       "  OK"                  DELIMITED BY SIZE
                       WK-ED-OK                DELIMITED BY SIZE
                       "  NG"                  DELIMITED BY SIZE
                       WK-ED-NG                DELIMITED BY SIZE
                       "  合格率 "             DELIMITED BY SIZE
                       WK-ED-RATE              DELIMITED BY SIZE
                       "%"                     DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
      *    直前の認定済みビルド(受領日がこのビルドより前で、認定
      *    実行を持つもののうち最も新しいもの)の認定実行を基準に、
      *    このビルドの最良実行の回帰を数える。
       P-086-REGRESSION.
            MOVE ZERO                 TO WK-PREV-HIT WK-REGR-CT.
            MOVE SPACES               TO WK-REGR-TEXT.
            PERFORM P-087-TRY-PREVIOUS
               VARYING IDX-BLD FROM 1 BY 1
                  UNTIL IDX-BLD > WK-BLD-COUNT.
            IF WK-PREV-HIT = ZERO
                SET WK-REGR-NO-BASE   TO TRUE
                GO TO P-086-EXIT
            END-IF.
            IF WK-B-BEST-RUN = SPACES
                SET WK-REGR-NO-RUN    TO TRUE
                GO TO P-086-EXIT
            END-IF.
            MOVE WK-BLD-SIGN-RUN(WK-PREV-HIT)  TO WK-BASE-RUN.
            MOVE WK-B-BEST-RUN        TO WK-CMP-RUN.
            SET WK-REGR-NO-ARCH       TO TRUE.
            MOVE ZERO                 TO WK-BASE-COUNT.
            MOVE WK-BASE-RUN          TO WK-KEY-RUN.
            PERFORM P-092-OPEN-DIGEST.
            IF NOT WK-DIGEST-FOUND
                MOVE WK-BASE-RUN      TO WK-REGR-TEXT
                GO TO P-086-EXIT
            END-IF.
            MOVE "N"                   TO WK-EOF-SW.
            PERFORM P-094-LOAD-ONE-BASE UNTIL WK-EOF.
            CLOSE DIGEST-IN.
            MOVE WK-CMP-RUN           TO WK-KEY-RUN.
            PERFORM P-092-OPEN-DIGEST.
            IF NOT WK-DIGEST-FOUND
                MOVE WK-CMP-RUN       TO WK-REGR-TEXT
                GO TO P-086-EXIT
            END-IF.
            MOVE "N"                   TO WK-EOF-SW.
            PERFORM P-096-CHECK-ONE-CMP UNTIL WK-EOF.
            CLOSE DIGEST-IN.
            SET WK-REGR-COUNTED       TO TRUE.
       P-086-EXIT.
            EXIT.
      *
       P-087-TRY-PREVIOUS.
            IF IDX-BLD NOT = WK-BLD-HIT
               AND WK-BLD-SIGN-RUN(IDX-BLD) NOT = SPACES
               AND (WK-BLD-STATUS(IDX-BLD) = "CERTIFIED"
                    OR WK-BLD-STATUS(IDX-BLD) = "RETIRED")
               AND WK-BLD-RECEIVED(IDX-BLD)
                   < WK-BLD-RECEIVED(WK-BLD-HIT)
                IF WK-PREV-HIT = ZERO
                    SET WK-PREV-HIT   TO IDX-BLD
                ELSE
                    IF WK-BLD-RECEIVED(IDX-BLD)
                       >= WK-BLD-RECEIVED(WK-PREV-HIT)
                        SET WK-PREV-HIT  TO IDX-BLD
                    END-IF
                END-IF
            END-IF.
      *
      *    保存世代のALLDIGEST(ARCH-<実行ID>-ALLDIGEST.TXT)を開く。
       P-092-OPEN-DIGEST.
            MOVE SPACES               TO WK-DIGEST-NAME.
            IF WK-OUTDIR = SPACES
                STRING "ARCH-"        DELIMITED BY SIZE
                       WK-KEY-RUN     DELIMITED BY SPACE
                       "-ALLDIGEST.TXT"  DELIMITED BY SIZE
                              INTO WK-DIGEST-NAME
            ELSE
                STRING WK-OUTDIR      DELIMITED BY SPACE
                       "/ARCH-"       DELIMITED BY SIZE
                       WK-KEY-RUN     DELIMITED BY SPACE
                       "-ALLDIGEST.TXT"  DELIMITED BY SIZE
                              INTO WK-DIGEST-NAME
            END-IF.
            OPEN INPUT DIGEST-IN.
      *
       P-094-LOAD-ONE-BASE.
            READ DIGEST-IN
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DIN-PROGRAM NOT = "*RUNID*"
                       AND DIN-PROGRAM NOT = "*LAYOUT*"
                       AND DIN-STATUS(1:2) = "OK"
                       AND WK-BASE-COUNT < 2000
                        ADD 1         TO WK-BASE-COUNT
                        SET IDX-BASE  TO WK-BASE-COUNT
                        MOVE DIGEST-IN-REC(1:40)
                             TO WK-BASE-KEY(IDX-BASE)
                    END-IF
            END-READ.
      *
      *    比較側でNGのケースが基準側でOKなら回帰。
       P-096-CHECK-ONE-CMP.
            READ DIGEST-IN
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DIN-PROGRAM NOT = "*RUNID*"
                       AND DIN-PROGRAM NOT = "*LAYOUT*"
                       AND DIN-STATUS(1:2) NOT = "OK"
                        MOVE DIGEST-IN-REC(1:40)  TO WK-DIGEST-KEY
                        MOVE "N"      TO WK-BASE-HIT-SW
                        PERFORM P-098-MATCH-BASE
                           VARYING IDX-BASE FROM 1 BY 1
                              UNTIL IDX-BASE > WK-BASE-COUNT
                                 OR WK-BASE-HIT
                        IF WK-BASE-HIT
                            ADD 1     TO WK-REGR-CT
                        END-IF
                    END-IF
            END-READ.
      *
       P-098-MATCH-BASE.
            IF WK-BASE-KEY(IDX-BASE) = WK-DIGEST-KEY
                SET WK-BASE-HIT       TO TRUE
            END-IF.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
