      ******************************************************************
      *    テストケース：NGLAGE
      *    プログラム名：日本語化テスト NG生涯台帳の滞留監視
      *    処理概要　　：NG生涯台帳NGLEDGER.DATの未解消ケース(NEW・
      *                  ACKNOWLEDGED・IN-FIX)が今の状態に入ってから
      *                  何営業日たったかをBIZDAYで数え、状態ごとの
      *                  期限表NGLSLA.TXTと比べて、期限間近・期限
      *                  超過・重大超過の一覧を担当チーム別に
      *                  NGLAGE.RPTへ刷る。重大超過のケースは
      *                  NGLESC.DATへも書き出し、ITSMEXTがチケットの
      *                  優先度を引き上げる。三週間前の回帰が黙って
      *                  日常になることをなくす。
      *  --------------------------------------------------------------
      *   期限表(NGLSLA.TXT、無ければ既定値):
      *     カテゴリX(16)+空白2+状態X(12)+空白2+期限日数9(3)
      *     +空白2+重大日数9(3)
      *     カテゴリはCLSTABの語彙。ANYはどのカテゴリにも効く既定
      *     の行で、カテゴリ一致の行が優先する。重大日数が0なら
      *     期限日数の2倍。先頭が"*"の行は注記。既定値は
      *     NEW=3/6 ACKNOWLEDGED=5/10 IN-FIX=10/20営業日。
      *   今の状態に入った日:
      *     保守ジャーナルMNTJRNL.DATのNGLMAINTのSET行(後像が台帳
      *     の行)から決める。最後のSETの状態が今と同じか、今が
      *     NEW(FIXEDからの再発)なら最後のSETの日、そうでなければ
      *     今の状態へのSETのうち最後の日。ジャーナルに無いケース
      *     は初回検出の実行ID(R+YYYYMMDD-HHMMSS)の日付。
      *   カテゴリはNGDIGEST.TXTの今夜の行をCLSTABで分類して決め、
      *   今夜NGでないケースはOTHER。宛先チームはROUTETAB.TXT
      *   (NOTIFYと同じ経路表、無いカテゴリはOPERATIONS)。
      *   区分:
      *     DUE-SOON ... 期限まで残りNGA-SOON営業日以内
      *     OVERDUE  ... 期限日数を超えた
      *     SERIOUS  ... 重大日数を超えた(NGLESC.DATへも書く)
      *   環境変数:
      *     NGA-RUN-DATE = 基準日YYYYMMDD(既定は当日)
      *     NGA-SOON     = 期限間近とみなす残り営業日数(既定1)
      *   エスカレーション(NGLESC.DAT): PROGRAM-ID X(10)+空白2+
      *     CASE-ID X(30)+空白2+状態X(12)+空白2+経過日数9(3)+
      *     空白2+期限日数9(3)+空白2+カテゴリX(16)+空白2+
      *     チームX(16)。毎回作り直す。
      *   戻り値: 0=超過なし 4=期限超過・重大超過あり
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           NGLAGE.
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
           SELECT OPTIONAL NG-LEDGER-FILE
                                        ASSIGN TO "NGLEDGER.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY MNTJSL.
           SELECT OPTIONAL NG-DIGEST-FILE
                                        ASSIGN TO "NGDIGEST.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROUTE-FILE ASSIGN TO "ROUTETAB.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SLA-FILE   ASSIGN TO "NGLSLA.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESC-FILE            ASSIGN TO "NGLESC.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  NG-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  NG-LEDGER-REC.
           05  NGL-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  NGL-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  NGL-LIFECYCLE          PIC X(12).
           05  FILLER                 PIC X(02).
           05  NGL-FIRST-RUN          PIC X(16).
           05  FILLER                 PIC X(02).
           05  NGL-LAST-RUN           PIC X(16).
       COPY MNTJFD.
       FD  NG-DIGEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  NG-DIGEST-REC.
           05  DIGEST-PROGRAM         PIC X(10).
           05  FILLER                 PIC X(02).
           05  DIGEST-CASE-ID         PIC X(30).
           05  FILLER                 PIC X(02).
           05  DIGEST-STATUS          PIC X(40).
           05  FILLER                 PIC X(02).
           05  DIGEST-EXPECTED        PIC X(40).
           05  FILLER                 PIC X(02).
           05  DIGEST-ACTUAL          PIC X(40).
           05  FILLER                 PIC X(02).
           05  DIGEST-REASON          PIC X(08).
       FD  ROUTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROUTE-REC.
           05  RT-CATEGORY            PIC X(16).
           05  FILLER                 PIC X(02).
           05  RT-TEAM                PIC X(16).
       FD  SLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLA-REC.
           05  SLA-CATEGORY           PIC X(16).
           05  FILLER                 PIC X(02).
           05  SLA-STATE              PIC X(12).
           05  FILLER                 PIC X(02).
           05  SLA-LIMIT              PIC X(03).
           05  FILLER                 PIC X(02).
           05  SLA-SERIOUS            PIC X(03).
       FD  ESC-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESC-REC.
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
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ENV-VALUE       PIC X(08)  VALUE SPACES.
       01  WK-RUN-DATE        PIC 9(08).
       01  WK-SOON            PIC 9(03)  VALUE 1.
      *
      *    NG生涯台帳の作業表。ジャーナルから拾った状態遷移の日と
      *    判定結果を行ごとに持つ。
       01  WK-NGL-TAB.
           05  WK-NGL-ENTRY  OCCURS 300 TIMES INDEXED BY IDX-NGL.
               10  WK-NGL-PROGRAM     PIC X(10).
               10  WK-NGL-CASE-ID     PIC X(30).
               10  WK-NGL-LIFECYCLE   PIC X(12).
               10  WK-NGL-FIRST-RUN   PIC X(16).
               10  WK-NGL-LAST-SET    PIC X(08).
               10  WK-NGL-LAST-STATE  PIC X(12).
               10  WK-NGL-MATCH-SET   PIC X(08).
               10  WK-NGL-CATEGORY    PIC X(16).
               10  WK-NGL-TEAM        PIC X(16).
               10  WK-NGL-SINCE       PIC 9(08).
               10  WK-NGL-DAYS        PIC 9(03).
               10  WK-NGL-LIMIT       PIC 9(03).
               10  WK-NGL-SERIOUS     PIC 9(03).
               10  WK-NGL-BAND        PIC 9(01).
       01  WK-NGL-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-NGL-HIT         PIC 9(03)  COMP.
      *
      *    ジャーナルの後像(台帳の1行)を読み解くための型。
       01  WK-IMG-REC.
           05  IMG-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  IMG-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  IMG-LIFECYCLE          PIC X(12).
           05  FILLER                 PIC X(02).
           05  IMG-FIRST-RUN          PIC X(16).
           05  FILLER                 PIC X(02).
           05  IMG-LAST-RUN           PIC X(16).
      *
      *    期限表。カテゴリ×状態→期限日数・重大日数。
       01  WK-SLA-TAB.
           05  WK-SLA-ENTRY  OCCURS 40 TIMES INDEXED BY IDX-SLA.
               10  WK-SLA-CATEGORY    PIC X(16).
               10  WK-SLA-STATE       PIC X(12).
               10  WK-SLA-LIMIT       PIC 9(03).
               10  WK-SLA-SERIOUS     PIC 9(03).
       01  WK-SLA-COUNT       PIC 9(02)  COMP  VALUE ZERO.
       01  WK-SLA-HIT-SW      PIC X      VALUE "N".
           88  WK-SLA-HIT                 VALUE "Y"  FALSE "N".
       01  WK-SLA-CAT-W       PIC X(16).
      *
      *    経路表。カテゴリ→チーム(NOTIFYと同じ)。
       01  WK-ROUTE-TAB.
           05  WK-ROUTE-ENTRY  OCCURS 20 TIMES INDEXED BY IDX-RT.
               10  WK-RT-CATEGORY     PIC X(16).
               10  WK-RT-TEAM         PIC X(16).
       01  WK-ROUTE-COUNT     PIC 9(02)  COMP  VALUE ZERO.
      *
      *    報告書に出すチームの一覧(初めて出てきた順)。
       01  WK-TEAM-TAB.
           05  WK-TEAM-NAME  OCCURS 20 TIMES INDEXED BY IDX-TEAM
                                      PIC X(16).
       01  WK-TEAM-COUNT      PIC 9(02)  COMP  VALUE ZERO.
       01  WK-TEAM-HIT        PIC 9(02)  COMP.
      *
      *    区分の見出し(1=重大超過 2=期限超過 3=期限間近)。
       01  WK-BAND-TABLE-DEF.
           05  FILLER   PIC X(08)  VALUE "SERIOUS".
           05  FILLER   PIC X(08)  VALUE "OVERDUE".
           05  FILLER   PIC X(08)  VALUE "DUE-SOON".
       01  WK-BAND-TAB  REDEFINES WK-BAND-TABLE-DEF.
           05  WK-BAND-NAME  OCCURS 3 TIMES PIC X(08).
       01  WK-B               PIC 9(01)  COMP.
      *
      *    分類(CLSTABの共有規則)。
       COPY CLSTAB.
       01  WK-CLS-RESULT      PIC X(16).
       01  WK-CLS-HIT-SW      PIC X      VALUE "N".
           88  WK-CLS-HIT                 VALUE "Y".
       01  WK-CLS-PAT-LEN     PIC 9(03)  COMP.
       01  WK-CLS-MATCH-CT    PIC 9(03)  COMP.
       01  WK-PAT-IDX         PIC 9(03)  COMP.
      *
      *    営業日計算(BIZDAY)の受け渡し領域。
       01  BZ-PARM.
           05  BZ-FUNCTION              PIC X(01).
           05  BZ-DATE                  PIC 9(08).
           05  BZ-DAYS                  PIC 9(03).
           05  BZ-RESULT                PIC X(01).
           05  BZ-STATUS                PIC X(02).
       01  WK-WALK-DATE       PIC 9(08).
       01  WK-DATE-X          PIC X(08).
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      *
       01  WK-OPEN-CT         PIC 9(05)  VALUE ZERO.
       01  WK-SOON-CT         PIC 9(05)  VALUE ZERO.
       01  WK-OVER-CT         PIC 9(05)  VALUE ZERO.
       01  WK-SERIOUS-CT      PIC 9(05)  VALUE ZERO.
       01  WK-DAYS-ED         PIC ZZ9.
       01  WK-LIMIT-ED        PIC ZZ9.
       01  WK-CT-ED           PIC ZZZZ9.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "NGLAGE START".
            PERFORM P-015-ACCEPT-PARMS.
            PERFORM P-020-LOAD-LEDGER.
            PERFORM P-030-LOAD-JOURNAL.
            PERFORM P-040-LOAD-SLA.
            PERFORM P-045-LOAD-ROUTES.
            PERFORM P-050-CLASSIFY-DIGEST.
            OPEN OUTPUT ESC-FILE.
            PERFORM P-060-AGE-ONE THRU P-060-EXIT
               VARYING IDX-NGL FROM 1 BY 1
                  UNTIL IDX-NGL > WK-NGL-COUNT.
            CLOSE ESC-FILE.
            PERFORM P-080-PRINT-REPORT.
            DISPLAY "NGLAGE END  OPEN=" WK-OPEN-CT
                    " DUE-SOON=" WK-SOON-CT
                    " OVERDUE=" WK-OVER-CT
                    " SERIOUS=" WK-SERIOUS-CT.
            IF WK-OVER-CT > ZERO OR WK-SERIOUS-CT > ZERO
                MOVE 4                TO RETURN-CODE
            ELSE
                MOVE ZERO             TO RETURN-CODE
            END-IF.
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "NGA-RUN-DATE"      UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE IS NUMERIC
                MOVE WK-ENV-VALUE     TO WK-RUN-DATE
            ELSE
                ACCEPT WK-RUN-DATE    FROM DATE YYYYMMDD
            END-IF.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "NGA-SOON"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE(1:3) IS NUMERIC
                MOVE WK-ENV-VALUE(1:3)  TO WK-SOON
            END-IF.
      *
       P-020-LOAD-LEDGER.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT NG-LEDGER-FILE.
            PERFORM P-022-LOAD-ONE UNTIL WK-EOF.
            CLOSE NG-LEDGER-FILE.
      *
       P-022-LOAD-ONE.
            READ NG-LEDGER-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF WK-NGL-COUNT < 300
                        ADD 1            TO WK-NGL-COUNT
                        SET IDX-NGL      TO WK-NGL-COUNT
                        MOVE SPACES      TO WK-NGL-ENTRY(IDX-NGL)
                        MOVE NGL-PROGRAM
                             TO WK-NGL-PROGRAM(IDX-NGL)
                        MOVE NGL-CASE-ID
                             TO WK-NGL-CASE-ID(IDX-NGL)
                        MOVE NGL-LIFECYCLE
                             TO WK-NGL-LIFECYCLE(IDX-NGL)
                        MOVE NGL-FIRST-RUN
                             TO WK-NGL-FIRST-RUN(IDX-NGL)
                        MOVE "OTHER"
                             TO WK-NGL-CATEGORY(IDX-NGL)
                        MOVE ZERO        TO WK-NGL-BAND(IDX-NGL)
                                            WK-NGL-DAYS(IDX-NGL)
                    END-IF
            END-READ.
      *
      *    保守ジャーナルを古い順に読み、台帳の行ごとに最後のSETの
      *    日と状態、今の状態へのSETの最後の日を覚える。
       P-030-LOAD-JOURNAL.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT MNT-JRNL-FILE.
            PERFORM P-032-JOURNAL-ONE UNTIL WK-EOF.
            CLOSE MNT-JRNL-FILE.
      *
       P-032-JOURNAL-ONE.
            READ MNT-JRNL-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF MJ-PROGRAM = "NGLMAINT"
                       AND MJ-ACTION = "SET"
                       AND MJ-FILE = "NGLEDGER.DAT"
                        PERFORM P-034-APPLY-SET
                    END-IF
            END-READ.
      *
       P-034-APPLY-SET.
            MOVE MJ-AFTER             TO WK-IMG-REC.
            MOVE ZERO                 TO WK-NGL-HIT.
            PERFORM P-036-MATCH-IMAGE
               VARYING IDX-NGL FROM 1 BY 1
                  UNTIL IDX-NGL > WK-NGL-COUNT
                     OR WK-NGL-HIT NOT = ZERO.
            IF WK-NGL-HIT NOT = ZERO
                SET IDX-NGL           TO WK-NGL-HIT
                MOVE MJ-STAMP(1:8)    TO WK-NGL-LAST-SET(IDX-NGL)
                MOVE IMG-LIFECYCLE    TO WK-NGL-LAST-STATE(IDX-NGL)
                IF IMG-LIFECYCLE = WK-NGL-LIFECYCLE(IDX-NGL)
                    MOVE MJ-STAMP(1:8)
                         TO WK-NGL-MATCH-SET(IDX-NGL)
                END-IF
            END-IF.
      *
       P-036-MATCH-IMAGE.
            IF IMG-PROGRAM = WK-NGL-PROGRAM(IDX-NGL)
               AND IMG-CASE-ID = WK-NGL-CASE-ID(IDX-NGL)
                MOVE ZERO             TO WK-NGL-HIT
                SET WK-NGL-HIT        TO IDX-NGL
            END-IF.
      *
      *    期限表を読む。無ければ既定値の3行(ANY)を使う。
       P-040-LOAD-SLA.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT SLA-FILE.
            PERFORM P-042-LOAD-ONE-SLA UNTIL WK-EOF.
            CLOSE SLA-FILE.
            IF WK-SLA-COUNT = ZERO
                DISPLAY "NGLSLA.TXT EMPTY OR MISSING - "
                        "USING DEFAULT LIMITS"
                MOVE 1                TO WK-SLA-COUNT
                SET IDX-SLA           TO 1
                MOVE "ANY"             TO WK-SLA-CATEGORY(IDX-SLA)
                MOVE "NEW"             TO WK-SLA-STATE(IDX-SLA)
                MOVE 3                TO WK-SLA-LIMIT(IDX-SLA)
                MOVE 6                TO WK-SLA-SERIOUS(IDX-SLA)
                MOVE 2                TO WK-SLA-COUNT
                SET IDX-SLA           TO 2
                MOVE "ANY"             TO WK-SLA-CATEGORY(IDX-SLA)
                MOVE "ACKNOWLEDGED"    TO WK-SLA-STATE(IDX-SLA)
                MOVE 5                TO WK-SLA-LIMIT(IDX-SLA)
                MOVE 10               TO WK-SLA-SERIOUS(IDX-SLA)
                MOVE 3                TO WK-SLA-COUNT
                SET IDX-SLA           TO 3
                MOVE "ANY"             TO WK-SLA-CATEGORY(IDX-SLA)
                MOVE "IN-FIX"          TO WK-SLA-STATE(IDX-SLA)
                MOVE 10               TO WK-SLA-LIMIT(IDX-SLA)
                MOVE 20               TO WK-SLA-SERIOUS(IDX-SLA)
            END-IF.
      *
       P-042-LOAD-ONE-SLA.
            READ SLA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF SLA-CATEGORY NOT = SPACES
                       AND SLA-CATEGORY(1:1) NOT = "*"
                       AND SLA-LIMIT IS NUMERIC
                       AND WK-SLA-COUNT < 40
                        ADD 1         TO WK-SLA-COUNT
                        SET IDX-SLA   TO WK-SLA-COUNT
                        MOVE SLA-CATEGORY
                             TO WK-SLA-CATEGORY(IDX-SLA)
                        MOVE SLA-STATE
                             TO WK-SLA-STATE(IDX-SLA)
                        MOVE SLA-LIMIT
                             TO WK-SLA-LIMIT(IDX-SLA)
                        IF SLA-SERIOUS IS NUMERIC
                           AND SLA-SERIOUS NOT = "000"
                            MOVE SLA-SERIOUS
                                 TO WK-SLA-SERIOUS(IDX-SLA)
                        ELSE
                            COMPUTE WK-SLA-SERIOUS(IDX-SLA)
                                  = WK-SLA-LIMIT(IDX-SLA) * 2
                        END-IF
                    END-IF
            END-READ.
      *
       P-045-LOAD-ROUTES.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT ROUTE-FILE.
            PERFORM P-047-LOAD-ONE-ROUTE UNTIL WK-EOF.
            CLOSE ROUTE-FILE.
      *
       P-047-LOAD-ONE-ROUTE.
            READ ROUTE-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF RT-CATEGORY NOT = SPACES
                       AND RT-CATEGORY(1:1) NOT = "*"
                       AND WK-ROUTE-COUNT < 20
                        ADD 1         TO WK-ROUTE-COUNT
                        SET IDX-RT    TO WK-ROUTE-COUNT
                        MOVE RT-CATEGORY
                             TO WK-RT-CATEGORY(IDX-RT)
                        MOVE RT-TEAM  TO WK-RT-TEAM(IDX-RT)
                    END-IF
            END-READ.
      *
      *    今夜のダイジェストの各行を分類し、台帳の同じキーへ
      *    カテゴリを写す。
       P-050-CLASSIFY-DIGEST.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT NG-DIGEST-FILE.
            PERFORM P-052-DIGEST-ONE UNTIL WK-EOF.
            CLOSE NG-DIGEST-FILE.
      *
       P-052-DIGEST-ONE.
            READ NG-DIGEST-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DIGEST-PROGRAM NOT = "*RUNID*"
                       AND DIGEST-PROGRAM NOT = "*LAYOUT*"
                        PERFORM P-054-TAG-ONE
                    END-IF
            END-READ.
      *
       P-054-TAG-ONE.
            MOVE ZERO                 TO WK-NGL-HIT.
            PERFORM P-055-MATCH-DIGEST
               VARYING IDX-NGL FROM 1 BY 1
                  UNTIL IDX-NGL > WK-NGL-COUNT
                     OR WK-NGL-HIT NOT = ZERO.
            IF WK-NGL-HIT NOT = ZERO
                PERFORM P-056-CLASSIFY-ROW
                SET IDX-NGL           TO WK-NGL-HIT
                MOVE WK-CLS-RESULT    TO WK-NGL-CATEGORY(IDX-NGL)
            END-IF.
      *
       P-055-MATCH-DIGEST.
            IF DIGEST-PROGRAM = WK-NGL-PROGRAM(IDX-NGL)
               AND DIGEST-CASE-ID = WK-NGL-CASE-ID(IDX-NGL)
                MOVE ZERO             TO WK-NGL-HIT
                SET WK-NGL-HIT        TO IDX-NGL
            END-IF.
      *
      *    分類規則の先勝ちで1行のカテゴリを決める(NOTIFYと同じ
      *    規則)。
       P-056-CLASSIFY-ROW.
            MOVE "OTHER"               TO WK-CLS-RESULT.
            MOVE "N"                  TO WK-CLS-HIT-SW.
            PERFORM P-057-TRY-ONE-RULE
               VARYING IDX-CLS FROM 1 BY 1
                  UNTIL IDX-CLS > WK-CLS-COUNT
                     OR WK-CLS-HIT.
      *
       P-057-TRY-ONE-RULE.
            IF WK-CLS-KIND(IDX-CLS) = "R"
                IF DIGEST-REASON = WK-CLS-PATTERN(IDX-CLS)(1:8)
                    MOVE WK-CLS-CATEGORY(IDX-CLS)  TO WK-CLS-RESULT
                    SET WK-CLS-HIT   TO TRUE
                END-IF
            ELSE
                MOVE ZERO            TO WK-CLS-PAT-LEN
                PERFORM P-058-FIND-PAT-LEN
                   VARYING WK-PAT-IDX FROM 20 BY -1
                      UNTIL WK-PAT-IDX < 1
                         OR WK-CLS-PAT-LEN NOT = ZERO
                IF WK-CLS-PAT-LEN > ZERO
                    MOVE ZERO        TO WK-CLS-MATCH-CT
                    INSPECT DIGEST-STATUS TALLYING WK-CLS-MATCH-CT
                        FOR ALL
                        WK-CLS-PATTERN(IDX-CLS)(1:WK-CLS-PAT-LEN)
                    IF WK-CLS-MATCH-CT > ZERO
                        MOVE WK-CLS-CATEGORY(IDX-CLS)
                                      TO WK-CLS-RESULT
                        SET WK-CLS-HIT  TO TRUE
                    END-IF
                END-IF
            END-IF.
      *
       P-058-FIND-PAT-LEN.
            IF WK-CLS-PATTERN(IDX-CLS)(WK-PAT-IDX:1) NOT = SPACE
                MOVE WK-PAT-IDX      TO WK-CLS-PAT-LEN
            END-IF.
      *
      *    未解消の1件の滞留営業日数を求め、区分を決める。
       P-060-AGE-ONE.
            IF WK-NGL-LIFECYCLE(IDX-NGL) NOT = "NEW"
               AND WK-NGL-LIFECYCLE(IDX-NGL) NOT = "ACKNOWLEDGED"
               AND WK-NGL-LIFECYCLE(IDX-NGL) NOT = "IN-FIX"
                GO TO P-060-EXIT
            END-IF.
            ADD 1                     TO WK-OPEN-CT.
            PERFORM P-062-FIND-SINCE.
            IF WK-DATE-X IS NOT NUMERIC
                DISPLAY "NO STATE DATE FOR "
                        WK-NGL-PROGRAM(IDX-NGL) " "
                        WK-NGL-CASE-ID(IDX-NGL)
                GO TO P-060-EXIT
            END-IF.
            MOVE WK-DATE-X            TO WK-NGL-SINCE(IDX-NGL).
            PERFORM P-064-COUNT-BIZDAYS.
            PERFORM P-066-FIND-LIMIT.
            PERFORM P-068-PICK-TEAM.
            EVALUATE TRUE
                WHEN WK-NGL-DAYS(IDX-NGL) > WK-NGL-SERIOUS(IDX-NGL)
                    MOVE 1            TO WK-NGL-BAND(IDX-NGL)
                    ADD 1             TO WK-SERIOUS-CT
                    PERFORM P-070-WRITE-ESCALATION
                WHEN WK-NGL-DAYS(IDX-NGL) > WK-NGL-LIMIT(IDX-NGL)
                    MOVE 2            TO WK-NGL-BAND(IDX-NGL)
                    ADD 1             TO WK-OVER-CT
                WHEN WK-NGL-DAYS(IDX-NGL) + WK-SOON
                                      >= WK-NGL-LIMIT(IDX-NGL)
                    MOVE 3            TO WK-NGL-BAND(IDX-NGL)
                    ADD 1             TO WK-SOON-CT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       P-060-EXIT.
            EXIT.
      *
      *    今の状態に入った日をWK-DATE-Xへ決める。
       P-062-FIND-SINCE.
            EVALUATE TRUE
                WHEN WK-NGL-LAST-SET(IDX-NGL) NOT = SPACES
                 AND (WK-NGL-LAST-STATE(IDX-NGL)
                                      = WK-NGL-LIFECYCLE(IDX-NGL)
                  OR  WK-NGL-LIFECYCLE(IDX-NGL) = "NEW")
                    MOVE WK-NGL-LAST-SET(IDX-NGL)   TO WK-DATE-X
                WHEN WK-NGL-MATCH-SET(IDX-NGL) NOT = SPACES
                    MOVE WK-NGL-MATCH-SET(IDX-NGL)  TO WK-DATE-X
                WHEN OTHER
                    MOVE WK-NGL-FIRST-RUN(IDX-NGL)(2:8)
                                      TO WK-DATE-X
            END-EVALUATE.
      *
      *    入った日の翌営業日から基準日までの営業日を数える。
       P-064-COUNT-BIZDAYS.
            MOVE ZERO                 TO WK-NGL-DAYS(IDX-NGL).
            MOVE WK-NGL-SINCE(IDX-NGL)  TO WK-WALK-DATE.
            MOVE "00"                  TO BZ-STATUS.
            PERFORM P-065-STEP-ONE-DAY
               UNTIL WK-WALK-DATE > WK-RUN-DATE
                  OR BZ-STATUS NOT = "00"
                  OR WK-NGL-DAYS(IDX-NGL) = 999.
      *
       P-065-STEP-ONE-DAY.
            MOVE "N"                   TO BZ-FUNCTION.
            MOVE WK-WALK-DATE         TO BZ-DATE.
            CALL "BIZDAY" USING BZ-PARM.
            MOVE BZ-DATE              TO WK-WALK-DATE.
            IF BZ-STATUS = "00" AND WK-WALK-DATE NOT > WK-RUN-DATE
                ADD 1                 TO WK-NGL-DAYS(IDX-NGL)
            END-IF.
      *
      *    期限表からカテゴリ一致の行を、無ければANYの行を探す。
       P-066-FIND-LIMIT.
            MOVE 999                  TO WK-NGL-LIMIT(IDX-NGL)
                                         WK-NGL-SERIOUS(IDX-NGL).
            MOVE WK-NGL-CATEGORY(IDX-NGL)  TO WK-SLA-CAT-W.
            SET WK-SLA-HIT            TO FALSE.
            PERFORM P-067-MATCH-SLA
               VARYING IDX-SLA FROM 1 BY 1
                  UNTIL IDX-SLA > WK-SLA-COUNT OR WK-SLA-HIT.
            IF NOT WK-SLA-HIT
                MOVE "ANY"             TO WK-SLA-CAT-W
                PERFORM P-067-MATCH-SLA
                   VARYING IDX-SLA FROM 1 BY 1
                      UNTIL IDX-SLA > WK-SLA-COUNT OR WK-SLA-HIT
            END-IF.
      *
       P-067-MATCH-SLA.
            IF WK-SLA-CATEGORY(IDX-SLA) = WK-SLA-CAT-W
               AND WK-SLA-STATE(IDX-SLA) = WK-NGL-LIFECYCLE(IDX-NGL)
                SET WK-SLA-HIT        TO TRUE
                MOVE WK-SLA-LIMIT(IDX-SLA)
                     TO WK-NGL-LIMIT(IDX-NGL)
                MOVE WK-SLA-SERIOUS(IDX-SLA)
                     TO WK-NGL-SERIOUS(IDX-NGL)
            END-IF.
      *
      *    カテゴリの宛先チームを経路表から決める。無ければ
      *    OPERATIONSへ。
       P-068-PICK-TEAM.
            MOVE "OPERATIONS"          TO WK-NGL-TEAM(IDX-NGL).
            PERFORM P-069-MATCH-ROUTE
               VARYING IDX-RT FROM 1 BY 1
                  UNTIL IDX-RT > WK-ROUTE-COUNT.
      *
       P-069-MATCH-ROUTE.
            IF WK-RT-CATEGORY(IDX-RT) = WK-NGL-CATEGORY(IDX-NGL)
                MOVE WK-RT-TEAM(IDX-RT)  TO WK-NGL-TEAM(IDX-NGL)
            END-IF.
      *
       P-070-WRITE-ESCALATION.
            MOVE SPACES               TO ESC-REC.
            MOVE WK-NGL-PROGRAM(IDX-NGL)    TO ESC-PROGRAM.
            MOVE WK-NGL-CASE-ID(IDX-NGL)    TO ESC-CASE-ID.
            MOVE WK-NGL-LIFECYCLE(IDX-NGL)  TO ESC-STATE.
            MOVE WK-NGL-DAYS(IDX-NGL)       TO ESC-DAYS.
            MOVE WK-NGL-LIMIT(IDX-NGL)      TO ESC-LIMIT.
            MOVE WK-NGL-CATEGORY(IDX-NGL)   TO ESC-CATEGORY.
            MOVE WK-NGL-TEAM(IDX-NGL)       TO ESC-TEAM.
            WRITE ESC-REC.
      *
      *    チーム別・区分別の一覧を刷る。
       P-080-PRINT-REPORT.
            PERFORM P-082-COLLECT-TEAM
               VARYING IDX-NGL FROM 1 BY 1
                  UNTIL IDX-NGL > WK-NGL-COUNT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "NGLAGE.RPT"          TO PS-REPORT-NAME.
            MOVE "NG生涯台帳 滞留監視(担当チーム別)"
                                      TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "基準日 " WK-RUN-DATE
                   "  未解消 " WK-OPEN-CT
                   "件  期限間近の残り営業日 " WK-SOON
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-TEAM-COUNT = ZERO
                PERFORM P-090-WRITE
                MOVE "  期限間近・超過のケースはない"
                                      TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            PERFORM P-084-PRINT-TEAM
               VARYING IDX-TEAM FROM 1 BY 1
                  UNTIL IDX-TEAM > WK-TEAM-COUNT.
            PERFORM P-090-WRITE.
            MOVE WK-SERIOUS-CT        TO WK-CT-ED.
            STRING "重大超過 " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-OVER-CT           TO WK-CT-ED.
            STRING "期限超過 " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-SOON-CT           TO WK-CT-ED.
            STRING "期限間近 " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
       P-082-COLLECT-TEAM.
            IF WK-NGL-BAND(IDX-NGL) NOT = ZERO
                MOVE ZERO             TO WK-TEAM-HIT
                PERFORM P-083-MATCH-TEAM
                   VARYING IDX-TEAM FROM 1 BY 1
                      UNTIL IDX-TEAM > WK-TEAM-COUNT
                         OR WK-TEAM-HIT NOT = ZERO
                IF WK-TEAM-HIT = ZERO AND WK-TEAM-COUNT < 20
                    ADD 1             TO WK-TEAM-COUNT
                    SET IDX-TEAM      TO WK-TEAM-COUNT
                    MOVE WK-NGL-TEAM(IDX-NGL)
                         TO WK-TEAM-NAME(IDX-TEAM)
                END-IF
            END-IF.
      *
       P-083-MATCH-TEAM.
            IF WK-TEAM-NAME(IDX-TEAM) = WK-NGL-TEAM(IDX-NGL)
                MOVE ZERO             TO WK-TEAM-HIT
                SET WK-TEAM-HIT       TO IDX-TEAM
            END-IF.
      *
       P-084-PRINT-TEAM.
            PERFORM P-090-WRITE.
            STRING "■ チーム " WK-TEAM-NAME(IDX-TEAM)
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            STRING "  区分      PROGRAM-ID  CASE-ID"
                   "                         状態"
                   "          経過  期限  カテゴリ"
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-085-PRINT-BAND
               VARYING WK-B FROM 1 BY 1 UNTIL WK-B > 3.
      *
       P-085-PRINT-BAND.
            PERFORM P-086-PRINT-ONE
               VARYING IDX-NGL FROM 1 BY 1
                  UNTIL IDX-NGL > WK-NGL-COUNT.
      *
       P-086-PRINT-ONE.
            IF WK-NGL-BAND(IDX-NGL) = WK-B
               AND WK-NGL-TEAM(IDX-NGL) = WK-TEAM-NAME(IDX-TEAM)
                MOVE WK-NGL-DAYS(IDX-NGL)   TO WK-DAYS-ED
                MOVE WK-NGL-LIMIT(IDX-NGL)  TO WK-LIMIT-ED
                STRING "  " WK-BAND-NAME(WK-B)
                       "  " WK-NGL-PROGRAM(IDX-NGL)
                       "  " WK-NGL-CASE-ID(IDX-NGL)
                       "  " WK-NGL-LIFECYCLE(IDX-NGL)
                       "  " WK-DAYS-ED
                       "   " WK-LIMIT-ED
                       "  " WK-NGL-CATEGORY(IDX-NGL)
                              DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
