      ******************************************************************
      *    テストケース：ACCREVW
      *    プログラム名：日本語化テスト アクセスログ点検表
      *    処理概要　　：AUTHCHKが許可・拒否を問わず書き残す
      *                  アクセスログACCESSLG.TXTを期間で切り出し、
      *                  操作者・プログラム・操作別に集計して、
      *                  拒否された試行、在席時間外(営業日以外を
      *                  含む)の操作、一回のセッションで更新が多す
      *                  ぎる操作者を強調し、権限表AUTHTAB.TXTの
      *                  うち一定日数操作のない操作者を削除候補と
      *                  して挙げる。月次のセキュリティ点検でログを
      *                  目で追う代わりに、点検者が署名する一枚を
      *                  PRTSRVでACCREVW.RPTへ刷る。
      *  --------------------------------------------------------------
      *   環境変数:
      *     AR-FROM  = 期間の初日YYYYMMDD(既定は前月の1日)
      *     AR-TO    = 期間の末日YYYYMMDD(既定は前月の末日)
      *     AR-HOURS = 在席時間HHMM-HHMM(既定0800-2000)。この外と
      *                BIZDAYが休みと判定する日の操作を時間外とする
      *     AR-GAP   = セッションの区切りとみなす間隔・分(既定30)
      *     AR-BURST = 一回のセッションの更新件数の上限(既定20)。
      *                これを超えたセッションを挙げる
      *     AR-IDLE  = 削除候補とみなす無操作日数(既定90)。
      *                期間の末日から数え、期間より前のログも見る
      *   セッションは同じ操作者の操作が同じ日にAR-GAP分以内で
      *   続いている間とする。更新件数は許可された試行
      *   (ALLOWED・NO-TABLE)の件数。
      *   ログの形式はAUTHCHKの通り(時刻X(14)+空白2+操作者X(10)
      *   +空白2+プログラムX(10)+空白2+操作X(08)+空白2+キー
      *   X(30)+空白2+判定X(10))。
      *   戻り値: 0=指摘なし 4=拒否・時間外・過多・削除候補あり
      *           1=期間の指定が不正
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ACCREVW.
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
           SELECT OPTIONAL AUTH-FILE  ASSIGN TO "AUTHTAB.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCESS-LOG ASSIGN TO "ACCESSLG.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTH-REC.
           05  AUT-OPERATOR           PIC X(10).
           05  FILLER                 PIC X(02).
           05  AUT-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  AUT-ACTION             PIC X(08).
       FD  ACCESS-LOG
           LABEL RECORDS ARE STANDARD.
       01  ACCESS-LOG-REC.
           05  ALG-STAMP              PIC X(14).
           05  FILLER                 PIC X(02).
           05  ALG-OPERATOR           PIC X(10).
           05  FILLER                 PIC X(02).
           05  ALG-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  ALG-ACTION             PIC X(08).
           05  FILLER                 PIC X(02).
           05  ALG-KEY                PIC X(30).
           05  FILLER                 PIC X(02).
           05  ALG-VERDICT            PIC X(10).
           05  FILLER                 PIC X(02).
           05  ALG-CHAIN-SEQ          PIC X(07).
           05  FILLER                 PIC X(02).
           05  ALG-CHAIN              PIC X(09).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ENV-VALUE       PIC X(09)  VALUE SPACES.
       01  WK-TODAY           PIC 9(08).
       01  WK-FROM-DATE       PIC 9(08).
       01  WK-TO-DATE         PIC 9(08).
       01  WK-HOURS-FROM      PIC 9(04)  VALUE 0800.
       01  WK-HOURS-TO        PIC 9(04)  VALUE 2000.
       01  WK-GAP             PIC 9(03)  VALUE 30.
       01  WK-BURST           PIC 9(03)  VALUE 20.
       01  WK-IDLE            PIC 9(03)  VALUE 90.
      *
      *    ログ1行の読み解き。
       01  WK-LOG-DATE        PIC 9(08).
       01  WK-LOG-HHMM        PIC 9(04).
       01  WK-LOG-HHMM-PARTS  REDEFINES WK-LOG-HHMM.
           05  WK-LOG-HH          PIC 9(02).
           05  WK-LOG-MM          PIC 9(02).
       01  WK-LOG-MIN         PIC 9(04)  COMP.
       01  WK-IN-RANGE-SW     PIC X      VALUE "N".
           88  WK-IN-RANGE                VALUE "Y"  FALSE "N".
       01  WK-OFF-HOURS-SW    PIC X      VALUE "N".
           88  WK-OFF-HOURS               VALUE "Y"  FALSE "N".
       01  WK-UPDATE-SW       PIC X      VALUE "N".
           88  WK-UPDATE                  VALUE "Y"  FALSE "N".
      *
      *    操作者の表。権限表の操作者とログに出た操作者の和。
      *    最終操作日と、今開いているセッションを持つ。
       01  WK-OPR-TAB.
           05  WK-OPR-ENTRY  OCCURS 100 TIMES INDEXED BY IDX-OPR.
               10  WK-OPR-ID          PIC X(10).
               10  WK-OPR-IN-AUTH     PIC X(01).
               10  WK-OPR-LAST-DATE   PIC 9(08).
               10  WK-OPR-SES-DATE    PIC 9(08).
               10  WK-OPR-SES-START   PIC X(14).
               10  WK-OPR-SES-END     PIC X(14).
               10  WK-OPR-SES-MIN     PIC 9(04)  COMP.
               10  WK-OPR-SES-CT      PIC 9(05)  COMP.
       01  WK-OPR-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-OPR-HIT         PIC 9(03)  COMP.
       01  WK-OPR-KEY         PIC X(10).
      *
      *    操作者・プログラム・操作別の集計。
       01  WK-SUM-TAB.
           05  WK-SUM-ENTRY  OCCURS 300 TIMES INDEXED BY IDX-SUM.
               10  WK-SUM-OPERATOR    PIC X(10).
               10  WK-SUM-PROGRAM     PIC X(10).
               10  WK-SUM-ACTION      PIC X(08).
               10  WK-SUM-TOTAL       PIC 9(05).
               10  WK-SUM-REFUSED     PIC 9(05).
               10  WK-SUM-OFF-HOURS   PIC 9(05).
       01  WK-SUM-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-SUM-HIT         PIC 9(03)  COMP.
      *
      *    更新の多すぎたセッション。
       01  WK-BURST-TAB.
           05  WK-BST-ENTRY  OCCURS 50 TIMES INDEXED BY IDX-BST.
               10  WK-BST-OPERATOR    PIC X(10).
               10  WK-BST-START       PIC X(14).
               10  WK-BST-END         PIC X(14).
               10  WK-BST-CT          PIC 9(05).
       01  WK-BST-COUNT       PIC 9(02)  COMP  VALUE ZERO.
      *
      *    月の日数表(うるう年の2月は計算で足す)。
       01  WK-MLEN-TABLE-DEF.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 28.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
       01  WK-MLEN-TAB  REDEFINES WK-MLEN-TABLE-DEF.
           05  WK-MLEN    PIC 9(02)  OCCURS 12 TIMES.
      *
      *    日付→通日(無操作日数の差を取るための連番)。
       01  WK-DATE-W          PIC 9(08).
       01  WK-DATE-PARTS  REDEFINES WK-DATE-W.
           05  WK-YYYY            PIC 9(04).
           05  WK-MM              PIC 9(02).
           05  WK-DD              PIC 9(02).
       01  WK-DATE-OK-SW      PIC X      VALUE "N".
           88  WK-DATE-OK                 VALUE "Y"  FALSE "N".
       01  WK-MONTH-LEN       PIC 9(02).
       01  WK-Q               PIC 9(06)  COMP.
       01  WK-R               PIC 9(04)  COMP.
       01  WK-Y-ADJ           PIC 9(04)  COMP.
       01  WK-M-ADJ           PIC 9(02)  COMP.
       01  WK-SERIAL          PIC 9(07)  COMP.
       01  WK-TO-SERIAL       PIC 9(07)  COMP.
       01  WK-IDLE-DAYS       PIC 9(05)  COMP.
      *
      *    営業日計算(BIZDAY)の受け渡し領域。
       01  BZ-PARM.
           05  BZ-FUNCTION              PIC X(01).
           05  BZ-DATE                  PIC 9(08).
           05  BZ-DAYS                  PIC 9(03).
           05  BZ-RESULT                PIC X(01).
           05  BZ-STATUS                PIC X(02).
       01  WK-BIZ-DATE        PIC 9(08)  VALUE ZERO.
       01  WK-BIZ-RESULT      PIC X(01)  VALUE "Y".
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
       01  WK-LIST-KIND       PIC X(01).
       01  WK-LIST-CT         PIC 9(05)  VALUE ZERO.
      *
       01  WK-LOG-CT          PIC 9(05)  VALUE ZERO.
       01  WK-RANGE-CT        PIC 9(05)  VALUE ZERO.
       01  WK-REFUSED-CT      PIC 9(05)  VALUE ZERO.
       01  WK-OFF-CT          PIC 9(05)  VALUE ZERO.
       01  WK-IDLE-CT         PIC 9(05)  VALUE ZERO.
       01  WK-CT-ED           PIC ZZZZ9.
       01  WK-CT2-ED          PIC ZZZZ9.
       01  WK-CT3-ED          PIC ZZZZ9.
       01  WK-DAYS-ED         PIC ZZZZ9.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "ACCREVW START".
            PERFORM P-015-ACCEPT-PARMS THRU P-015-EXIT.
            IF RETURN-CODE NOT = ZERO
                GOBACK
            END-IF.
            PERFORM P-020-LOAD-AUTH.
            PERFORM P-030-SCAN-LOG.
            PERFORM P-038-CLOSE-SESSION
               VARYING IDX-OPR FROM 1 BY 1
                  UNTIL IDX-OPR > WK-OPR-COUNT.
            PERFORM P-060-JUDGE-IDLE
               VARYING IDX-OPR FROM 1 BY 1
                  UNTIL IDX-OPR > WK-OPR-COUNT.
            PERFORM P-080-PRINT-REPORT.
            DISPLAY "ACCREVW END  ATTEMPTS=" WK-RANGE-CT
                    " REFUSED=" WK-REFUSED-CT
                    " OFF-HOURS=" WK-OFF-CT
                    " BURSTS=" WK-BST-COUNT
                    " IDLE=" WK-IDLE-CT.
            IF WK-REFUSED-CT > ZERO OR WK-OFF-CT > ZERO
               OR WK-BST-COUNT > ZERO OR WK-IDLE-CT > ZERO
                MOVE 4                TO RETURN-CODE
            ELSE
                MOVE ZERO             TO RETURN-CODE
            END-IF.
            GOBACK
            .
      *
      *    期間と判定条件。期間の既定は前月の1日から末日まで。
       P-015-ACCEPT-PARMS.
            MOVE ZERO                 TO RETURN-CODE.
            ACCEPT WK-TODAY           FROM DATE YYYYMMDD.
            MOVE WK-TODAY             TO WK-DATE-W.
            IF WK-MM = 1
                SUBTRACT 1            FROM WK-YYYY
                MOVE 12               TO WK-MM
            ELSE
                SUBTRACT 1            FROM WK-MM
            END-IF.
            MOVE 1                    TO WK-DD.
            MOVE WK-DATE-W            TO WK-FROM-DATE.
            MOVE WK-MLEN(WK-MM)       TO WK-MONTH-LEN.
            IF WK-MM = 2
                PERFORM P-052-CHECK-LEAP
            END-IF.
            MOVE WK-MONTH-LEN         TO WK-DD.
            MOVE WK-DATE-W            TO WK-TO-DATE.
            DISPLAY "AR-FROM"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE(1:8) IS NUMERIC
                MOVE WK-ENV-VALUE(1:8)  TO WK-FROM-DATE
            END-IF.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "AR-TO"             UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE(1:8) IS NUMERIC
                MOVE WK-ENV-VALUE(1:8)  TO WK-TO-DATE
            END-IF.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "AR-HOURS"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE(1:4) IS NUMERIC
               AND WK-ENV-VALUE(5:1) = "-"
               AND WK-ENV-VALUE(6:4) IS NUMERIC
                MOVE WK-ENV-VALUE(1:4)  TO WK-HOURS-FROM
                MOVE WK-ENV-VALUE(6:4)  TO WK-HOURS-TO
            END-IF.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "AR-GAP"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE(1:3) IS NUMERIC
                MOVE WK-ENV-VALUE(1:3)  TO WK-GAP
            END-IF.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "AR-BURST"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE(1:3) IS NUMERIC
                MOVE WK-ENV-VALUE(1:3)  TO WK-BURST
            END-IF.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "AR-IDLE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE(1:3) IS NUMERIC
                MOVE WK-ENV-VALUE(1:3)  TO WK-IDLE
            END-IF.
      *    期間の末日を通日にしておく(無操作日数の基準)。
            MOVE WK-FROM-DATE         TO WK-DATE-W.
            PERFORM P-050-TO-SERIAL THRU P-050-EXIT.
            IF NOT WK-DATE-OK
                DISPLAY "AR-FROM INVALID: " WK-FROM-DATE
                MOVE 1                TO RETURN-CODE
                GO TO P-015-EXIT
            END-IF.
            MOVE WK-TO-DATE           TO WK-DATE-W.
            PERFORM P-050-TO-SERIAL THRU P-050-EXIT.
            IF NOT WK-DATE-OK OR WK-TO-DATE < WK-FROM-DATE
                DISPLAY "AR-TO INVALID: " WK-TO-DATE
                MOVE 1                TO RETURN-CODE
                GO TO P-015-EXIT
            END-IF.
            MOVE WK-SERIAL            TO WK-TO-SERIAL.
       P-015-EXIT.
            EXIT.
      *
      *    権限表の操作者を拾う。"*"(全員)と注記の行は除く。
       P-020-LOAD-AUTH.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT AUTH-FILE.
            PERFORM P-022-AUTH-ONE UNTIL WK-EOF.
            CLOSE AUTH-FILE.
      *
       P-022-AUTH-ONE.
            READ AUTH-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF AUT-OPERATOR NOT = SPACES
                       AND AUT-OPERATOR(1:1) NOT = "*"
                        MOVE AUT-OPERATOR  TO WK-OPR-KEY
                        PERFORM P-024-FIND-OPR
                        IF WK-OPR-HIT NOT = ZERO
                            SET IDX-OPR    TO WK-OPR-HIT
                            MOVE "Y"
                                 TO WK-OPR-IN-AUTH(IDX-OPR)
                        END-IF
                    END-IF
            END-READ.
      *
      *    WK-OPR-KEYの操作者を探し、無ければ表に足す。
       P-024-FIND-OPR.
            MOVE ZERO                 TO WK-OPR-HIT.
            PERFORM P-026-MATCH-OPR
               VARYING IDX-OPR FROM 1 BY 1
                  UNTIL IDX-OPR > WK-OPR-COUNT
                     OR WK-OPR-HIT NOT = ZERO.
            IF WK-OPR-HIT = ZERO AND WK-OPR-COUNT < 100
                ADD 1                 TO WK-OPR-COUNT
                SET IDX-OPR           TO WK-OPR-COUNT
                MOVE SPACES           TO WK-OPR-ENTRY(IDX-OPR)
                MOVE WK-OPR-KEY       TO WK-OPR-ID(IDX-OPR)
                MOVE "N"              TO WK-OPR-IN-AUTH(IDX-OPR)
                MOVE ZERO             TO WK-OPR-LAST-DATE(IDX-OPR)
                                         WK-OPR-SES-DATE(IDX-OPR)
                                         WK-OPR-SES-MIN(IDX-OPR)
                                         WK-OPR-SES-CT(IDX-OPR)
                MOVE WK-OPR-COUNT     TO WK-OPR-HIT
            END-IF.
      *
       P-026-MATCH-OPR.
            IF WK-OPR-ID(IDX-OPR) = WK-OPR-KEY
                SET WK-OPR-HIT        TO IDX-OPR
            END-IF.
      *
      *    ログを古い順に読む。期間の末日までの行で最終操作日を、
      *    期間内の行で集計とセッションを取る。
       P-030-SCAN-LOG.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT ACCESS-LOG.
            PERFORM P-032-LOG-ONE THRU P-032-EXIT UNTIL WK-EOF.
            CLOSE ACCESS-LOG.
      *
       P-032-LOG-ONE.
            READ ACCESS-LOG
                AT END        SET WK-EOF          TO TRUE
            END-READ.
            IF WK-EOF
                GO TO P-032-EXIT
            END-IF.
            PERFORM P-040-DECODE-LINE.
            IF WK-LOG-DATE = ZERO OR WK-LOG-DATE > WK-TO-DATE
                GO TO P-032-EXIT
            END-IF.
            ADD 1                     TO WK-LOG-CT.
            MOVE ALG-OPERATOR         TO WK-OPR-KEY.
            PERFORM P-024-FIND-OPR.
            IF WK-OPR-HIT NOT = ZERO
                SET IDX-OPR           TO WK-OPR-HIT
                MOVE WK-LOG-DATE      TO WK-OPR-LAST-DATE(IDX-OPR)
            END-IF.
            IF NOT WK-IN-RANGE
                GO TO P-032-EXIT
            END-IF.
            ADD 1                     TO WK-RANGE-CT.
            IF NOT WK-UPDATE
                ADD 1                 TO WK-REFUSED-CT
            END-IF.
            IF WK-OFF-HOURS
                ADD 1                 TO WK-OFF-CT
            END-IF.
            PERFORM P-034-ADD-SUMMARY.
            IF WK-OPR-HIT NOT = ZERO AND WK-UPDATE
                PERFORM P-036-TRACK-SESSION
            END-IF.
       P-032-EXIT.
            EXIT.
      *
       P-034-ADD-SUMMARY.
            MOVE ZERO                 TO WK-SUM-HIT.
            PERFORM P-035-MATCH-SUM
               VARYING IDX-SUM FROM 1 BY 1
                  UNTIL IDX-SUM > WK-SUM-COUNT
                     OR WK-SUM-HIT NOT = ZERO.
            IF WK-SUM-HIT = ZERO
                IF WK-SUM-COUNT < 300
                    ADD 1             TO WK-SUM-COUNT
                    SET IDX-SUM       TO WK-SUM-COUNT
                    MOVE ALG-OPERATOR TO WK-SUM-OPERATOR(IDX-SUM)
                    MOVE ALG-PROGRAM  TO WK-SUM-PROGRAM(IDX-SUM)
                    MOVE ALG-ACTION   TO WK-SUM-ACTION(IDX-SUM)
                    MOVE ZERO         TO WK-SUM-TOTAL(IDX-SUM)
                                         WK-SUM-REFUSED(IDX-SUM)
                                         WK-SUM-OFF-HOURS(IDX-SUM)
                    MOVE WK-SUM-COUNT TO WK-SUM-HIT
                ELSE
                    DISPLAY "SUMMARY TABLE FULL - "
                            ALG-OPERATOR " " ALG-PROGRAM
                            " " ALG-ACTION " NOT COUNTED"
                END-IF
            END-IF.
            IF WK-SUM-HIT NOT = ZERO
                SET IDX-SUM           TO WK-SUM-HIT
                ADD 1                 TO WK-SUM-TOTAL(IDX-SUM)
                IF NOT WK-UPDATE
                    ADD 1             TO WK-SUM-REFUSED(IDX-SUM)
                END-IF
                IF WK-OFF-HOURS
                    ADD 1             TO WK-SUM-OFF-HOURS(IDX-SUM)
                END-IF
            END-IF.
      *
       P-035-MATCH-SUM.
            IF WK-SUM-OPERATOR(IDX-SUM) = ALG-OPERATOR
               AND WK-SUM-PROGRAM(IDX-SUM) = ALG-PROGRAM
               AND WK-SUM-ACTION(IDX-SUM) = ALG-ACTION
                SET WK-SUM-HIT        TO IDX-SUM
            END-IF.
      *
      *    同じ日にAR-GAP分以内で続く更新は同じセッションに数える。
      *    間が空いたら前のセッションを締めて新しく始める。
       P-036-TRACK-SESSION.
            IF WK-OPR-SES-CT(IDX-OPR) > ZERO
               AND (WK-OPR-SES-DATE(IDX-OPR) NOT = WK-LOG-DATE
                    OR WK-LOG-MIN < WK-OPR-SES-MIN(IDX-OPR)
                    OR WK-LOG-MIN - WK-OPR-SES-MIN(IDX-OPR)
                       > WK-GAP)
                PERFORM P-038-CLOSE-SESSION
            END-IF.
            IF WK-OPR-SES-CT(IDX-OPR) = ZERO
                MOVE WK-LOG-DATE      TO WK-OPR-SES-DATE(IDX-OPR)
                MOVE ALG-STAMP        TO WK-OPR-SES-START(IDX-OPR)
            END-IF.
            ADD 1                     TO WK-OPR-SES-CT(IDX-OPR).
            MOVE WK-LOG-MIN           TO WK-OPR-SES-MIN(IDX-OPR).
            MOVE ALG-STAMP            TO WK-OPR-SES-END(IDX-OPR).
      *
       P-038-CLOSE-SESSION.
            IF WK-OPR-SES-CT(IDX-OPR) > WK-BURST
                IF WK-BST-COUNT < 50
                    ADD 1             TO WK-BST-COUNT
                    SET IDX-BST       TO WK-BST-COUNT
                    MOVE WK-OPR-ID(IDX-OPR)
                         TO WK-BST-OPERATOR(IDX-BST)
                    MOVE WK-OPR-SES-START(IDX-OPR)
                         TO WK-BST-START(IDX-BST)
                    MOVE WK-OPR-SES-END(IDX-OPR)
                         TO WK-BST-END(IDX-BST)
                    MOVE WK-OPR-SES-CT(IDX-OPR)
                         TO WK-BST-CT(IDX-BST)
                ELSE
                    DISPLAY "BURST TABLE FULL - "
                            WK-OPR-ID(IDX-OPR) " "
                            WK-OPR-SES-START(IDX-OPR) " NOT LISTED"
                END-IF
            END-IF.
            MOVE ZERO                 TO WK-OPR-SES-CT(IDX-OPR).
      *
      *    1行の時刻を日付・分に分け、期間内か・時間外か・更新
      *    (許可された試行)かを判定する。
       P-040-DECODE-LINE.
            MOVE ZERO                 TO WK-LOG-DATE WK-LOG-MIN.
            SET WK-IN-RANGE           TO FALSE.
            SET WK-OFF-HOURS          TO FALSE.
            SET WK-UPDATE             TO FALSE.
            IF ALG-STAMP(1:12) IS NOT NUMERIC
                DISPLAY "BAD STAMP SKIPPED: " ALG-STAMP
            ELSE
                MOVE ALG-STAMP(1:8)   TO WK-LOG-DATE
                MOVE ALG-STAMP(9:4)   TO WK-LOG-HHMM
                COMPUTE WK-LOG-MIN = WK-LOG-HH * 60 + WK-LOG-MM
                IF WK-LOG-DATE >= WK-FROM-DATE
                   AND WK-LOG-DATE <= WK-TO-DATE
                    SET WK-IN-RANGE   TO TRUE
                    PERFORM P-042-CHECK-HOURS
                END-IF
                IF ALG-VERDICT = "ALLOWED"
                   OR ALG-VERDICT = "NO-TABLE"
                    SET WK-UPDATE     TO TRUE
                END-IF
            END-IF.
      *
      *    在席時間の外か、BIZDAYが休みと判定する日なら時間外。
      *    同じ日が続くので判定結果は日付ごとに覚えておく。
       P-042-CHECK-HOURS.
            IF WK-LOG-HHMM < WK-HOURS-FROM
               OR WK-LOG-HHMM >= WK-HOURS-TO
                SET WK-OFF-HOURS      TO TRUE
            END-IF.
            IF WK-LOG-DATE NOT = WK-BIZ-DATE
                MOVE "B"              TO BZ-FUNCTION
                MOVE WK-LOG-DATE      TO BZ-DATE
                MOVE ZERO             TO BZ-DAYS
                CALL "BIZDAY" USING BZ-PARM
                    ON EXCEPTION MOVE "Y"  TO BZ-RESULT
                END-CALL
                MOVE WK-LOG-DATE      TO WK-BIZ-DATE
                MOVE BZ-RESULT        TO WK-BIZ-RESULT
            END-IF.
            IF WK-BIZ-RESULT = "N"
                SET WK-OFF-HOURS      TO TRUE
            END-IF.
      *
       P-050-TO-SERIAL.
            SET WK-DATE-OK         TO FALSE.
            MOVE ZERO              TO WK-SERIAL.
            IF WK-DATE-W IS NOT NUMERIC
               OR WK-YYYY < 1900 OR WK-YYYY > 2199
               OR WK-MM < 1 OR WK-MM > 12
                GO TO P-050-EXIT
            END-IF.
            MOVE WK-MLEN(WK-MM)    TO WK-MONTH-LEN.
            IF WK-MM = 2
                PERFORM P-052-CHECK-LEAP
            END-IF.
            IF WK-DD < 1 OR WK-DD > WK-MONTH-LEN
                GO TO P-050-EXIT
            END-IF.
            IF WK-MM <= 2
                COMPUTE WK-Y-ADJ = WK-YYYY - 1
                COMPUTE WK-M-ADJ = WK-MM + 9
            ELSE
                MOVE WK-YYYY       TO WK-Y-ADJ
                COMPUTE WK-M-ADJ = WK-MM - 3
            END-IF.
            COMPUTE WK-SERIAL = 365 * (WK-Y-ADJ - 1900).
            DIVIDE WK-Y-ADJ BY 4   GIVING WK-Q.
            ADD WK-Q               TO WK-SERIAL.
            DIVIDE WK-Y-ADJ BY 100 GIVING WK-Q.
            SUBTRACT WK-Q          FROM WK-SERIAL.
            DIVIDE WK-Y-ADJ BY 400 GIVING WK-Q.
            ADD WK-Q               TO WK-SERIAL.
            COMPUTE WK-Q = (153 * WK-M-ADJ + 2) / 5.
            ADD WK-Q               TO WK-SERIAL.
            ADD WK-DD              TO WK-SERIAL.
            SET WK-DATE-OK         TO TRUE.
       P-050-EXIT.
            EXIT.
      *
       P-052-CHECK-LEAP.
            DIVIDE WK-YYYY BY 4 GIVING WK-Q
                REMAINDER WK-R.
            IF WK-R = ZERO
                MOVE 29            TO WK-MONTH-LEN
                DIVIDE WK-YYYY BY 100 GIVING WK-Q
                    REMAINDER WK-R
                IF WK-R = ZERO
                    DIVIDE WK-YYYY BY 400 GIVING WK-Q
                        REMAINDER WK-R
                    IF WK-R NOT = ZERO
                        MOVE 28    TO WK-MONTH-LEN
                    END-IF
                END-IF
            END-IF.
      *
      *    権限表にある操作者のうち、期間の末日から数えてAR-IDLE日
      *    以上操作の無い者(一度も無い者を含む)を削除候補にする。
      *    候補はWK-OPR-IN-AUTHを"C"に置き換えて印を付ける。
       P-060-JUDGE-IDLE.
            IF WK-OPR-IN-AUTH(IDX-OPR) = "Y"
                IF WK-OPR-LAST-DATE(IDX-OPR) = ZERO
                    MOVE "C"          TO WK-OPR-IN-AUTH(IDX-OPR)
                    ADD 1             TO WK-IDLE-CT
                ELSE
                    MOVE WK-OPR-LAST-DATE(IDX-OPR)  TO WK-DATE-W
                    PERFORM P-050-TO-SERIAL THRU P-050-EXIT
                    COMPUTE WK-IDLE-DAYS = WK-TO-SERIAL - WK-SERIAL
                    IF WK-IDLE-DAYS >= WK-IDLE
                        MOVE "C"      TO WK-OPR-IN-AUTH(IDX-OPR)
                        ADD 1         TO WK-IDLE-CT
                    END-IF
                END-IF
            END-IF.
      *
       P-080-PRINT-REPORT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "ACCREVW.RPT"         TO PS-REPORT-NAME.
            MOVE "アクセスログ点検表"  TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "期間 " WK-FROM-DATE " - " WK-TO-DATE
                   "  在席時間 " WK-HOURS-FROM "-" WK-HOURS-TO
                   "  区切り " WK-GAP "分  上限 " WK-BURST
                   "件  無操作 " WK-IDLE "日"
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
      *    1.操作者・プログラム・操作別の集計。
            PERFORM P-090-WRITE.
            MOVE "■ 操作者・プログラム・操作別の件数"
                                      TO PS-LINE.
            PERFORM P-090-WRITE.
            STRING "  操作者      PROGRAM-ID  操作      "
                   "  試行   拒否 時間外"
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-SUM-COUNT = ZERO
                MOVE "  期間内の記録はない"  TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            PERFORM P-082-PRINT-SUMMARY
               VARYING IDX-SUM FROM 1 BY 1
                  UNTIL IDX-SUM > WK-SUM-COUNT.
      *    2.拒否された試行と3.時間外の操作はログを読み直して刷る。
            PERFORM P-090-WRITE.
            MOVE "■ 拒否された試行"   TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "R"                  TO WK-LIST-KIND.
            PERFORM P-084-LIST-PASS.
            PERFORM P-090-WRITE.
            MOVE "■ 時間外(在席時間外・休日)の操作"
                                      TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "H"                  TO WK-LIST-KIND.
            PERFORM P-084-LIST-PASS.
      *    4.一回のセッションの更新が上限を超えた操作者。
            PERFORM P-090-WRITE.
            MOVE "■ 一回のセッションで更新過多"
                                      TO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-BST-COUNT = ZERO
                MOVE "  該当なし"     TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            PERFORM P-087-PRINT-BURST
               VARYING IDX-BST FROM 1 BY 1
                  UNTIL IDX-BST > WK-BST-COUNT.
      *    5.削除候補。
            PERFORM P-090-WRITE.
            STRING "■ 削除候補(権限表にあり "  WK-IDLE
                   "日以上操作なし)"
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-IDLE-CT = ZERO
                MOVE "  該当なし"     TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            PERFORM P-088-PRINT-IDLE
               VARYING IDX-OPR FROM 1 BY 1
                  UNTIL IDX-OPR > WK-OPR-COUNT.
      *    合計と点検者の署名欄。
            PERFORM P-090-WRITE.
            MOVE WK-RANGE-CT          TO WK-CT-ED.
            STRING "期間内の試行 " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-REFUSED-CT        TO WK-CT-ED.
            STRING "拒否         " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-OFF-CT            TO WK-CT-ED.
            STRING "時間外       " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-BST-COUNT         TO WK-CT-ED.
            STRING "更新過多     " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-IDLE-CT           TO WK-CT-ED.
            STRING "削除候補     " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-090-WRITE.
            PERFORM P-090-WRITE.
            STRING "点検者 ____________________  "
                   "点検日 ____年__月__日"
                   "  印"
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
       P-082-PRINT-SUMMARY.
            MOVE WK-SUM-TOTAL(IDX-SUM)      TO WK-CT-ED.
            MOVE WK-SUM-REFUSED(IDX-SUM)    TO WK-CT2-ED.
            MOVE WK-SUM-OFF-HOURS(IDX-SUM)  TO WK-CT3-ED.
            STRING "  " WK-SUM-OPERATOR(IDX-SUM)
                   "  " WK-SUM-PROGRAM(IDX-SUM)
                   "  " WK-SUM-ACTION(IDX-SUM)
                   "  " WK-CT-ED
                   "  " WK-CT2-ED
                   "  " WK-CT3-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
      *    WK-LIST-KIND "R"=拒否 "H"=時間外 の行を刷る。
       P-084-LIST-PASS.
            MOVE ZERO                 TO WK-LIST-CT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT ACCESS-LOG.
            PERFORM P-085-LIST-ONE THRU P-085-EXIT UNTIL WK-EOF.
            CLOSE ACCESS-LOG.
            IF WK-LIST-CT = ZERO
                MOVE "  該当なし"     TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
       P-085-LIST-ONE.
            READ ACCESS-LOG
                AT END        SET WK-EOF          TO TRUE
            END-READ.
            IF WK-EOF
                GO TO P-085-EXIT
            END-IF.
            PERFORM P-040-DECODE-LINE.
            IF NOT WK-IN-RANGE
                GO TO P-085-EXIT
            END-IF.
            IF (WK-LIST-KIND = "R" AND NOT WK-UPDATE)
               OR (WK-LIST-KIND = "H" AND WK-OFF-HOURS)
                ADD 1                 TO WK-LIST-CT
                STRING "  " ALG-STAMP
                       "  " ALG-OPERATOR
                       "  " ALG-PROGRAM
                       "  " ALG-ACTION
                       "  " ALG-KEY
                       "  " ALG-VERDICT
                              DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
       P-085-EXIT.
            EXIT.
      *
       P-087-PRINT-BURST.
            MOVE WK-BST-CT(IDX-BST)   TO WK-CT-ED.
            STRING "  " WK-BST-OPERATOR(IDX-BST)
                   "  " WK-BST-START(IDX-BST)
                   " - " WK-BST-END(IDX-BST)
                   "  更新 " WK-CT-ED "件"
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
       P-088-PRINT-IDLE.
            IF WK-OPR-IN-AUTH(IDX-OPR) = "C"
                IF WK-OPR-LAST-DATE(IDX-OPR) = ZERO
                    STRING "  " WK-OPR-ID(IDX-OPR)
                           "  最終操作 記録なし"
                              DELIMITED BY SIZE  INTO PS-LINE
                ELSE
                    MOVE WK-OPR-LAST-DATE(IDX-OPR)  TO WK-DATE-W
                    PERFORM P-050-TO-SERIAL THRU P-050-EXIT
                    COMPUTE WK-IDLE-DAYS = WK-TO-SERIAL - WK-SERIAL
                    MOVE WK-IDLE-DAYS TO WK-DAYS-ED
                    STRING "  " WK-OPR-ID(IDX-OPR)
                           "  最終操作 " WK-OPR-LAST-DATE(IDX-OPR)
                           "  経過 " WK-DAYS-ED "日"
                              DELIMITED BY SIZE  INTO PS-LINE
                END-IF
                PERFORM P-090-WRITE
            END-IF.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
