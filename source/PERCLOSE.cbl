      ******************************************************************
      *    テストケース：PERCLOSE
      *    プログラム名：日本語化テスト 会計期間の締めと再開
      *    処理概要　　：顧客取引の会計期間(月)を締め、締めて報告
      *                  済みの月へ取引が遡って入るのを止める。
      *                  会計期間管理ファイルPERIOD.DATに月ごとの
      *                  OPEN/CLOSEDを持ち、TXNPOSTは起算日が締めた
      *                  月に入る取引を反映せず仮受(理由PERIOD-
      *                  CLOSED)へ回す。
      *                  CLOSEはAUTHCHKの操作CLOSE、REOPENは別の
      *                  権限(操作REOPEN)を要し、どちらも誰がいつ
      *                  行ったかを期間の行に残し、前像・後像を
      *                  保守ジャーナルMNTJRNL.DATへ残す。
      *                  LISTは期間の一覧をPERCLOSE.RPTへ印字する。
      *  --------------------------------------------------------------
      *   環境変数:
      *     PC-ACTION   LIST(既定)=一覧 CLOSE=締め REOPEN=再開
      *     PC-PERIOD   対象月YYYYMM(CLOSE・REOPEN)
      *     PC-REASON   再開の理由(REOPENでは必須)
      *   締めるのは未締めの月、再開するのは締めた月に限る。
      *   権限の確認と試行の記録はAUTHCHK(ACCESSLG.TXT)による。
      *   期間の行が作業表(600行)に収まらないときは、書き直すと
      *   行が失われるのでCLOSE・REOPENを断る。
      *   戻り値: 指定誤り・状態の誤り・作業表あふれは1、権限なしは8。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           PERCLOSE.
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
           COPY PRDSL.
           COPY MNTJSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY PRDFD.
       COPY MNTJFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ACTION          PIC X(10)  VALUE SPACES.
       01  WK-ENV-PERIOD      PIC X(06)  VALUE SPACES.
       01  WK-ENV-PERIOD-R    REDEFINES WK-ENV-PERIOD.
           05  WK-ENV-YYYY             PIC 9(04).
           05  WK-ENV-MM               PIC 9(02).
       01  WK-ENV-REASON      PIC X(28)  VALUE SPACES.
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    期間の作業表(PRDFDと同じ並び)。
       01  WK-PR-TAB.
           05  WK-PR-ENTRY  OCCURS 600 TIMES INDEXED BY IDX-PR
                              PIC X(100).
       01  WK-PR-COUNT        PIC 9(03)  COMP  VALUE ZERO.
       01  WK-PR-HIT          PIC 9(03)  COMP.
       01  WK-PR-FULL-SW      PIC X      VALUE "N".
           88  WK-PR-FULL                 VALUE "Y".
       01  WK-CLOSED-CT       PIC 9(05)  VALUE ZERO.
       01  WK-ED-COUNT        PIC ZZ,ZZ9.
      *
      *    保守ジャーナル用の前像。
       01  WK-BEFORE-IMG      PIC X(100).
      *
      *    操作権限確認(AUTHCHK)の受け渡し領域。
       01  AC-PARM.
           05  AC-PROGRAM               PIC X(10).
           05  AC-ACTION                PIC X(08).
           05  AC-KEY                   PIC X(30).
           05  AC-OPERATOR              PIC X(10).
           05  AC-ALLOW                 PIC X(01).
           05  AC-STATUS                PIC X(02).
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      *
      *    監査ファイルの連鎖値(JRNCHN)の受け渡し領域。
       COPY JCPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "PERCLOSE START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS THRU P-015-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            PERFORM P-020-LOAD-PERIOD.
            EVALUATE WK-ACTION
                WHEN "LIST"
                    PERFORM P-040-LIST
                WHEN "CLOSE"
                    PERFORM P-060-CLOSE THRU P-060-EXIT
                WHEN "REOPEN"
                    PERFORM P-070-REOPEN THRU P-070-EXIT
                WHEN OTHER
                    DISPLAY "PC-ACTION MUST BE LIST/CLOSE/REOPEN"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
       P-010-END.
            DISPLAY "PERCLOSE END".
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "PC-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "LIST"           TO WK-ACTION
            END-IF.
            DISPLAY "PC-PERIOD"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-PERIOD        FROM ENVIRONMENT-VALUE.
            DISPLAY "PC-REASON"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-REASON        FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = "CLOSE" OR WK-ACTION = "REOPEN"
                IF WK-ENV-PERIOD IS NOT NUMERIC
                    DISPLAY "PC-PERIOD MUST BE YYYYMM: " WK-ENV-PERIOD
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                IF WK-ENV-MM < 1 OR WK-ENV-MM > 12
                    DISPLAY "PC-PERIOD MONTH INVALID: " WK-ENV-PERIOD
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
            END-IF.
            ACCEPT WK-SYS-DATE           FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-SYS-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
       P-015-EXIT.
            EXIT.
      *
      *    期間管理ファイルの取り込み。無ければ全期間OPEN。
       P-020-LOAD-PERIOD.
            MOVE ZERO                 TO WK-PR-COUNT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT PERIOD-FILE.
            PERFORM P-022-PERIOD-ONE UNTIL WK-EOF.
            CLOSE PERIOD-FILE.
            IF WK-PR-FULL
                DISPLAY "PERIOD.DAT HAS OVER 600 ROWS - ONLY THE FIRST"
                        " 600 ARE HELD"
            END-IF.
      *
       P-022-PERIOD-ONE.
            READ PERIOD-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF PERIOD-REC NOT = SPACES
                        IF WK-PR-COUNT < 600
                            ADD 1     TO WK-PR-COUNT
                            MOVE PERIOD-REC
                                 TO WK-PR-ENTRY(WK-PR-COUNT)
                        ELSE
                            SET WK-PR-FULL    TO TRUE
                        END-IF
                    END-IF
            END-READ.
      *
      *    対象月の行を探す(WK-PR-HIT。無ければゼロ)。
       P-024-FIND-PERIOD.
            MOVE ZERO                 TO WK-PR-HIT.
            PERFORM P-026-MATCH-PERIOD
               VARYING IDX-PR FROM 1 BY 1
                  UNTIL IDX-PR > WK-PR-COUNT
                     OR WK-PR-HIT NOT = ZERO.
      *
       P-026-MATCH-PERIOD.
            MOVE WK-PR-ENTRY(IDX-PR)  TO PERIOD-REC.
            IF PR-PERIOD = WK-ENV-PERIOD
                SET WK-PR-HIT         TO IDX-PR
            END-IF.
      *
      *    期間の一覧。
       P-040-LIST.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "PERCLOSE.RPT"        TO PS-REPORT-NAME.
            MOVE "会計期間の締め一覧"  TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  期間    状態    締めた者"
                                              DELIMITED BY SIZE
                   "    締めた時刻"     DELIMITED BY SIZE
                   "      再開した者  再開した時刻"
                                              DELIMITED BY SIZE
                   "    理由"           DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-042-LIST-ONE
               VARYING IDX-PR FROM 1 BY 1
                  UNTIL IDX-PR > WK-PR-COUNT.
            IF WK-PR-COUNT = ZERO
                MOVE "  (締めた期間なし)" TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-CLOSED-CT         TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "  締め済みの期間:" DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
       P-042-LIST-ONE.
            MOVE WK-PR-ENTRY(IDX-PR)  TO PERIOD-REC.
            IF PR-CLOSED
                ADD 1                 TO WK-CLOSED-CT
            END-IF.
            MOVE SPACES               TO PS-LINE.
            STRING "  "               DELIMITED BY SIZE
                   PR-PERIOD          DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   PR-STATUS          DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   PR-CLOSED-BY       DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   PR-CLOSED-AT       DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   PR-REOPEN-BY       DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   PR-REOPEN-AT       DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   PR-REASON          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
      *    締め。未締めの月に限り、権限を確かめて締めた者・時刻を
      *    残す。行の無い月は行を足す。
       P-060-CLOSE.
            IF WK-PR-FULL
                DISPLAY "PERIOD.DAT OVER 600 ROWS - CLOSE REFUSED"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            PERFORM P-024-FIND-PERIOD.
            IF WK-PR-HIT NOT = ZERO
                SET IDX-PR            TO WK-PR-HIT
                MOVE WK-PR-ENTRY(IDX-PR)  TO PERIOD-REC
                IF PR-CLOSED
                    DISPLAY "PERIOD " WK-ENV-PERIOD " ALREADY CLOSED"
                    MOVE 1            TO RETURN-CODE
                    GO TO P-060-EXIT
                END-IF
            END-IF.
            IF WK-PR-HIT = ZERO AND WK-PR-COUNT >= 600
                DISPLAY "PERIOD TABLE FULL - " WK-ENV-PERIOD
                        " NOT CLOSED"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE "CLOSE"              TO AC-ACTION.
            PERFORM P-080-AUTHORIZE.
            IF AC-ALLOW NOT = "Y"
                MOVE 8                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            IF WK-PR-HIT = ZERO
                MOVE "(NONE)"         TO WK-BEFORE-IMG
                ADD 1                 TO WK-PR-COUNT
                MOVE WK-PR-COUNT      TO WK-PR-HIT
                MOVE SPACES           TO PERIOD-REC
                MOVE WK-ENV-PERIOD    TO PR-PERIOD
            ELSE
                MOVE PERIOD-REC       TO WK-BEFORE-IMG
            END-IF.
            MOVE "CLOSED"             TO PR-STATUS.
            MOVE AC-OPERATOR          TO PR-CLOSED-BY.
            MOVE WK-STAMP             TO PR-CLOSED-AT.
            PERFORM P-084-SAVE-PERIOD.
            DISPLAY "PERIOD " WK-ENV-PERIOD " CLOSED BY " AC-OPERATOR.
       P-060-EXIT.
            EXIT.
      *
      *    再開。締めた月に限り、理由を必須とし、締めとは別の権限
      *    (REOPEN)を確かめて再開した者・時刻・理由を残す。
       P-070-REOPEN.
            IF WK-PR-FULL
                DISPLAY "PERIOD.DAT OVER 600 ROWS - REOPEN REFUSED"
                MOVE 1                TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            IF WK-ENV-REASON = SPACES
                DISPLAY "PC-REASON REQUIRED FOR REOPEN"
                MOVE 1                TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            PERFORM P-024-FIND-PERIOD.
            IF WK-PR-HIT = ZERO
                DISPLAY "PERIOD " WK-ENV-PERIOD " IS NOT CLOSED"
                MOVE 1                TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            SET IDX-PR                TO WK-PR-HIT.
            MOVE WK-PR-ENTRY(IDX-PR)  TO PERIOD-REC.
            IF NOT PR-CLOSED
                DISPLAY "PERIOD " WK-ENV-PERIOD " IS NOT CLOSED"
                MOVE 1                TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            MOVE "REOPEN"             TO AC-ACTION.
            PERFORM P-080-AUTHORIZE.
            IF AC-ALLOW NOT = "Y"
                MOVE 8                TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            MOVE PERIOD-REC           TO WK-BEFORE-IMG.
            MOVE "OPEN"               TO PR-STATUS.
            MOVE AC-OPERATOR          TO PR-REOPEN-BY.
            MOVE WK-STAMP             TO PR-REOPEN-AT.
            MOVE WK-ENV-REASON        TO PR-REASON.
            PERFORM P-084-SAVE-PERIOD.
            DISPLAY "PERIOD " WK-ENV-PERIOD " REOPENED BY "
                    AC-OPERATOR ": " WK-ENV-REASON.
       P-070-EXIT.
            EXIT.
      *
      *    AUTHCHKで権限を確かめる(操作はAC-ACTIONに入れて呼ぶ)。
       P-080-AUTHORIZE.
            MOVE "PERCLOSE"           TO AC-PROGRAM.
            MOVE WK-ENV-PERIOD        TO AC-KEY.
            MOVE SPACES               TO AC-OPERATOR.
            MOVE SPACE                TO AC-ALLOW.
            MOVE SPACES               TO AC-STATUS.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
            IF AC-ALLOW NOT = "Y"
                DISPLAY "OPERATOR " AC-OPERATOR
                        " NOT AUTHORIZED FOR " AC-ACTION
            END-IF.
      *
      *    作業表の行を置き換えてファイルを書き直し、前像・後像を
      *    保守ジャーナルへ残す。
       P-084-SAVE-PERIOD.
            SET IDX-PR                TO WK-PR-HIT.
            MOVE PERIOD-REC           TO WK-PR-ENTRY(IDX-PR).
            OPEN OUTPUT PERIOD-FILE.
            PERFORM P-086-WRITE-PERIOD
               VARYING IDX-PR FROM 1 BY 1
                  UNTIL IDX-PR > WK-PR-COUNT.
            CLOSE PERIOD-FILE.
            SET IDX-PR                TO WK-PR-HIT.
            MOVE SPACES               TO MNT-JRNL-REC.
            MOVE WK-STAMP             TO MJ-STAMP.
            MOVE "PERCLOSE"           TO MJ-PROGRAM.
            MOVE AC-ACTION            TO MJ-ACTION.
            MOVE "PERIOD.DAT"         TO MJ-FILE.
            MOVE WK-BEFORE-IMG        TO MJ-BEFORE.
            MOVE WK-PR-ENTRY(IDX-PR)  TO MJ-AFTER.
            OPEN EXTEND MNT-JRNL-FILE.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
            CLOSE MNT-JRNL-FILE.
      *
       P-086-WRITE-PERIOD.
            MOVE WK-PR-ENTRY(IDX-PR)  TO PERIOD-REC.
            WRITE PERIOD-REC.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      ******************************************************************
