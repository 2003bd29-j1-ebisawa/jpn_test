      ******************************************************************
      *    テストケース：BALCONF
      *    プログラム名：日本語化テスト 残高確認書と回答の照合
      *    処理概要　　：監査人の求める残高確認書を、抽出した顧客へ
      *                  作成する。抽出は基準日の残高(絶対値)が
      *                  しきい値以上の全件か、顧客ファイルの並びで
      *                  N件ごとの1件。確認書は基準日を和暦(WAREKI)
      *                  で、残高を数字で刷り、1通ごとに発送台帳
      *                  CONFREG.DATへ記録する。顧客からの回答(一致
      *                  ・相違・回答なし)と顧客の示した残高を台帳
      *                  へ入力し、照合表で相違と、取引ジャーナル
      *                  TXNJRNL.DATから組み直した基準日の残高との
      *                  差額を示す。
      *  --------------------------------------------------------------
      *   操作は環境変数BC-ACTIONで渡す:
      *     SELECT  確認書の作成 → CONFLTR.RPT、台帳へ発送を記録
      *             BC-MIN   しきい値(円、半角数字。基準日の残高の
      *                      絶対値がこれ以上の顧客を全件)
      *             BC-EVERY N(顧客ファイルの並びでN件ごとに1件)
      *             BC-MINとBC-EVERYはどちらか一方を渡す
      *     REPLY   回答の入力(AUTHCHKの操作REPLYを要し、前像・
      *             後像を保守ジャーナルMNTJRNL.DATへ残す)
      *             BC-CUST   顧客番号6桁
      *             BC-RESULT AGREED / DISPUTED / NOREPLY
      *             BC-STATED 顧客の示した残高(DISPUTEDでは必須。
      *                       半角数字、先頭に"-"可、小数2桁まで)
      *     RECON   照合表 → BALCONF.RPT
      *   BC-DATE  基準日YYYYMMDD(SELECTの既定は当日。REPLY・
      *            RECONでは必須)
      *   基準日の残高は、顧客ファイルの現在の残高から、反映済み
      *   (最後の*COMMIT*より前)のジャーナル行のうち基準日より
      *   後の行の増減を差し引いて求める。行の日付は起算日、無け
      *   れば反映日とし、どちらも無い古い行は基準日以前とみなす。
      *   名寄せ統合(CUSTMRG)の残高移動は保守ジャーナル側にある
      *   ため、統合した顧客の組み直しには現れない。
      *   同じ基準日で再びSELECTした顧客は台帳に行を足さず、
      *   確認書を台帳の残高で刷り直す。
      *   戻り値: 指定誤り・入力なし・表あふれは1、権限なしは8。
      *           RECONは差額のある相違の件数。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           BALCONF.
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
           SELECT TDATA-FILE          ASSIGN TO "TESTDATA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-TDATA-FS.
           SELECT LTR-FILE            ASSIGN TO "CONFLTR.RPT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY TXNJSL.
           COPY CNFSL.
           COPY MNTJSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       FD  LTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  LTR-LINE               PIC X(132).
       COPY TXNJFD.
       COPY CNFFD.
       COPY MNTJFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ACTION          PIC X(08)  VALUE SPACES.
       01  WK-ENV-DATE        PIC X(08)  VALUE SPACES.
       01  WK-ENV-MIN         PIC X(11)  VALUE SPACES.
       01  WK-ENV-EVERY       PIC X(03)  VALUE SPACES.
       01  WK-ENV-CUST        PIC X(06)  VALUE SPACES.
       01  WK-ENV-CUST-N  REDEFINES WK-ENV-CUST  PIC 9(06).
       01  WK-ENV-RESULT      PIC X(08)  VALUE SPACES.
       01  WK-ENV-STATED      PIC X(20)  VALUE SPACES.
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
       01  WK-ASOF            PIC 9(08).
       01  WK-ASOF-X  REDEFINES WK-ASOF  PIC X(08).
       01  WK-MIN-AMT         PIC 9(11)  VALUE ZERO.
       01  WK-EVERY           PIC 9(03)  VALUE ZERO.
       01  WK-SEL-MODE        PIC X(01)  VALUE SPACE.
           88  WK-SEL-BY-MIN              VALUE "M".
           88  WK-SEL-BY-EVERY            VALUE "E".
      *
      *    顧客レコードのバイト列ビュー(STMTPRTと同じ並び)。
       01  WK-CUST-X.
           05  WK-CX-SEQ              PIC X(06).
           05  WK-CX-NAME             PIC X(20).
           05  WK-CX-ADDRESS          PIC X(40).
           05  WK-CX-KANA             PIC X(20).
           05  WK-CX-BALANCE          PIC X(11).
           05  WK-CX-POSTAL           PIC X(07).
      *
      *    発送台帳の作業表(CNFFDと同じ並び)。WK-CR-ASOF-BALは
      *    照合のとき組み直した基準日の残高、WK-CR-FOUNDは顧客
      *    ファイルに顧客が居たかどうか。
       01  WK-CR-TAB.
           05  WK-CR-ENTRY  OCCURS 5000 TIMES INDEXED BY IDX-CR.
               10  WK-CR-REC          PIC X(100).
               10  WK-CR-ASOF-BAL     PIC S9(11)V9(02).
               10  WK-CR-FOUND        PIC X(01).
       01  WK-CR-COUNT        PIC 9(04)  COMP  VALUE ZERO.
       01  WK-CR-HIT          PIC 9(04)  COMP.
       01  WK-CR-KEY.
           05  WK-CRK-ASOF            PIC 9(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WK-CRK-CUST            PIC 9(06).
      *
      *    基準日より後のジャーナル行の増減(顧客ごとの合計)。
       01  WK-AJ-TAB.
           05  WK-AJ-ENTRY  OCCURS 5000 TIMES INDEXED BY IDX-AJ.
               10  WK-AJ-CUST         PIC 9(06).
               10  WK-AJ-DELTA        PIC S9(11)V9(02).
       01  WK-AJ-COUNT        PIC 9(04)  COMP  VALUE ZERO.
       01  WK-OVER-SW         PIC X      VALUE "N".
           88  WK-OVER                    VALUE "Y".
       01  WK-LINE-NO         PIC 9(07)  COMP  VALUE ZERO.
       01  WK-COMMIT-LINE     PIC 9(07)  COMP  VALUE ZERO.
       01  WK-JRN-DATE        PIC X(08).
       01  WK-ASOF-BAL        PIC S9(11)V9(02).
       01  WK-ABS-BAL         PIC 9(11)V9(02).
       01  WK-DIFF            PIC S9(11)V9(02).
      *
      *    回答の残高の解析(TXNPOSTの半角数字の書式に合わせる)。
       01  WK-STATED          PIC S9(09)V9(02)  VALUE ZERO.
       01  WK-AMT-POS         PIC 9(03)  COMP.
       01  WK-AMT-INT         PIC 9(09).
       01  WK-AMT-FRAC        PIC 9(02).
       01  WK-AMT-FRAC-CT     PIC 9(02)  COMP.
       01  WK-AMT-POINT-CT    PIC 9(02)  COMP.
       01  WK-AMT-DIGIT-CT    PIC 9(03)  COMP.
       01  WK-AMT-DIGIT       PIC 9(01).
       01  WK-AMT-MINUS-SW    PIC X      VALUE "N".
           88  WK-AMT-MINUS               VALUE "Y".
       01  WK-AMT-END-SW      PIC X      VALUE "N".
           88  WK-AMT-END                 VALUE "Y".
       01  WK-AMT-BAD-SW      PIC X      VALUE "N".
           88  WK-AMT-BAD                 VALUE "Y".
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
      *    和暦変換(WAREKI)の受け渡し領域。
       01  WR-PARM.
           05  WR-FUNCTION              PIC X(01).
           05  WR-SEIREKI               PIC 9(08).
           05  WR-ERA-CODE              PIC X(01).
           05  WR-ERA-NAME              PIC N(02).
           05  WR-WAREKI-YY             PIC 9(02).
           05  WR-WAREKI-MMDD           PIC 9(04).
           05  WR-STATUS                PIC X(02).
       01  WK-ERA-NAME-X.
           05  WK-ERA-NAME-N          PIC N(02).
       01  WK-ERA-NAME-XV  REDEFINES WK-ERA-NAME-X  PIC X(04).
       01  WK-WR-IN           PIC 9(08).
       01  WK-WR-OUT          PIC X(40).
       01  WK-RUN-WAREKI      PIC X(40).
       01  WK-ASOF-WAREKI     PIC X(40).
       01  WK-ED-YY           PIC Z9.
       01  WK-ED-MM           PIC Z9.
       01  WK-ED-DD           PIC Z9.
      *
      *    件数・編集項目。
       01  WK-CUST-CT         PIC 9(06)  VALUE ZERO.
       01  WK-SEL-CT          PIC 9(06)  VALUE ZERO.
       01  WK-NEW-CT          PIC 9(06)  VALUE ZERO.
       01  WK-REPRINT-CT      PIC 9(06)  VALUE ZERO.
       01  WK-ST-SENT-CT      PIC 9(06)  VALUE ZERO.
       01  WK-ST-AGREED-CT    PIC 9(06)  VALUE ZERO.
       01  WK-ST-DISP-CT      PIC 9(06)  VALUE ZERO.
       01  WK-ST-NOREPLY-CT   PIC 9(06)  VALUE ZERO.
       01  WK-DIFF-CT         PIC 9(06)  VALUE ZERO.
       01  WK-MOVED-CT        PIC 9(06)  VALUE ZERO.
       01  WK-ROW-CT          PIC 9(06)  VALUE ZERO.
       01  WK-QUOT            PIC 9(06)  COMP.
       01  WK-REM             PIC 9(03)  COMP.
       01  WK-SEL-TOTAL       PIC S9(13)V9(02)  VALUE ZERO.
       01  WK-ED-BAL          PIC ---,---,--9.99.
       01  WK-ED-BAL2         PIC ---,---,--9.99.
       01  WK-ED-BAL3         PIC ---,---,--9.99.
       01  WK-ED-DIFF         PIC ---,---,--9.99.
       01  WK-ED-TOTAL        PIC -,---,---,---,--9.99.
       01  WK-ED-COUNT        PIC ZZZ,ZZ9.
       01  WK-MARK            PIC X(20).
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
            DISPLAY "BALCONF START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS THRU P-015-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            PERFORM P-020-LOAD-REGISTER.
            IF WK-OVER
                DISPLAY "CONFREG.DAT EXCEEDS 5000 ENTRIES - STOPPED"
                MOVE 1                TO RETURN-CODE
                GO TO P-010-END
            END-IF.
            EVALUATE WK-ACTION
                WHEN "SELECT"
                    PERFORM P-040-SELECT THRU P-040-EXIT
                WHEN "REPLY"
                    PERFORM P-060-REPLY THRU P-060-EXIT
                WHEN "RECON"
                    PERFORM P-070-RECON THRU P-070-EXIT
            END-EVALUATE.
       P-010-END.
            DISPLAY "BALCONF END".
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            ACCEPT WK-SYS-DATE           FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-SYS-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
            DISPLAY "BC-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION NOT = "SELECT" AND WK-ACTION NOT = "REPLY"
               AND WK-ACTION NOT = "RECON"
                DISPLAY "BC-ACTION MUST BE SELECT/REPLY/RECON"
                MOVE 1                TO RETURN-CODE
                GO TO P-015-EXIT
            END-IF.
            DISPLAY "BC-DATE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DATE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-DATE = SPACES
                IF WK-ACTION NOT = "SELECT"
                    DISPLAY "BC-DATE REQUIRED FOR " WK-ACTION
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-SYS-DATE      TO WK-ASOF
            ELSE
                IF WK-ENV-DATE IS NOT NUMERIC
                    DISPLAY "BC-DATE MUST BE YYYYMMDD: " WK-ENV-DATE
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-DATE      TO WK-ASOF
            END-IF.
            MOVE WK-ASOF              TO WK-WR-IN.
            PERFORM P-080-WAREKI-EDIT.
            IF WR-STATUS NOT = "00"
               OR WK-ASOF-X(5:2) < "01" OR WK-ASOF-X(5:2) > "12"
               OR WK-ASOF-X(7:2) < "01" OR WK-ASOF-X(7:2) > "31"
                DISPLAY "BC-DATE INVALID: " WK-ASOF
                MOVE 1                TO RETURN-CODE
                GO TO P-015-EXIT
            END-IF.
            MOVE WK-WR-OUT            TO WK-ASOF-WAREKI.
            MOVE WK-SYS-DATE          TO WK-WR-IN.
            PERFORM P-080-WAREKI-EDIT.
            MOVE WK-WR-OUT            TO WK-RUN-WAREKI.
            EVALUATE WK-ACTION
                WHEN "SELECT"
                    PERFORM P-016-SELECT-PARMS THRU P-016-EXIT
                WHEN "REPLY"
                    PERFORM P-017-REPLY-PARMS THRU P-017-EXIT
            END-EVALUATE.
       P-015-EXIT.
            EXIT.
      *
      *    抽出の指定。しきい値かN件ごとのどちらか一方。
       P-016-SELECT-PARMS.
            DISPLAY "BC-MIN"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-MIN           FROM ENVIRONMENT-VALUE.
            DISPLAY "BC-EVERY"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-EVERY         FROM ENVIRONMENT-VALUE.
            IF (WK-ENV-MIN = SPACES AND WK-ENV-EVERY = SPACES)
               OR (WK-ENV-MIN NOT = SPACES
                   AND WK-ENV-EVERY NOT = SPACES)
                DISPLAY "GIVE EITHER BC-MIN OR BC-EVERY"
                MOVE 1                TO RETURN-CODE
                GO TO P-016-EXIT
            END-IF.
            IF WK-ENV-MIN NOT = SPACES
                MOVE WK-ENV-MIN       TO WK-ENV-STATED
                PERFORM P-018-PARSE-STATED
                IF WK-AMT-BAD OR WK-AMT-MINUS
                   OR WK-AMT-POINT-CT NOT = ZERO
                    DISPLAY "BC-MIN MUST BE WHOLE YEN: " WK-ENV-MIN
                    MOVE 1            TO RETURN-CODE
                    GO TO P-016-EXIT
                END-IF
                MOVE WK-AMT-INT       TO WK-MIN-AMT
                SET WK-SEL-BY-MIN     TO TRUE
            ELSE
                IF WK-ENV-EVERY IS NOT NUMERIC
                    DISPLAY "BC-EVERY MUST BE 3 DIGITS: "
                            WK-ENV-EVERY
                    MOVE 1            TO RETURN-CODE
                    GO TO P-016-EXIT
                END-IF
                MOVE WK-ENV-EVERY     TO WK-EVERY
                IF WK-EVERY = ZERO
                    DISPLAY "BC-EVERY MUST BE 001 OR MORE"
                    MOVE 1            TO RETURN-CODE
                    GO TO P-016-EXIT
                END-IF
                SET WK-SEL-BY-EVERY   TO TRUE
            END-IF.
       P-016-EXIT.
            EXIT.
      *
      *    回答の指定。相違ありは顧客の示した残高が要る。
       P-017-REPLY-PARMS.
            DISPLAY "BC-CUST"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-CUST          FROM ENVIRONMENT-VALUE.
            DISPLAY "BC-RESULT"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-RESULT        FROM ENVIRONMENT-VALUE.
            DISPLAY "BC-STATED"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-STATED        FROM ENVIRONMENT-VALUE.
            IF WK-ENV-CUST IS NOT NUMERIC
                DISPLAY "BC-CUST MUST BE 6 DIGITS: " WK-ENV-CUST
                MOVE 1                TO RETURN-CODE
                GO TO P-017-EXIT
            END-IF.
            IF WK-ENV-RESULT NOT = "AGREED"
               AND WK-ENV-RESULT NOT = "DISPUTED"
               AND WK-ENV-RESULT NOT = "NOREPLY"
                DISPLAY "BC-RESULT MUST BE AGREED/DISPUTED/NOREPLY"
                MOVE 1                TO RETURN-CODE
                GO TO P-017-EXIT
            END-IF.
            IF WK-ENV-RESULT = "DISPUTED" AND WK-ENV-STATED = SPACES
                DISPLAY "BC-STATED REQUIRED FOR DISPUTED"
                MOVE 1                TO RETURN-CODE
                GO TO P-017-EXIT
            END-IF.
            IF WK-ENV-RESULT = "NOREPLY" AND WK-ENV-STATED NOT = SPACES
                DISPLAY "BC-STATED NOT ALLOWED FOR NOREPLY"
                MOVE 1                TO RETURN-CODE
                GO TO P-017-EXIT
            END-IF.
            IF WK-ENV-STATED NOT = SPACES
                PERFORM P-018-PARSE-STATED
                IF WK-AMT-BAD
                    DISPLAY "BC-STATED MUST BE DIGITS WITH AT MOST "
                            "2 DECIMALS: " WK-ENV-STATED
                    MOVE 1            TO RETURN-CODE
                    GO TO P-017-EXIT
                END-IF
            END-IF.
       P-017-EXIT.
            EXIT.
      *
      *    回答の残高。半角数字と小数点1つ、先頭に"-"可。
       P-018-PARSE-STATED.
            MOVE ZERO                 TO WK-AMT-INT WK-AMT-FRAC
                                          WK-AMT-FRAC-CT
                                          WK-AMT-POINT-CT
                                          WK-AMT-DIGIT-CT.
            MOVE "N"                  TO WK-AMT-MINUS-SW
                                          WK-AMT-END-SW
                                          WK-AMT-BAD-SW.
            MOVE 1                    TO WK-AMT-POS.
            IF WK-ENV-STATED(1:1) = "-"
                SET WK-AMT-MINUS      TO TRUE
                MOVE 2                TO WK-AMT-POS
            END-IF.
            PERFORM P-019-STATED-CHAR
               UNTIL WK-AMT-POS > 20 OR WK-AMT-END OR WK-AMT-BAD.
            IF WK-AMT-DIGIT-CT = ZERO
                SET WK-AMT-BAD        TO TRUE
            END-IF.
            IF WK-AMT-FRAC-CT = 1
                COMPUTE WK-AMT-FRAC = WK-AMT-FRAC * 10
            END-IF.
            COMPUTE WK-STATED = WK-AMT-INT + WK-AMT-FRAC / 100.
            IF WK-AMT-MINUS
                COMPUTE WK-STATED = 0 - WK-STATED
            END-IF.
      *
       P-019-STATED-CHAR.
            EVALUATE TRUE
                WHEN WK-ENV-STATED(WK-AMT-POS:1) = SPACE
                    SET WK-AMT-END    TO TRUE
                WHEN WK-ENV-STATED(WK-AMT-POS:1) = "."
                    ADD 1             TO WK-AMT-POINT-CT
                    IF WK-AMT-POINT-CT > 1
                        SET WK-AMT-BAD  TO TRUE
                    END-IF
                WHEN WK-ENV-STATED(WK-AMT-POS:1) >= "0"
                 AND WK-ENV-STATED(WK-AMT-POS:1) <= "9"
                    MOVE WK-ENV-STATED(WK-AMT-POS:1)  TO WK-AMT-DIGIT
                    ADD 1             TO WK-AMT-DIGIT-CT
                    IF WK-AMT-POINT-CT = ZERO
                        IF WK-AMT-INT > 99999999
                            SET WK-AMT-BAD  TO TRUE
                        ELSE
                            COMPUTE WK-AMT-INT = WK-AMT-INT * 10
                                               + WK-AMT-DIGIT
                        END-IF
                    ELSE
                        ADD 1         TO WK-AMT-FRAC-CT
                        IF WK-AMT-FRAC-CT > 2
                            SET WK-AMT-BAD  TO TRUE
                        ELSE
                            COMPUTE WK-AMT-FRAC = WK-AMT-FRAC * 10
                                                + WK-AMT-DIGIT
                        END-IF
                    END-IF
                WHEN OTHER
                    SET WK-AMT-BAD    TO TRUE
            END-EVALUATE.
            ADD 1                     TO WK-AMT-POS.
      *
      *    発送台帳を作業表へ読み込む。
       P-020-LOAD-REGISTER.
            MOVE ZERO                 TO WK-CR-COUNT.
            MOVE "N"                  TO WK-EOF-SW WK-OVER-SW.
            OPEN INPUT CONF-REG-FILE.
            PERFORM P-022-LOAD-ONE-REG UNTIL WK-EOF.
            CLOSE CONF-REG-FILE.
      *
       P-022-LOAD-ONE-REG.
            READ CONF-REG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CR-ASOF IS NUMERIC
                        IF WK-CR-COUNT < 5000
                            ADD 1     TO WK-CR-COUNT
                            SET IDX-CR TO WK-CR-COUNT
                            MOVE CONF-REG-REC
                                 TO WK-CR-REC(IDX-CR)
                            MOVE ZERO TO WK-CR-ASOF-BAL(IDX-CR)
                            MOVE "N"  TO WK-CR-FOUND(IDX-CR)
                        ELSE
                            SET WK-OVER TO TRUE
                            SET WK-EOF TO TRUE
                        END-IF
                    END-IF
            END-READ.
      *
      *    台帳から基準日・顧客の行を探す(WK-CR-KEYに入れて呼ぶ)。
       P-024-FIND-REG.
            MOVE ZERO                 TO WK-CR-HIT.
            PERFORM P-026-MATCH-REG
               VARYING IDX-CR FROM 1 BY 1
                  UNTIL IDX-CR > WK-CR-COUNT OR WK-CR-HIT NOT = ZERO.
      *
       P-026-MATCH-REG.
            IF WK-CR-REC(IDX-CR)(1:18) = WK-CR-KEY
                SET WK-CR-HIT         TO IDX-CR
            END-IF.
      *
      *    ジャーナルの反映済みの行から、基準日より後の増減を顧客
      *    ごとに積む。まず最後の*COMMIT*の行番号を探す。
       P-030-LOAD-ADJUST.
            MOVE ZERO                 TO WK-AJ-COUNT WK-LINE-NO
                                          WK-COMMIT-LINE.
            MOVE "N"                  TO WK-EOF-SW WK-OVER-SW.
            OPEN INPUT JRNL-FILE.
            PERFORM P-032-COMMIT-ONE UNTIL WK-EOF.
            CLOSE JRNL-FILE.
            MOVE ZERO                 TO WK-LINE-NO.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT JRNL-FILE.
            PERFORM P-034-ADJUST-ONE
               UNTIL WK-EOF OR WK-LINE-NO >= WK-COMMIT-LINE.
            CLOSE JRNL-FILE.
      *
       P-032-COMMIT-ONE.
            READ JRNL-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    IF JRN-TXN-ID = "*COMMIT*"
                        MOVE WK-LINE-NO   TO WK-COMMIT-LINE
                    END-IF
            END-READ.
      *
       P-034-ADJUST-ONE.
            READ JRNL-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    IF JRN-TXN-ID NOT = "*COMMIT*"
                       AND JRNL-REC NOT = SPACES
                        PERFORM P-036-ADJUST-LINE THRU P-036-EXIT
                    END-IF
            END-READ.
      *
      *    行の日付は起算日、無ければ反映日。どちらも無い行と基準日
      *    以前の行は基準日の残高に入っているので積まない。
       P-036-ADJUST-LINE.
            IF JRN-VALUE-DATE IS NUMERIC
                MOVE JRN-VALUE-DATE   TO WK-JRN-DATE
            ELSE
                MOVE JRN-POST-DATE    TO WK-JRN-DATE
            END-IF.
            IF WK-JRN-DATE IS NOT NUMERIC
               OR WK-JRN-DATE <= WK-ASOF-X
                GO TO P-036-EXIT
            END-IF.
            SET IDX-AJ                TO 1.
            SEARCH WK-AJ-ENTRY
                AT END
                    PERFORM P-038-NEW-ADJUST
                WHEN IDX-AJ > WK-AJ-COUNT
                    PERFORM P-038-NEW-ADJUST
                WHEN WK-AJ-CUST(IDX-AJ) = JRN-CUST
                    COMPUTE WK-AJ-DELTA(IDX-AJ) = WK-AJ-DELTA(IDX-AJ)
                                        + JRN-AFTER - JRN-BEFORE
            END-SEARCH.
       P-036-EXIT.
            EXIT.
      *
       P-038-NEW-ADJUST.
            IF WK-AJ-COUNT >= 5000
                SET WK-OVER           TO TRUE
            ELSE
                ADD 1                 TO WK-AJ-COUNT
                SET IDX-AJ            TO WK-AJ-COUNT
                MOVE JRN-CUST         TO WK-AJ-CUST(IDX-AJ)
                COMPUTE WK-AJ-DELTA(IDX-AJ) = JRN-AFTER - JRN-BEFORE
            END-IF.
      *
      *    顧客1件の基準日の残高(現在の残高−基準日より後の増減)。
       P-039-ASOF-BALANCE.
            MOVE CUST-BALANCE         TO WK-ASOF-BAL.
            SET IDX-AJ                TO 1.
            SEARCH WK-AJ-ENTRY
                WHEN IDX-AJ > WK-AJ-COUNT
                    CONTINUE
                WHEN WK-AJ-CUST(IDX-AJ) = CUST-SEQ-NO
                    SUBTRACT WK-AJ-DELTA(IDX-AJ) FROM WK-ASOF-BAL
            END-SEARCH.
      *
      *    確認書の作成。顧客ファイルの並びに読み、抽出した顧客へ
      *    1通ずつ刷って台帳へ記録する。
       P-040-SELECT.
            PERFORM P-030-LOAD-ADJUST.
            IF WK-OVER
                DISPLAY "TOO MANY CUSTOMERS MOVED AFTER " WK-ASOF
                        " - STOPPED"
                MOVE 1                TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            OPEN OUTPUT LTR-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-042-SELECT-ONE THRU P-042-EXIT
               UNTIL WK-EOF OR WK-OVER.
            IF WK-OVER
                DISPLAY "CONFREG.DAT WOULD EXCEED 5000 ENTRIES "
                        "- REGISTER NOT UPDATED"
                MOVE 1                TO RETURN-CODE
            ELSE
                PERFORM P-050-SELECT-SUMMARY
                PERFORM P-084-WRITE-REGISTER
            END-IF.
            CLOSE LTR-FILE.
            CLOSE TDATA-FILE.
            DISPLAY "AS-OF " WK-ASOF "  LETTERS " WK-SEL-CT
                    "  (NEW " WK-NEW-CT "  REPRINTED " WK-REPRINT-CT
                    ") -> CONFLTR.RPT".
       P-040-EXIT.
            EXIT.
      *
       P-042-SELECT-ONE.
            READ TDATA-FILE
                AT END
                    SET WK-EOF        TO TRUE
                    GO TO P-042-EXIT
            END-READ.
            IF CUSTOMER-REC(1:9) = "*CONTROL*"
                GO TO P-042-EXIT
            END-IF.
            ADD 1                     TO WK-CUST-CT.
            PERFORM P-039-ASOF-BALANCE.
            IF WK-ASOF-BAL < ZERO
                COMPUTE WK-ABS-BAL = 0 - WK-ASOF-BAL
            ELSE
                MOVE WK-ASOF-BAL      TO WK-ABS-BAL
            END-IF.
            IF WK-SEL-BY-MIN
                IF WK-ABS-BAL < WK-MIN-AMT
                    GO TO P-042-EXIT
                END-IF
            ELSE
                DIVIDE WK-CUST-CT BY WK-EVERY GIVING WK-QUOT
                    REMAINDER WK-REM
                IF WK-REM NOT = ZERO
                    GO TO P-042-EXIT
                END-IF
            END-IF.
            MOVE WK-ASOF              TO WK-CRK-ASOF.
            MOVE CUST-SEQ-NO          TO WK-CRK-CUST.
            PERFORM P-024-FIND-REG.
            IF WK-CR-HIT = ZERO
                IF WK-CR-COUNT >= 5000
                    SET WK-OVER       TO TRUE
                    GO TO P-042-EXIT
                END-IF
                ADD 1                 TO WK-CR-COUNT WK-NEW-CT
                SET IDX-CR            TO WK-CR-COUNT
                MOVE SPACES           TO CONF-REG-REC
                MOVE WK-ASOF          TO CR-ASOF
                MOVE CUST-SEQ-NO      TO CR-CUST
                MOVE WK-ASOF-BAL      TO CR-BALANCE
                MOVE WK-SYS-DATE      TO CR-ISSUED
                MOVE "SENT"           TO CR-STATUS
                MOVE ZERO             TO CR-STATED
                MOVE CONF-REG-REC     TO WK-CR-REC(IDX-CR)
            ELSE
                ADD 1                 TO WK-REPRINT-CT
                SET IDX-CR            TO WK-CR-HIT
                MOVE WK-CR-REC(IDX-CR) TO CONF-REG-REC
            END-IF.
            ADD 1                     TO WK-SEL-CT.
            ADD CR-BALANCE            TO WK-SEL-TOTAL.
            PERFORM P-044-PRINT-LETTER.
       P-042-EXIT.
            EXIT.
      *
      *    確認書1通と回答書(1顧客1枚)。残高は台帳の行から刷る。
       P-044-PRINT-LETTER.
            MOVE CUSTOMER-REC         TO WK-CUST-X.
            MOVE ALL "="               TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "                                        "
                                              DELIMITED BY SIZE
                   "作成日 "                  DELIMITED BY SIZE
                   WK-RUN-WAREKI              DELIMITED BY "  "
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "  〒"                     DELIMITED BY SIZE
                   WK-CX-POSTAL               DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-CX-ADDRESS              DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-CX-NAME                 DELIMITED BY SIZE
                   "  様"                     DELIMITED BY SIZE
                   "      (顧客番号 "         DELIMITED BY SIZE
                   WK-CX-SEQ                  DELIMITED BY SIZE
                   ")"                        DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE "                    残高確認書"  TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "    平素は格別のお引き立てを"
                                              DELIMITED BY SIZE
                   "賜り厚く御礼申し上げます。"
                                              DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "    さて、監査のため、基準日現在の"
                                              DELIMITED BY SIZE
                   "貴殿の残高を"             DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "    下記のとおり確認させて"
                                              DELIMITED BY SIZE
                   "いただきたく"             DELIMITED BY SIZE
                   "存じます。"               DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "    お手数ながら下の回答書に"
                                              DELIMITED BY SIZE
                   "ご記入のうえ、"           DELIMITED BY SIZE
                   "ご返送ください。"         DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE "                          記"  TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "    基準日      "          DELIMITED BY SIZE
                   WK-ASOF-WAREKI             DELIMITED BY "  "
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE CR-BALANCE           TO WK-ED-BAL.
            MOVE SPACES               TO LTR-LINE.
            STRING "    残高        ￥"        DELIMITED BY SIZE
                   WK-ED-BAL                  DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "    (マイナスはご請求残高)"
                                              DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE "                                              以上"
                                        TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "  - - - - - - - - - - "  DELIMITED BY SIZE
                   "切り取り線"               DELIMITED BY SIZE
                   " - - - - - - - - - -"     DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "    回答書  (顧客番号 "   DELIMITED BY SIZE
                   WK-CX-SEQ                  DELIMITED BY SIZE
                   "  基準日 "                DELIMITED BY SIZE
                   WK-ASOF-WAREKI             DELIMITED BY "  "
                   ")"                        DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE "    □ 上記の残高に相違ありません"
                                        TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "    □ 相違があります  "
                                              DELIMITED BY SIZE
                   "貴殿の記録による"         DELIMITED BY SIZE
                   "残高 ￥"                  DELIMITED BY SIZE
                   "________________"         DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE "    ご署名 ______________________"  TO LTR-LINE.
            WRITE LTR-LINE.
      *
      *    作成の集計頁。
       P-050-SELECT-SUMMARY.
            MOVE ALL "="               TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            STRING "  残高確認書作成集計"     DELIMITED BY SIZE
                   "      基準日: "           DELIMITED BY SIZE
                   WK-ASOF-WAREKI             DELIMITED BY "  "
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE ALL "="               TO LTR-LINE.
            WRITE LTR-LINE.
            MOVE SPACES               TO LTR-LINE.
            IF WK-SEL-BY-MIN
                STRING "  抽出方法        : 残高(絶対値)が"
                                              DELIMITED BY SIZE
                       WK-MIN-AMT             DELIMITED BY SIZE
                       "円以上"               DELIMITED BY SIZE
                              INTO LTR-LINE
            ELSE
                STRING "  抽出方法        : "
                                              DELIMITED BY SIZE
                       WK-EVERY               DELIMITED BY SIZE
                       "件ごとに1件"          DELIMITED BY SIZE
                              INTO LTR-LINE
            END-IF.
            WRITE LTR-LINE.
            MOVE WK-CUST-CT           TO WK-ED-COUNT.
            MOVE SPACES               TO LTR-LINE.
            STRING "  顧客数          : " DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE WK-SEL-CT            TO WK-ED-COUNT.
            MOVE SPACES               TO LTR-LINE.
            STRING "  作成            : " DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE WK-REPRINT-CT        TO WK-ED-COUNT.
            MOVE SPACES               TO LTR-LINE.
            STRING "  うち刷り直し    : " DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE WK-SEL-TOTAL         TO WK-ED-TOTAL.
            MOVE SPACES               TO LTR-LINE.
            STRING "  確認残高合計    : ￥" DELIMITED BY SIZE
                   WK-ED-TOTAL        DELIMITED BY SIZE
                              INTO LTR-LINE.
            WRITE LTR-LINE.
            MOVE "  *** 残高確認書終り ***"  TO LTR-LINE.
            WRITE LTR-LINE.
      *
      *    回答の入力。台帳の行を権限を確かめて書き換え、前像・
      *    後像を保守ジャーナルへ残す。
       P-060-REPLY.
            MOVE WK-ASOF              TO WK-CRK-ASOF.
            MOVE WK-ENV-CUST-N        TO WK-CRK-CUST.
            PERFORM P-024-FIND-REG.
            IF WK-CR-HIT = ZERO
                DISPLAY "NO CONFIRMATION FOR CUSTOMER " WK-ENV-CUST
                        " AS OF " WK-ASOF
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE "REPLY"              TO AC-ACTION.
            PERFORM P-082-AUTHORIZE.
            IF AC-ALLOW NOT = "Y"
                MOVE 8                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            SET IDX-CR                TO WK-CR-HIT.
            MOVE WK-CR-REC(IDX-CR)    TO CONF-REG-REC.
            MOVE CONF-REG-REC         TO WK-BEFORE-IMG.
            MOVE WK-ENV-RESULT        TO CR-STATUS.
            EVALUATE TRUE
                WHEN CR-NOREPLY
                    MOVE ZERO         TO CR-STATED
                WHEN WK-ENV-STATED = SPACES
                    MOVE CR-BALANCE   TO CR-STATED
                WHEN OTHER
                    MOVE WK-STATED    TO CR-STATED
            END-EVALUATE.
            MOVE WK-STAMP             TO CR-REPLY-AT.
            MOVE AC-OPERATOR          TO CR-REPLY-BY.
            MOVE CONF-REG-REC         TO WK-CR-REC(IDX-CR).
            PERFORM P-084-WRITE-REGISTER.
            SET IDX-CR                TO WK-CR-HIT.
            MOVE WK-CR-REC(IDX-CR)    TO CONF-REG-REC.
            MOVE SPACES               TO MNT-JRNL-REC.
            MOVE WK-STAMP             TO MJ-STAMP.
            MOVE "BALCONF"            TO MJ-PROGRAM.
            MOVE AC-ACTION            TO MJ-ACTION.
            MOVE "CONFREG.DAT"        TO MJ-FILE.
            MOVE WK-BEFORE-IMG        TO MJ-BEFORE.
            MOVE CONF-REG-REC         TO MJ-AFTER.
            OPEN EXTEND MNT-JRNL-FILE.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
            CLOSE MNT-JRNL-FILE.
            DISPLAY "CUSTOMER " WK-ENV-CUST " AS OF " WK-ASOF
                    " REPLY " CR-STATUS " BY " AC-OPERATOR.
       P-060-EXIT.
            EXIT.
      *
      *    照合表。基準日の行を状態別に数え、相違の行は顧客の示した
      *    残高と、ジャーナルから組み直した基準日の残高との差額を
      *    刷る。回答の無い行(回答待ち・回答なし)も一覧にする。
       P-070-RECON.
            PERFORM P-030-LOAD-ADJUST.
            IF WK-OVER
                DISPLAY "TOO MANY CUSTOMERS MOVED AFTER " WK-ASOF
                        " - STOPPED"
                MOVE 1                TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-071-REBUILD-ONE UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "BALCONF.RPT"         TO PS-REPORT-NAME.
            MOVE "残高確認書 回答照合表" TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  基準日 "        DELIMITED BY SIZE
                   WK-ASOF-WAREKI     DELIMITED BY "  "
                   " ("               DELIMITED BY SIZE
                   WK-ASOF            DELIMITED BY SIZE
                   ")"                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "  [相違]"           TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "  顧客番号     確認書の残高"
                                              DELIMITED BY SIZE
                   "   組直した残高"          DELIMITED BY SIZE
                   "   顧客の示す残高           差額"
                                              DELIMITED BY SIZE
                   "  備考"                   DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-072-DISPUTE-ONE THRU P-072-EXIT
               VARYING IDX-CR FROM 1 BY 1
                  UNTIL IDX-CR > WK-CR-COUNT.
            IF WK-ST-DISP-CT = ZERO
                MOVE "  (相違なし)"   TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "  [回答待ち・回答なし]"  TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE ZERO                 TO WK-ROW-CT.
            PERFORM P-074-OPEN-ONE
               VARYING IDX-CR FROM 1 BY 1
                  UNTIL IDX-CR > WK-CR-COUNT.
            IF WK-ROW-CT = ZERO
                MOVE "  (なし)"       TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-076-RECON-TOTALS.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "AS-OF " WK-ASOF "  AGREED " WK-ST-AGREED-CT
                    "  DISPUTED " WK-ST-DISP-CT
                    "  NO-REPLY " WK-ST-NOREPLY-CT
                    "  OPEN " WK-ST-SENT-CT " -> BALCONF.RPT".
            MOVE WK-DIFF-CT           TO RETURN-CODE.
       P-070-EXIT.
            EXIT.
      *
      *    顧客ファイルの1件から基準日の残高を組み直し、その顧客の
      *    台帳の行(基準日の行)へ控える。
       P-071-REBUILD-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        MOVE WK-ASOF          TO WK-CRK-ASOF
                        MOVE CUST-SEQ-NO      TO WK-CRK-CUST
                        PERFORM P-024-FIND-REG
                        IF WK-CR-HIT NOT = ZERO
                            PERFORM P-039-ASOF-BALANCE
                            SET IDX-CR        TO WK-CR-HIT
                            MOVE WK-ASOF-BAL
                                 TO WK-CR-ASOF-BAL(IDX-CR)
                            MOVE "Y"
                                 TO WK-CR-FOUND(IDX-CR)
                        END-IF
                    END-IF
            END-READ.
      *
       P-072-DISPUTE-ONE.
            MOVE WK-CR-REC(IDX-CR)    TO CONF-REG-REC.
            IF CR-ASOF NOT = WK-ASOF
                GO TO P-072-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN CR-SENT          ADD 1  TO WK-ST-SENT-CT
                WHEN CR-AGREED        ADD 1  TO WK-ST-AGREED-CT
                WHEN CR-DISPUTED      ADD 1  TO WK-ST-DISP-CT
                WHEN CR-NOREPLY       ADD 1  TO WK-ST-NOREPLY-CT
            END-EVALUATE.
            IF WK-CR-FOUND(IDX-CR) = "Y"
               AND WK-CR-ASOF-BAL(IDX-CR) NOT = CR-BALANCE
                ADD 1                 TO WK-MOVED-CT
            END-IF.
            IF NOT CR-DISPUTED
                GO TO P-072-EXIT
            END-IF.
            MOVE SPACES               TO WK-MARK.
            MOVE CR-BALANCE           TO WK-ED-BAL.
            MOVE CR-STATED            TO WK-ED-BAL3.
            IF WK-CR-FOUND(IDX-CR) = "Y"
                MOVE WK-CR-ASOF-BAL(IDX-CR)  TO WK-ED-BAL2
                COMPUTE WK-DIFF = CR-STATED - WK-CR-ASOF-BAL(IDX-CR)
                MOVE WK-DIFF          TO WK-ED-DIFF
                IF WK-DIFF NOT = ZERO
                    ADD 1             TO WK-DIFF-CT
                END-IF
                IF WK-CR-ASOF-BAL(IDX-CR) NOT = CR-BALANCE
                    MOVE "発送後に帳簿修正"  TO WK-MARK
                END-IF
            ELSE
                MOVE ZERO             TO WK-ED-BAL2 WK-ED-DIFF
                ADD 1                 TO WK-DIFF-CT
                MOVE "顧客ファイルに無し"  TO WK-MARK
            END-IF.
            MOVE SPACES               TO PS-LINE.
            STRING "  "               DELIMITED BY SIZE
                   CR-CUST            DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WK-ED-BAL          DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WK-ED-BAL2         DELIMITED BY SIZE
                   "     "            DELIMITED BY SIZE
                   WK-ED-BAL3         DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WK-ED-DIFF         DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WK-MARK            DELIMITED BY "  "
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
       P-072-EXIT.
            EXIT.
      *
       P-074-OPEN-ONE.
            MOVE WK-CR-REC(IDX-CR)    TO CONF-REG-REC.
            IF CR-ASOF = WK-ASOF AND (CR-SENT OR CR-NOREPLY)
                ADD 1                 TO WK-ROW-CT
                MOVE CR-BALANCE       TO WK-ED-BAL
                MOVE SPACES           TO PS-LINE
                STRING "  "           DELIMITED BY SIZE
                       CR-CUST        DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-ED-BAL      DELIMITED BY SIZE
                       "  発送日 "    DELIMITED BY SIZE
                       CR-ISSUED      DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       CR-STATUS      DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
       P-076-RECON-TOTALS.
            MOVE WK-ST-AGREED-CT      TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "  相違なし        : " DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-ST-DISP-CT        TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "  相違あり        : " DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-DIFF-CT           TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "  うち差額あり    : " DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-ST-NOREPLY-CT     TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "  回答なし        : " DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-ST-SENT-CT        TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "  回答待ち        : " DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-MOVED-CT          TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "  発送後に基準日の残高が動いた行: "
                                      DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
      *    西暦YYYYMMDDをWAREKIで和暦の文字列へ。変換できない日付
      *    (元号表の範囲外)は西暦のまま。
       P-080-WAREKI-EDIT.
            MOVE "W"                   TO WR-FUNCTION.
            MOVE WK-WR-IN             TO WR-SEIREKI.
            CALL "WAREKI" USING WR-PARM.
            MOVE SPACES               TO WK-WR-OUT.
            IF WR-STATUS = "00"
                MOVE WR-ERA-NAME      TO WK-ERA-NAME-N
                MOVE WR-WAREKI-YY     TO WK-ED-YY
                MOVE WR-WAREKI-MMDD(1:2)  TO WK-ED-MM
                MOVE WR-WAREKI-MMDD(3:2)  TO WK-ED-DD
                STRING WK-ERA-NAME-XV     DELIMITED BY SIZE
                       WK-ED-YY           DELIMITED BY SIZE
                       "年"               DELIMITED BY SIZE
                       WK-ED-MM           DELIMITED BY SIZE
                       "月"               DELIMITED BY SIZE
                       WK-ED-DD           DELIMITED BY SIZE
                       "日"               DELIMITED BY SIZE
                              INTO WK-WR-OUT
            ELSE
                MOVE WK-WR-IN         TO WK-WR-OUT
            END-IF.
      *
      *    AUTHCHKで権限を確かめる(操作はAC-ACTIONに入れて呼ぶ)。
       P-082-AUTHORIZE.
            MOVE "BALCONF"            TO AC-PROGRAM.
            MOVE WK-CR-KEY            TO AC-KEY.
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
      *    作業表から台帳を書き直す。
       P-084-WRITE-REGISTER.
            OPEN OUTPUT CONF-REG-FILE.
            PERFORM P-086-WRITE-REG
               VARYING IDX-CR FROM 1 BY 1
                  UNTIL IDX-CR > WK-CR-COUNT.
            CLOSE CONF-REG-FILE.
      *
       P-086-WRITE-REG.
            MOVE WK-CR-REC(IDX-CR)    TO CONF-REG-REC.
            WRITE CONF-REG-REC.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      ******************************************************************
