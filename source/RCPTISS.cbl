      ******************************************************************
      *    テストケース：RCPTISS
      *    プログラム名：日本語化テスト 領収書の発行
      *    処理概要　　：取引ジャーナルTXNJRNL.DATの反映済み(最後の
      *                  *COMMIT*より前)の入金について領収書を
      *                  共通印字サービスPRTSRVで刷る。金額は大字の
      *                  漢数字(KANJIAMT)と数字を併記し、収入印紙の
      *                  税額は金額の階級表で決める(5万円未満は
      *                  非課税)。番号は領収書番号台帳RCPTREG.DATの
      *                  最終番号の次から振る。再発行は台帳の内容で
      *                  「再発行」の表示を付けて刷り、発行記録
      *                  RCPTLOG.DATへ原本・再発行の別と操作者を
      *                  残すので、監査は原本と写しを区別できる。
      *  --------------------------------------------------------------
      *   操作は環境変数RC-ACTIONで渡す:
      *     ISSUE   ... 前回発行した入金より後のジャーナル行を読み、
      *                 未発行の入金をRECEIPT.RPTへ刷る
      *     REPRINT ... RC-NOの領収書をRCPTREPR.RPTへ再発行する
      *                 (AUTHCHKで権限を確かめる)
      *   ISSUEの環境変数:
      *     RC-DATE   発行日YYYYMMDD(既定は当日)
      *     X_COMPANY 発行者名(実行プロファイルのCOMPANY)
      *   宛名は顧客マスタCUSTMAST.IDXの氏名。マスタに無い顧客は
      *   上様とする。種別の無い古いジャーナル行は残高が増えた行を
      *   入金とみなす。
      *   収入印紙は売上代金の受取書の階級(5万円未満非課税、100万円
      *   以下200円、…、10億円超20万円)。金額は受取額の全額で判定
      *   する。漢数字の金額は円単位(円未満切捨て)。
      *   戻り値: ISSUEは0、権限なしは8、パラメタ不正・該当なしは1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           RCPTISS.
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
           COPY TXNJSL.
           COPY CUSTMSL.
           COPY RCPRSL.
           SELECT OPTIONAL RCPT-LOG-FILE
                                       ASSIGN TO "RCPTLOG.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY TXNJFD.
       COPY CUSTMFD.
       COPY RCPRFD.
       FD  RCPT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCPT-LOG-REC.
           05  RL-STAMP               PIC X(14).
           05  FILLER                 PIC X(02).
           05  RL-RCPT-NO             PIC 9(08).
           05  FILLER                 PIC X(02).
           05  RL-KIND                PIC X(08).
           05  FILLER                 PIC X(02).
           05  RL-OPERATOR            PIC X(10).
           05  FILLER                 PIC X(02).
           05  RL-COPY-NO             PIC 9(03).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-MAST-FS         PIC XX.
           88  WK-MAST-OK                  VALUE "00".
       01  WK-RCPR-FS         PIC XX.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ACTION          PIC X(07)  VALUE SPACES.
       01  WK-ENV-DATE        PIC X(08)  VALUE SPACES.
       01  WK-ENV-NO          PIC X(08)  VALUE SPACES.
      *
      *    顧客レコードのバイト列ビュー(CUSTRECと同じ並び)。
       01  WK-CUST-X.
           05  WK-CX-SEQ              PIC X(06).
           05  WK-CX-NAME             PIC X(20).
           05  FILLER                 PIC X(78).
      *
      *    収入印紙の階級表(売上代金の受取書)。金額の上限(円)と
      *    税額(円)の組で、上から順に最初に収まる階級を使う。
       01  WK-DUTY-TABLE-DEF.
           05  FILLER  PIC 9(11)  VALUE 49999.
           05  FILLER  PIC 9(06)  VALUE 0.
           05  FILLER  PIC 9(11)  VALUE 1000000.
           05  FILLER  PIC 9(06)  VALUE 200.
           05  FILLER  PIC 9(11)  VALUE 2000000.
           05  FILLER  PIC 9(06)  VALUE 400.
           05  FILLER  PIC 9(11)  VALUE 3000000.
           05  FILLER  PIC 9(06)  VALUE 600.
           05  FILLER  PIC 9(11)  VALUE 5000000.
           05  FILLER  PIC 9(06)  VALUE 1000.
           05  FILLER  PIC 9(11)  VALUE 10000000.
           05  FILLER  PIC 9(06)  VALUE 2000.
           05  FILLER  PIC 9(11)  VALUE 20000000.
           05  FILLER  PIC 9(06)  VALUE 4000.
           05  FILLER  PIC 9(11)  VALUE 30000000.
           05  FILLER  PIC 9(06)  VALUE 6000.
           05  FILLER  PIC 9(11)  VALUE 50000000.
           05  FILLER  PIC 9(06)  VALUE 10000.
           05  FILLER  PIC 9(11)  VALUE 100000000.
           05  FILLER  PIC 9(06)  VALUE 20000.
           05  FILLER  PIC 9(11)  VALUE 200000000.
           05  FILLER  PIC 9(06)  VALUE 40000.
           05  FILLER  PIC 9(11)  VALUE 300000000.
           05  FILLER  PIC 9(06)  VALUE 60000.
           05  FILLER  PIC 9(11)  VALUE 500000000.
           05  FILLER  PIC 9(06)  VALUE 100000.
           05  FILLER  PIC 9(11)  VALUE 1000000000.
           05  FILLER  PIC 9(06)  VALUE 150000.
           05  FILLER  PIC 9(11)  VALUE 99999999999.
           05  FILLER  PIC 9(06)  VALUE 200000.
       01  WK-DUTY-TABLE  REDEFINES WK-DUTY-TABLE-DEF.
           05  WK-DUTY-ENTRY  OCCURS 15 TIMES INDEXED BY IDX-DUTY.
               10  WK-DUTY-LIMIT      PIC 9(11).
               10  WK-DUTY-YEN        PIC 9(06).
      *
      *    KANJIAMT(漢数字金額)の受け渡し領域。
       01  KJ-PARM.
           05  KJ-FUNCTION              PIC X(01).
           05  KJ-AMOUNT                PIC 9(11).
           05  KJ-TEXT                  PIC N(24).
           05  KJ-STATUS                PIC X(02).
       01  WK-KJ-TEXT-X.
           05  WK-KJ-TEXT-N           PIC N(24).
       01  WK-KJ-TEXT-XV  REDEFINES WK-KJ-TEXT-X  PIC X(48).
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
       01  WK-ED-YY           PIC Z9.
       01  WK-ED-MM           PIC Z9.
       01  WK-ED-DD           PIC Z9.
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      *
      *    操作権限確認(AUTHCHK)の受け渡し領域。再発行は許可された
      *    操作者だけが行え、全試行がACCESSLG.TXTへ残る。
       01  AC-PARM.
           05  AC-PROGRAM               PIC X(10).
           05  AC-ACTION                PIC X(08).
           05  AC-KEY                   PIC X(30).
           05  AC-OPERATOR              PIC X(10).
           05  AC-ALLOW                 PIC X(01).
           05  AC-STATUS                PIC X(02).
      *
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
       01  WK-ISSUE-DATE      PIC 9(08).
       01  WK-ISSUER          PIC X(40)  VALUE SPACES.
       01  WK-LAST-NO         PIC 9(08)  VALUE ZERO.
       01  WK-HWM-LINE        PIC 9(07)  VALUE ZERO.
       01  WK-LINE-NO         PIC 9(07)  VALUE ZERO.
       01  WK-COMMIT-LINE     PIC 9(07)  VALUE ZERO.
       01  WK-AMOUNT          PIC S9(09)V9(02).
       01  WK-AMOUNT-YEN      PIC 9(11).
       01  WK-DUTY            PIC 9(06).
       01  WK-COPY-NO         PIC 9(03)  VALUE ZERO.
       01  WK-FIND-CT         PIC 9(05)  VALUE ZERO.
       01  WK-REPRINT-SW      PIC X       VALUE "N".
           88  WK-REPRINT                 VALUE "Y".
       01  WK-FIRST-SW        PIC X       VALUE "Y".
           88  WK-FIRST-RECEIPT           VALUE "Y".
      *
       01  WK-ISSUED-CT       PIC 9(06)  VALUE ZERO.
       01  WK-DUTY-CT         PIC 9(06)  VALUE ZERO.
       01  WK-DUTY-TOTAL      PIC 9(09)  VALUE ZERO.
       01  WK-UESAMA-CT       PIC 9(06)  VALUE ZERO.
       01  WK-ED-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-DUTY         PIC ZZZ,ZZ9.
       01  WK-ED-COPY         PIC ZZ9.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "RCPTISS START".
            DISPLAY "RC-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            ACCEPT  WK-SYS-DATE          FROM DATE YYYYMMDD.
            ACCEPT  WK-SYS-TIME          FROM TIME.
            STRING WK-SYS-DATE WK-SYS-TIME(1:6)
                   DELIMITED BY SIZE  INTO WK-STAMP.
            MOVE ZERO                 TO RETURN-CODE.
            EVALUATE WK-ACTION
                WHEN "ISSUE"
                    PERFORM P-020-ISSUE THRU P-020-EXIT
                WHEN "REPRINT"
                    PERFORM P-014-CHECK-AUTHORITY
                    IF AC-ALLOW = "Y"
                        PERFORM P-100-REPRINT THRU P-100-EXIT
                    ELSE
                        PERFORM P-016-REFUSE
                    END-IF
                WHEN OTHER
                    DISPLAY "RC-ACTION MUST BE ISSUE/REPRINT"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "RCPTISS END".
            GOBACK
            .
      *
       P-014-CHECK-AUTHORITY.
            DISPLAY "RC-NO"             UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-NO            FROM ENVIRONMENT-VALUE.
            MOVE SPACES              TO AC-PARM.
            MOVE "RCPTISS"            TO AC-PROGRAM.
            MOVE "REISSUE"            TO AC-ACTION.
            MOVE WK-ENV-NO           TO AC-KEY.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
      *
       P-016-REFUSE.
            DISPLAY "OPERATOR " AC-OPERATOR
                    " NOT AUTHORIZED FOR REISSUE".
            MOVE 8                   TO RETURN-CODE.
      *
      *    発行。台帳から最終番号と前回発行した入金のジャーナル行を
      *    求め、それより後で最後の*COMMIT*より前の入金を刷る。
       P-020-ISSUE.
            DISPLAY "RC-DATE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DATE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-DATE = SPACES
                MOVE WK-SYS-DATE      TO WK-ISSUE-DATE
            ELSE
                IF WK-ENV-DATE IS NOT NUMERIC
                    DISPLAY "RC-DATE MUST BE YYYYMMDD: " WK-ENV-DATE
                    MOVE 1            TO RETURN-CODE
                    GO TO P-020-EXIT
                END-IF
                MOVE WK-ENV-DATE      TO WK-ISSUE-DATE
            END-IF.
            DISPLAY "X_COMPANY"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ISSUER            FROM ENVIRONMENT-VALUE.
            PERFORM P-022-SCAN-REGISTER.
            PERFORM P-026-FIND-LAST-COMMIT.
            DISPLAY "LAST RECEIPT " WK-LAST-NO
                    "  JOURNAL FROM LINE " WK-HWM-LINE
                    " TO COMMIT AT LINE " WK-COMMIT-LINE.
            OPEN INPUT JRNL-FILE.
            OPEN INPUT CUST-MASTER.
            OPEN EXTEND RCPT-REG-FILE.
            OPEN EXTEND RCPT-LOG-FILE.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "RECEIPT.RPT"         TO PS-REPORT-NAME.
            MOVE "領収書(RCPTISS)"     TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE ZERO                 TO WK-LINE-NO.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-030-READ-JOURNAL
               UNTIL WK-EOF OR WK-LINE-NO >= WK-COMMIT-LINE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            CLOSE RCPT-LOG-FILE.
            CLOSE RCPT-REG-FILE.
            CLOSE CUST-MASTER.
            CLOSE JRNL-FILE.
            DISPLAY "RECEIPTS " WK-ISSUED-CT
                    "  STAMP DUTY " WK-DUTY-CT " (YEN " WK-DUTY-TOTAL
                    ")  NO MASTER (UESAMA) " WK-UESAMA-CT
                    " -> RECEIPT.RPT".
       P-020-EXIT.
            EXIT.
      *
      *    台帳の最終番号と、発行済みの入金の最後のジャーナル行。
       P-022-SCAN-REGISTER.
            MOVE ZERO                 TO WK-LAST-NO WK-HWM-LINE.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT RCPT-REG-FILE.
            PERFORM P-024-SCAN-ONE UNTIL WK-EOF.
            CLOSE RCPT-REG-FILE.
      *
       P-024-SCAN-ONE.
            READ RCPT-REG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF RR-RCPT-NO IS NUMERIC
                       AND RR-RCPT-NO > WK-LAST-NO
                        MOVE RR-RCPT-NO   TO WK-LAST-NO
                    END-IF
                    IF RR-JRN-LINE IS NUMERIC
                       AND RR-JRN-LINE > WK-HWM-LINE
                        MOVE RR-JRN-LINE  TO WK-HWM-LINE
                    END-IF
            END-READ.
      *
      *    最後の*COMMIT*行の位置。それより後の行はマスタへの
      *    書き戻しが済んでいないので、まだ領収書を出さない。
       P-026-FIND-LAST-COMMIT.
            MOVE ZERO                 TO WK-LINE-NO WK-COMMIT-LINE.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT JRNL-FILE.
            PERFORM P-028-FIND-ONE UNTIL WK-EOF.
            CLOSE JRNL-FILE.
      *
       P-028-FIND-ONE.
            READ JRNL-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    IF JRN-TXN-ID = "*COMMIT*"
                        MOVE WK-LINE-NO   TO WK-COMMIT-LINE
                    END-IF
            END-READ.
      *
       P-030-READ-JOURNAL.
            READ JRNL-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    IF WK-LINE-NO > WK-HWM-LINE
                       AND JRN-TXN-ID NOT = "*COMMIT*"
                        PERFORM P-040-CHECK-DEPOSIT
                    END-IF
            END-READ.
      *
      *    入金の行か。種別の無い古い行は残高が増えたものを入金と
      *    みなす。
       P-040-CHECK-DEPOSIT.
            COMPUTE WK-AMOUNT = JRN-AFTER - JRN-BEFORE.
            IF WK-AMOUNT > ZERO
               AND (JRN-TYPE = "D" OR JRN-TYPE = SPACE)
                PERFORM P-050-ISSUE-ONE
            END-IF.
      *
      *    領収書1枚。番号を振って刷り、台帳と発行記録へ残す。
       P-050-ISSUE-ONE.
            ADD 1                     TO WK-LAST-NO.
            MOVE SPACES               TO RCPT-REG-REC.
            MOVE WK-LAST-NO           TO RR-RCPT-NO.
            MOVE WK-ISSUE-DATE        TO RR-ISSUE-DATE.
            MOVE JRN-TXN-ID           TO RR-TXN-ID.
            MOVE JRN-CUST             TO RR-CUST.
            MOVE WK-AMOUNT            TO RR-AMOUNT.
            MOVE WK-LINE-NO           TO RR-JRN-LINE.
            MOVE WK-ISSUER            TO RR-ISSUER.
            MOVE WK-STAMP             TO RR-STAMP.
            MOVE JRN-CUST             TO CM-CUST-SEQ.
            READ CUST-MASTER KEY IS CM-CUST-SEQ
                INVALID KEY
                    MOVE "23"          TO WK-MAST-FS
            END-READ.
            IF WK-MAST-OK
                MOVE CM-CUST-REC      TO WK-CUST-X
                MOVE WK-CX-NAME       TO RR-NAME
            ELSE
                MOVE "上様"            TO RR-NAME
                ADD 1                 TO WK-UESAMA-CT
            END-IF.
            PERFORM P-060-STAMP-DUTY.
            MOVE WK-DUTY              TO RR-DUTY.
            IF WK-DUTY > ZERO
                ADD 1                 TO WK-DUTY-CT
                ADD WK-DUTY           TO WK-DUTY-TOTAL
            END-IF.
            MOVE "N"                  TO WK-REPRINT-SW.
            PERFORM P-070-PRINT-RECEIPT.
            WRITE RCPT-REG-REC.
            MOVE SPACES               TO RCPT-LOG-REC.
            MOVE WK-STAMP             TO RL-STAMP.
            MOVE RR-RCPT-NO           TO RL-RCPT-NO.
            MOVE "ORIGINAL"            TO RL-KIND.
            MOVE "BATCH"               TO RL-OPERATOR.
            MOVE ZERO                 TO RL-COPY-NO.
            WRITE RCPT-LOG-REC.
            ADD 1                     TO WK-ISSUED-CT.
      *
      *    収入印紙の税額を階級表から引く(円単位の金額で判定)。
       P-060-STAMP-DUTY.
            MOVE RR-AMOUNT            TO WK-AMOUNT-YEN.
            MOVE ZERO                 TO WK-DUTY.
            SET IDX-DUTY              TO 1.
            SEARCH WK-DUTY-ENTRY
                WHEN WK-AMOUNT-YEN <= WK-DUTY-LIMIT(IDX-DUTY)
                    MOVE WK-DUTY-YEN(IDX-DUTY)  TO WK-DUTY
            END-SEARCH.
      *
      *    領収書1枚の印字(原本・再発行共通。内容は台帳の行から)。
       P-070-PRINT-RECEIPT.
            IF WK-FIRST-RECEIPT
                MOVE "N"              TO WK-FIRST-SW
            ELSE
                MOVE "P"               TO PS-FUNCTION
                CALL "PRTSRV" USING PS-PARM
            END-IF.
            MOVE SPACES               TO PS-LINE.
            IF WK-REPRINT
                MOVE WK-COPY-NO       TO WK-ED-COPY
                STRING "                              "
                                              DELIMITED BY SIZE
                       "領  収  書    【再発行】"
                                              DELIMITED BY SIZE
                       "(第"                  DELIMITED BY SIZE
                       WK-ED-COPY             DELIMITED BY SIZE
                       "回)"                  DELIMITED BY SIZE
                              INTO PS-LINE
            ELSE
                STRING "                              "
                                              DELIMITED BY SIZE
                       "領  収  書"           DELIMITED BY SIZE
                              INTO PS-LINE
            END-IF.
            PERFORM P-080-WRITE.
            MOVE RR-ISSUE-DATE        TO WK-WR-IN.
            PERFORM P-090-WAREKI-EDIT.
            STRING "  No."                    DELIMITED BY SIZE
                   RR-RCPT-NO                 DELIMITED BY SIZE
                   "                  発行日: "  DELIMITED BY SIZE
                   WK-WR-OUT                  DELIMITED BY "  "
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            PERFORM P-080-WRITE.
            STRING "  "                       DELIMITED BY SIZE
                   RR-NAME                    DELIMITED BY SIZE
                   "  様    (顧客番号 "       DELIMITED BY SIZE
                   RR-CUST                    DELIMITED BY SIZE
                   ")"                        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            PERFORM P-080-WRITE.
            MOVE "F"                   TO KJ-FUNCTION.
            MOVE RR-AMOUNT            TO KJ-AMOUNT.
            CALL "KANJIAMT" USING KJ-PARM.
            MOVE KJ-TEXT              TO WK-KJ-TEXT-N.
            MOVE RR-AMOUNT            TO WK-ED-AMOUNT.
            STRING "          "               DELIMITED BY SIZE
                   WK-KJ-TEXT-XV              DELIMITED BY "  "
                   "    (￥"                 DELIMITED BY SIZE
                   WK-ED-AMOUNT               DELIMITED BY SIZE
                   "-)"                       DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            PERFORM P-080-WRITE.
            STRING "  但し  ご入金として(取引番号 "
                                              DELIMITED BY SIZE
                   RR-TXN-ID                  DELIMITED BY SIZE
                   ")"                        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE "  上記正に領収いたしました。"
                                        TO PS-LINE.
            PERFORM P-080-WRITE.
            PERFORM P-080-WRITE.
            STRING "  "                       DELIMITED BY SIZE
                   RR-ISSUER                  DELIMITED BY "  "
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE RR-DUTY              TO WK-ED-DUTY.
            IF RR-DUTY = ZERO
                MOVE "  収入印紙: 不要(5万円未満)"  TO PS-LINE
            ELSE
                IF WK-REPRINT
                    STRING "  収入印紙: "      DELIMITED BY SIZE
                           WK-ED-DUTY         DELIMITED BY SIZE
                           "円(原本に貼付)"  DELIMITED BY SIZE
                              INTO PS-LINE
                ELSE
                    STRING "  収入印紙: "      DELIMITED BY SIZE
                           WK-ED-DUTY         DELIMITED BY SIZE
                           "円  [印紙貼付・消印]"
                                              DELIMITED BY SIZE
                              INTO PS-LINE
                END-IF
            END-IF.
            PERFORM P-080-WRITE.
            IF WK-REPRINT
                STRING "  ※本書は再発行したもので"
                                              DELIMITED BY SIZE
                       "原本ではありません。"
                                              DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-080-WRITE
            END-IF.
      *
       P-080-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      *
      *    西暦YYYYMMDDをWAREKIで和暦の文字列へ。変換できない日付
      *    (元号表の範囲外)は西暦のまま。
       P-090-WAREKI-EDIT.
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
      *    再発行。台帳の行をそのまま刷り、何回目の再発行かを
      *    発行記録から数えて表示と記録に使う。
       P-100-REPRINT.
            IF WK-ENV-NO IS NOT NUMERIC
                DISPLAY "RC-NO MUST BE 8 DIGITS: " WK-ENV-NO
                MOVE 1                TO RETURN-CODE
                GO TO P-100-EXIT
            END-IF.
            MOVE ZERO                 TO WK-FIND-CT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT RCPT-REG-FILE.
            PERFORM P-102-FIND-REG UNTIL WK-EOF.
            CLOSE RCPT-REG-FILE.
            IF WK-FIND-CT = ZERO
                DISPLAY "RECEIPT " WK-ENV-NO " NOT IN RCPTREG.DAT"
                MOVE 1                TO RETURN-CODE
                GO TO P-100-EXIT
            END-IF.
            MOVE ZERO                 TO WK-COPY-NO.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT RCPT-LOG-FILE.
            PERFORM P-104-COUNT-COPIES UNTIL WK-EOF.
            CLOSE RCPT-LOG-FILE.
            ADD 1                     TO WK-COPY-NO.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "RCPTREPR.RPT"        TO PS-REPORT-NAME.
            MOVE "領収書 再発行(RCPTISS)"  TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE "Y"                  TO WK-REPRINT-SW.
            PERFORM P-070-PRINT-RECEIPT.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            OPEN EXTEND RCPT-LOG-FILE.
            MOVE SPACES               TO RCPT-LOG-REC.
            MOVE WK-STAMP             TO RL-STAMP.
            MOVE RR-RCPT-NO           TO RL-RCPT-NO.
            MOVE "REISSUE"             TO RL-KIND.
            MOVE AC-OPERATOR          TO RL-OPERATOR.
            MOVE WK-COPY-NO           TO RL-COPY-NO.
            WRITE RCPT-LOG-REC.
            CLOSE RCPT-LOG-FILE.
            DISPLAY "RECEIPT " RR-RCPT-NO " REISSUED (COPY "
                    WK-COPY-NO ") BY " AC-OPERATOR
                    " -> RCPTREPR.RPT".
       P-100-EXIT.
            EXIT.
      *
       P-102-FIND-REG.
            READ RCPT-REG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF RR-RCPT-NO = WK-ENV-NO
                        ADD 1         TO WK-FIND-CT
                        SET WK-EOF    TO TRUE
                    END-IF
            END-READ.
      *
       P-104-COUNT-COPIES.
            READ RCPT-LOG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF RL-RCPT-NO = RR-RCPT-NO
                       AND RL-KIND = "REISSUE"
                        ADD 1         TO WK-COPY-NO
                    END-IF
            END-READ.
      ******************************************************************
