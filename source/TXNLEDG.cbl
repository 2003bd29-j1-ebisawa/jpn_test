      ******************************************************************
      *    テストケース：TXNLEDG
      *    プログラム名：日本語化テスト 取引明細元帳
      *    処理概要　　：取引ジャーナルTXNJRNL.DATの反映済み(最後の
      *                  *COMMIT*より前)の行から、指定期間の顧客別
      *                  取引明細元帳をPRTSRVで刷る。顧客ごとに
      *                  前期繰越、取引1件ずつ(取引番号・入金/出金
      *                  ・金額・差引残高)、期末残高を並べる。
      *                  差引残高は繰越から入金・出金を積み上げて
      *                  求め、期末残高を顧客ファイルTESTDATA.DATの
      *                  CUST-BALANCE(期間より後に取引があれば
      *                  その最初の取引の更新前残高)と突き合わせ、
      *                  合わなければ不一致の行を刷る。ジャーナル
      *                  の更新前残高が直前の差引残高と合わない行
      *                  (ジャーナルを経ない残高の動き)も不一致と
      *                  して示すので、顧客向けの明細と反映の監査
      *                  を兼ねる。
      *                  取消(種別R)の行には取り消した元の取引番号
      *                  を、取り消された元の行には取消の取引番号を
      *                  添えて、組であることが分かるように刷る。
      *  --------------------------------------------------------------
      *   環境変数:
      *     LG-FROM  期間の初日YYYYMMDD(既定は当月1日)
      *     LG-TO    期間の末日YYYYMMDD(既定は当日)
      *     LG-CUST  顧客番号6桁(省略時は期間に取引のある全顧客)
      *   コミット済みの行をまず取引番号順(同じ番号は行の逆順)に
      *   SORTして取消の組を結び、次に顧客ファイルの行と合わせて
      *   顧客・行順にSORTしてから刷る(顧客ファイルの行は各顧客の
      *   先頭に並ぶ)。表に持たないので顧客数・行数の上限は無い。
      *   期間より前
      *   の行は繰越の計算だけに、期間より後の行は突き合わせだけに
      *   使う。期間に取引の無い顧客は、LG-CUSTで指定したときだけ
      *   繰越と期末残高を刷る。種別の無い古い行は残高が増えた行を
      *   入金とみなす。反映日の無い古い行は期間より前として扱う。
      *   名寄せ統合(CUSTMRG)の残高移動は保守ジャーナル側にある
      *   ため、統合した顧客は不一致として現れる。
      *   戻り値: 不一致のあった顧客の数。パラメタ不正・入力なしは1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           TXNLEDG.
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
           COPY TXNJSL.
           SELECT LINK-SORT-WORK      ASSIGN TO "TXNLEDG.LSR".
           SELECT LINK-SORT-OUT       ASSIGN TO "TXNLEDG.LNK"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDG-SORT-WORK      ASSIGN TO "TXNLEDG.SRT".
           SELECT LEDG-SORT-OUT       ASSIGN TO "TXNLEDG.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       COPY TXNJFD.
      *    取消の組を結ぶSORT。LW-ROLEは1=ジャーナルの行そのもの
      *    (LW-IDは取引番号)、2=取消の結び(LW-IDは元の取引番号、
      *    LW-TXN-IDは取消の取引番号)。
       SD  LINK-SORT-WORK.
       01  LW-REC.
           05  LW-ID                  PIC X(08).
           05  LW-LINE                PIC 9(07).
           05  LW-ROLE                PIC X(01).
           05  LW-CUST                PIC 9(06).
           05  LW-ZONE                PIC X(01).
           05  LW-TXN-ID              PIC X(08).
           05  LW-BEFORE              PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  LW-AFTER               PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  LW-TYPE                PIC X(01).
           05  LW-DATE                PIC X(08).
           05  LW-LINK-ID             PIC X(08).
       FD  LINK-SORT-OUT
           LABEL RECORDS ARE STANDARD.
       01  LO-REC.
           05  LO-ID                  PIC X(08).
           05  LO-LINE                PIC 9(07).
           05  LO-ROLE                PIC X(01).
               88  LO-LINE-ROW                   VALUE "1".
               88  LO-LINK-ROW                   VALUE "2".
           05  LO-CUST                PIC 9(06).
           05  LO-ZONE                PIC X(01).
           05  LO-TXN-ID              PIC X(08).
           05  LO-BEFORE              PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  LO-AFTER               PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  LO-TYPE                PIC X(01).
           05  LO-DATE                PIC X(08).
           05  LO-LINK-ID             PIC X(08).
      *    元帳のSORT。SW-ZONEのCは顧客ファイルの行(行番号0、
      *    SW-BEFOREが現在の残高)。
       SD  LEDG-SORT-WORK.
       01  SW-REC.
           05  SW-CUST                PIC 9(06).
           05  SW-LINE                PIC 9(07).
           05  SW-ZONE                PIC X(01).
           05  SW-TXN-ID              PIC X(08).
           05  SW-BEFORE              PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  SW-AFTER               PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  SW-TYPE                PIC X(01).
           05  SW-DATE                PIC X(08).
           05  SW-LINK-ID             PIC X(08).
           05  SW-REV-BY              PIC X(08).
           05  SW-NAME                PIC X(20).
       FD  LEDG-SORT-OUT
           LABEL RECORDS ARE STANDARD.
       01  SO-REC.
           05  SO-CUST                PIC 9(06).
           05  SO-LINE                PIC 9(07).
           05  SO-ZONE                PIC X(01).
               88  SO-BEFORE-RANGE               VALUE "P".
               88  SO-IN-RANGE                   VALUE "R".
               88  SO-AFTER-RANGE                VALUE "A".
               88  SO-CUST-ROW                   VALUE "C".
           05  SO-TXN-ID              PIC X(08).
           05  SO-BEFORE              PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  SO-AFTER               PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  SO-TYPE                PIC X(01).
           05  SO-DATE                PIC X(08).
           05  SO-LINK-ID             PIC X(08).
           05  SO-REV-BY              PIC X(08).
           05  SO-NAME                PIC X(20).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ENV-FROM        PIC X(08)  VALUE SPACES.
       01  WK-ENV-TO          PIC X(08)  VALUE SPACES.
       01  WK-ENV-CUST        PIC X(06)  VALUE SPACES.
       01  WK-ENV-CUST-N      REDEFINES WK-ENV-CUST
                              PIC 9(06).
       01  WK-FROM-DATE       PIC 9(08).
       01  WK-TO-DATE         PIC 9(08).
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-LINE-NO         PIC 9(07)  VALUE ZERO.
       01  WK-COMMIT-LINE     PIC 9(07)  VALUE ZERO.
      *
      *    顧客ファイルの行から取った氏名と現在の残高。
       01  WK-CU-FOUND-SW     PIC X(01)  VALUE "N".
           88  WK-CU-FOUND                VALUE "Y".
       01  WK-CU-NAME         PIC X(20).
       01  WK-CU-BALANCE      PIC S9(09)V9(02).
      *
      *    取消の組を結ぶときの直前の取引番号と、それより後の行に
      *    ある取消の取引番号。
       01  WK-LAST-ID         PIC X(08).
       01  WK-LAST-REV        PIC X(08).
      *
      *    1顧客分の集計。
       01  WK-GROUP-CUST      PIC 9(06).
       01  WK-OPEN-SW         PIC X(01).
           88  WK-OPEN-KNOWN              VALUE "Y".
       01  WK-NEXT-SW         PIC X(01).
           88  WK-NEXT-KNOWN              VALUE "Y".
       01  WK-OPENING         PIC S9(09)V9(02).
       01  WK-RUNNING         PIC S9(09)V9(02).
       01  WK-EXPECTED        PIC S9(09)V9(02).
       01  WK-DIFF            PIC S9(09)V9(02).
       01  WK-TXN-AMOUNT      PIC S9(09)V9(02).
       01  WK-DEP-TOTAL       PIC S9(09)V9(02).
       01  WK-WDR-TOTAL       PIC S9(09)V9(02).
       01  WK-GROUP-TXN-CT    PIC 9(05).
       01  WK-GROUP-BAD-SW    PIC X(01).
           88  WK-GROUP-BAD               VALUE "Y".
       01  WK-TYPE            PIC X(01).
      *
       01  WK-CUST-CT         PIC 9(05)  VALUE ZERO.
       01  WK-TXN-CT          PIC 9(07)  VALUE ZERO.
       01  WK-BAD-CT          PIC 9(05)  VALUE ZERO.
       01  WK-ED-DATE         PIC 9999/99/99.
       01  WK-ED-DATE-2       PIC 9999/99/99.
       01  WK-ED-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-AMOUNT-2     PIC -ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-AMOUNT-3     PIC -ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-COUNT        PIC ZZ,ZZ9.
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TXNLEDG START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-PARAMETERS THRU P-015-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-010-END
            END-IF.
            CLOSE TDATA-FILE.
            PERFORM P-025-FIND-LAST-COMMIT.
            SORT LINK-SORT-WORK
                 ASCENDING KEY LW-ID
                 DESCENDING KEY LW-LINE
                 ASCENDING KEY LW-ROLE
                 INPUT PROCEDURE IS S-100-SELECT-JRNL
                 GIVING LINK-SORT-OUT.
            SORT LEDG-SORT-WORK
                 ASCENDING KEY SW-CUST SW-LINE
                 INPUT PROCEDURE IS S-200-RELEASE-LEDG
                 GIVING LEDG-SORT-OUT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "TXNLEDG.RPT"         TO PS-REPORT-NAME.
            MOVE "取引明細元帳"        TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            OPEN INPUT LEDG-SORT-OUT.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-030-READ-SORTED.
            PERFORM P-040-ONE-CUSTOMER THRU P-040-EXIT
               UNTIL WK-EOF.
            CLOSE LEDG-SORT-OUT.
      *    指定の顧客に期間前後とも取引が無ければ、繰越と期末残高
      *    だけを刷る。
            IF WK-ENV-CUST NOT = SPACES AND WK-CUST-CT = ZERO
                PERFORM P-038-NO-JOURNAL
            END-IF.
            PERFORM P-070-TOTALS.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "CUSTOMERS " WK-CUST-CT
                    "  TRANSACTIONS " WK-TXN-CT
                    "  DISCREPANCIES " WK-BAD-CT
                    " -> TXNLEDG.RPT".
            MOVE WK-BAD-CT            TO RETURN-CODE.
       P-010-END.
            DISPLAY "TXNLEDG END".
            GOBACK
            .
      *
       P-015-PARAMETERS.
            ACCEPT WK-SYS-DATE        FROM DATE YYYYMMDD.
            DISPLAY "LG-FROM"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-FROM          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-FROM = SPACES
                COMPUTE WK-FROM-DATE = WK-SYS-DATE / 100 * 100 + 1
            ELSE
                IF WK-ENV-FROM IS NOT NUMERIC
                    DISPLAY "LG-FROM MUST BE YYYYMMDD: " WK-ENV-FROM
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-FROM      TO WK-FROM-DATE
            END-IF.
            DISPLAY "LG-TO"             UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-TO            FROM ENVIRONMENT-VALUE.
            IF WK-ENV-TO = SPACES
                MOVE WK-SYS-DATE      TO WK-TO-DATE
            ELSE
                IF WK-ENV-TO IS NOT NUMERIC
                    DISPLAY "LG-TO MUST BE YYYYMMDD: " WK-ENV-TO
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-TO        TO WK-TO-DATE
            END-IF.
            IF WK-FROM-DATE > WK-TO-DATE
                DISPLAY "LG-FROM IS AFTER LG-TO"
                MOVE 1                TO RETURN-CODE
                GO TO P-015-EXIT
            END-IF.
            DISPLAY "LG-CUST"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-CUST          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-CUST NOT = SPACES
               AND WK-ENV-CUST IS NOT NUMERIC
                DISPLAY "LG-CUST MUST BE 6 DIGITS: " WK-ENV-CUST
                MOVE 1                TO RETURN-CODE
            END-IF.
       P-015-EXIT.
            EXIT.
      *
      *    最後の*COMMIT*行の位置。それより後の行はマスタへの
      *    書き戻しが済んでいないので元帳に載せない。
       P-025-FIND-LAST-COMMIT.
            MOVE ZERO                 TO WK-LINE-NO WK-COMMIT-LINE.
            OPEN INPUT JRNL-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-026-COMMIT-ONE UNTIL WK-EOF.
            CLOSE JRNL-FILE.
      *
       P-026-COMMIT-ONE.
            READ JRNL-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    IF JRN-TXN-ID = "*COMMIT*"
                        MOVE WK-LINE-NO   TO WK-COMMIT-LINE
                    END-IF
            END-READ.
      *
       P-030-READ-SORTED.
            READ LEDG-SORT-OUT
                AT END        SET WK-EOF          TO TRUE
            END-READ.
      *
      *    1顧客分。期間前の行で繰越を、期間の行で明細を、期間後の
      *    最初の行で突き合わせ先を決める。
       P-040-ONE-CUSTOMER.
            MOVE SO-CUST              TO WK-GROUP-CUST.
            MOVE "N"                  TO WK-OPEN-SW WK-NEXT-SW
                                          WK-GROUP-BAD-SW
                                          WK-CU-FOUND-SW.
            MOVE ZERO                 TO WK-OPENING WK-DEP-TOTAL
                                          WK-WDR-TOTAL WK-GROUP-TXN-CT.
      *    顧客ファイルの行(各顧客の先頭)から氏名と現在の残高を取る。
            IF SO-CUST-ROW
                SET WK-CU-FOUND       TO TRUE
                MOVE SO-NAME          TO WK-CU-NAME
                MOVE SO-BEFORE        TO WK-CU-BALANCE
                PERFORM P-030-READ-SORTED
                   UNTIL WK-EOF OR SO-CUST NOT = WK-GROUP-CUST
                      OR NOT SO-CUST-ROW
            END-IF.
      *    ジャーナルの行が1つも無い顧客は、指定の顧客のときだけ
      *    繰越と期末残高を刷る。
            IF WK-EOF OR SO-CUST NOT = WK-GROUP-CUST
                IF WK-ENV-CUST NOT = SPACES
                    PERFORM P-038-NO-JOURNAL
                END-IF
                GO TO P-040-EXIT
            END-IF.
            PERFORM P-042-BEFORE-RANGE
               UNTIL WK-EOF OR SO-CUST NOT = WK-GROUP-CUST
                  OR NOT SO-BEFORE-RANGE.
            IF WK-EOF OR SO-CUST NOT = WK-GROUP-CUST
               OR NOT SO-IN-RANGE
                IF WK-ENV-CUST = SPACES
                    PERFORM P-030-READ-SORTED
                       UNTIL WK-EOF OR SO-CUST NOT = WK-GROUP-CUST
                    GO TO P-040-EXIT
                END-IF
            END-IF.
            IF NOT WK-OPEN-KNOWN
                MOVE SO-BEFORE        TO WK-OPENING
            END-IF.
            ADD 1                     TO WK-CUST-CT.
            MOVE WK-OPENING           TO WK-RUNNING.
            PERFORM P-050-HEAD.
            PERFORM P-044-IN-RANGE
               UNTIL WK-EOF OR SO-CUST NOT = WK-GROUP-CUST
                  OR NOT SO-IN-RANGE.
            IF NOT WK-EOF AND SO-CUST = WK-GROUP-CUST
                SET WK-NEXT-KNOWN     TO TRUE
                MOVE SO-BEFORE        TO WK-EXPECTED
            END-IF.
            PERFORM P-030-READ-SORTED
               UNTIL WK-EOF OR SO-CUST NOT = WK-GROUP-CUST.
            PERFORM P-060-CLOSE-CUSTOMER.
       P-040-EXIT.
            EXIT.
      *
       P-042-BEFORE-RANGE.
            MOVE SO-AFTER             TO WK-OPENING.
            SET WK-OPEN-KNOWN         TO TRUE.
            PERFORM P-030-READ-SORTED.
      *
      *    期間の取引1件。更新前残高が直前の差引残高と合わなければ
      *    ジャーナルの外で残高が動いている。
       P-044-IN-RANGE.
            ADD 1                     TO WK-GROUP-TXN-CT WK-TXN-CT.
            IF SO-BEFORE NOT = WK-RUNNING
                MOVE SO-BEFORE        TO WK-ED-AMOUNT
                MOVE WK-RUNNING       TO WK-ED-AMOUNT-2
                MOVE SPACES           TO PS-LINE
                STRING "  *** 不一致 *** 更新前残高"
                                              DELIMITED BY SIZE
                       WK-ED-AMOUNT   DELIMITED BY SIZE
                       " が差引残高"  DELIMITED BY SIZE
                       WK-ED-AMOUNT-2 DELIMITED BY SIZE
                       " と合わない"  DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
                SET WK-GROUP-BAD      TO TRUE
                MOVE SO-BEFORE        TO WK-RUNNING
            END-IF.
            COMPUTE WK-TXN-AMOUNT = SO-AFTER - SO-BEFORE.
            MOVE SO-TYPE              TO WK-TYPE.
            IF WK-TYPE = "R"
                MOVE SPACE            TO WK-TYPE
            END-IF.
            IF WK-TYPE NOT = "D" AND WK-TYPE NOT = "W"
                IF WK-TXN-AMOUNT < ZERO
                    MOVE "W"          TO WK-TYPE
                ELSE
                    MOVE "D"          TO WK-TYPE
                END-IF
            END-IF.
            IF WK-TXN-AMOUNT < ZERO
                COMPUTE WK-TXN-AMOUNT = 0 - WK-TXN-AMOUNT
            END-IF.
            MOVE SPACES               TO PS-LINE.
            IF SO-DATE IS NUMERIC
                MOVE SO-DATE          TO WK-ED-DATE
                MOVE WK-ED-DATE       TO PS-LINE(3:10)
            END-IF.
            MOVE SO-TXN-ID            TO PS-LINE(15:8).
            MOVE WK-TXN-AMOUNT        TO WK-ED-AMOUNT.
            IF WK-TYPE = "D"
                ADD WK-TXN-AMOUNT     TO WK-RUNNING WK-DEP-TOTAL
                MOVE "入金"           TO PS-LINE(25:6)
                MOVE WK-ED-AMOUNT     TO PS-LINE(31:15)
            ELSE
                SUBTRACT WK-TXN-AMOUNT FROM WK-RUNNING
                ADD WK-TXN-AMOUNT     TO WK-WDR-TOTAL
                MOVE "出金"           TO PS-LINE(25:6)
                MOVE WK-ED-AMOUNT     TO PS-LINE(47:15)
            END-IF.
      *    取消は増減の向きの欄に刷り、区分を取消にして元の取引を
      *    添える。取り消された元の行には取消の取引番号を添える。
            IF SO-TYPE = "R"
                MOVE "取消"           TO PS-LINE(25:6)
                MOVE SPACES           TO PS-LINE(79:30)
                STRING "元取引 "      DELIMITED BY SIZE
                       SO-LINK-ID     DELIMITED BY SIZE
                              INTO PS-LINE(79:30)
            END-IF.
            IF SO-REV-BY NOT = SPACES
                STRING "取消済 "      DELIMITED BY SIZE
                       SO-REV-BY      DELIMITED BY SIZE
                              INTO PS-LINE(79:30)
            END-IF.
            MOVE WK-RUNNING           TO WK-ED-AMOUNT-2.
            MOVE WK-ED-AMOUNT-2       TO PS-LINE(63:15).
            PERFORM P-090-WRITE.
            PERFORM P-030-READ-SORTED.
      *
      *    指定の顧客にジャーナルの行が1つも無いとき。繰越は現在の
      *    残高で、期間の取引は無い。
       P-038-NO-JOURNAL.
            MOVE WK-ENV-CUST-N        TO WK-GROUP-CUST.
            MOVE "N"                  TO WK-NEXT-SW WK-GROUP-BAD-SW.
            MOVE ZERO                 TO WK-DEP-TOTAL WK-WDR-TOTAL
                                          WK-GROUP-TXN-CT.
            IF WK-CU-FOUND
                MOVE WK-CU-BALANCE    TO WK-OPENING
            ELSE
                MOVE ZERO             TO WK-OPENING
            END-IF.
            ADD 1                     TO WK-CUST-CT.
            MOVE WK-OPENING           TO WK-RUNNING.
            PERFORM P-050-HEAD.
            PERFORM P-060-CLOSE-CUSTOMER.
      *
      *    顧客の見出しと前期繰越。
       P-050-HEAD.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-FROM-DATE         TO WK-ED-DATE.
            MOVE WK-TO-DATE           TO WK-ED-DATE-2.
            MOVE SPACES               TO PS-LINE.
            IF NOT WK-CU-FOUND
                STRING "  顧客番号 "  DELIMITED BY SIZE
                       WK-GROUP-CUST  DELIMITED BY SIZE
                       "  (顧客ファイルに無い)"
                                      DELIMITED BY SIZE
                              INTO PS-LINE
            ELSE
                STRING "  顧客番号 "  DELIMITED BY SIZE
                       WK-GROUP-CUST  DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-CU-NAME     DELIMITED BY SIZE
                              INTO PS-LINE
            END-IF.
            MOVE "期間 "              TO PS-LINE(63:5).
            MOVE WK-ED-DATE           TO PS-LINE(68:10).
            MOVE " - "                TO PS-LINE(78:3).
            MOVE WK-ED-DATE-2         TO PS-LINE(81:10).
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "  日付        取引番号  区分"
                                              DELIMITED BY SIZE
                   "          入金額          出金額"
                                              DELIMITED BY SIZE
                   "        差引残高"          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE "前期繰越"           TO PS-LINE(15:12).
            MOVE WK-OPENING           TO WK-ED-AMOUNT.
            MOVE WK-ED-AMOUNT         TO PS-LINE(63:15).
            PERFORM P-090-WRITE.
      *
      *    期末残高と突き合わせ。期間後に取引があればその更新前
      *    残高、無ければ顧客ファイルの現在の残高と比べる。
       P-060-CLOSE-CUSTOMER.
            MOVE SPACES               TO PS-LINE.
            MOVE "期末残高"           TO PS-LINE(15:12).
            MOVE WK-DEP-TOTAL         TO WK-ED-AMOUNT.
            MOVE WK-ED-AMOUNT         TO PS-LINE(31:15).
            MOVE WK-WDR-TOTAL         TO WK-ED-AMOUNT.
            MOVE WK-ED-AMOUNT         TO PS-LINE(47:15).
            MOVE WK-RUNNING           TO WK-ED-AMOUNT.
            MOVE WK-ED-AMOUNT         TO PS-LINE(63:15).
            MOVE WK-GROUP-TXN-CT      TO WK-ED-COUNT.
            STRING "  取引"           DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                   "件"               DELIMITED BY SIZE
                              INTO PS-LINE(79:20).
            PERFORM P-090-WRITE.
            IF NOT WK-NEXT-KNOWN
                IF NOT WK-CU-FOUND
                    MOVE SPACES       TO PS-LINE
                    STRING "  *** 不一致 *** "  DELIMITED BY SIZE
                           "顧客ファイルに無い顧客"
                                      DELIMITED BY SIZE
                              INTO PS-LINE
                    PERFORM P-090-WRITE
                    SET WK-GROUP-BAD  TO TRUE
                ELSE
                    MOVE WK-CU-BALANCE  TO WK-EXPECTED
                END-IF
            END-IF.
            IF WK-NEXT-KNOWN OR WK-CU-FOUND
                IF WK-RUNNING NOT = WK-EXPECTED
                    COMPUTE WK-DIFF = WK-RUNNING - WK-EXPECTED
                    MOVE WK-RUNNING   TO WK-ED-AMOUNT
                    MOVE WK-EXPECTED  TO WK-ED-AMOUNT-2
                    MOVE WK-DIFF      TO WK-ED-AMOUNT-3
                    MOVE SPACES       TO PS-LINE
                    IF WK-NEXT-KNOWN
                        STRING "  *** 不一致 *** "
                                      DELIMITED BY SIZE
                               "期間後の更新前残高"
                                      DELIMITED BY SIZE
                               WK-ED-AMOUNT-2  DELIMITED BY SIZE
                               "  差額"        DELIMITED BY SIZE
                               WK-ED-AMOUNT-3  DELIMITED BY SIZE
                              INTO PS-LINE
                    ELSE
                        STRING "  *** 不一致 *** "
                                      DELIMITED BY SIZE
                               "顧客ファイルの残高"
                                      DELIMITED BY SIZE
                               WK-ED-AMOUNT-2  DELIMITED BY SIZE
                               "  差額"        DELIMITED BY SIZE
                               WK-ED-AMOUNT-3  DELIMITED BY SIZE
                              INTO PS-LINE
                    END-IF
                    PERFORM P-090-WRITE
                    SET WK-GROUP-BAD  TO TRUE
                END-IF
            END-IF.
            IF WK-GROUP-BAD
                ADD 1                 TO WK-BAD-CT
            END-IF.
      *
       P-070-TOTALS.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-CUST-CT           TO WK-ED-COUNT.
            STRING "  顧客数:"        DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-TXN-CT            TO WK-ED-COUNT.
            STRING "  取引件数:"      DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-BAD-CT            TO WK-ED-COUNT.
            STRING "  不一致の顧客:"  DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      ******************************************************************
      *    取消の組を結ぶSORTの入力手続き。コミット済みの行を期間の
      *    前・中・後に振り分けてRELEASEし(顧客の指定があればその
      *    顧客だけ)、取消の行はもう1件、元の取引番号をキーにした
      *    結びとしてRELEASEする。
      ******************************************************************
       S-100-SELECT-JRNL     SECTION.
       S-105.
            MOVE ZERO                 TO WK-LINE-NO.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT JRNL-FILE.
            PERFORM S-110-SELECT-ONE
               UNTIL WK-EOF OR WK-LINE-NO >= WK-COMMIT-LINE.
            CLOSE JRNL-FILE.
            GO TO S-199-EXIT.
      *
       S-110-SELECT-ONE.
            READ JRNL-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    IF JRN-TXN-ID NOT = "*COMMIT*"
                       AND JRNL-REC NOT = SPACES
                        PERFORM S-120-RELEASE-ONE
                    END-IF
            END-READ.
      *
       S-120-RELEASE-ONE.
            IF WK-ENV-CUST = SPACES
               OR JRN-CUST = WK-ENV-CUST-N
                MOVE SPACES           TO LW-REC
                MOVE JRN-TXN-ID       TO LW-ID
                MOVE WK-LINE-NO       TO LW-LINE
                MOVE "1"              TO LW-ROLE
                MOVE JRN-CUST         TO LW-CUST
                EVALUATE TRUE
                    WHEN JRN-POST-DATE IS NOT NUMERIC
                        MOVE "P"      TO LW-ZONE
                    WHEN JRN-POST-DATE < WK-FROM-DATE
                        MOVE "P"      TO LW-ZONE
                    WHEN JRN-POST-DATE > WK-TO-DATE
                        MOVE "A"      TO LW-ZONE
                    WHEN OTHER
                        MOVE "R"      TO LW-ZONE
                END-EVALUATE
                MOVE JRN-TXN-ID       TO LW-TXN-ID
                MOVE JRN-BEFORE       TO LW-BEFORE
                MOVE JRN-AFTER        TO LW-AFTER
                MOVE JRN-TYPE         TO LW-TYPE
                MOVE JRN-POST-DATE    TO LW-DATE
                IF JRN-TYPE = "R"
                    MOVE JRN-LINK-ID  TO LW-LINK-ID
                END-IF
                RELEASE LW-REC
                IF JRN-TYPE = "R" AND JRN-LINK-ID NOT = SPACES
                    MOVE SPACES       TO LW-REC
                    MOVE JRN-LINK-ID  TO LW-ID
                    MOVE WK-LINE-NO   TO LW-LINE
                    MOVE "2"          TO LW-ROLE
                    MOVE JRN-TXN-ID   TO LW-TXN-ID
                    RELEASE LW-REC
                END-IF
            END-IF.
      *
       S-199-EXIT.
            EXIT.
      ******************************************************************
      *    元帳のSORTの入力手続き。取引番号ごとに行の逆順で読むので、
      *    行より先に読んだ結びがその行より後の最初の取消になる。
      *    続けて顧客ファイルの行を行番号0でRELEASEする。
      ******************************************************************
       S-200-RELEASE-LEDG    SECTION.
       S-205.
            MOVE LOW-VALUES           TO WK-LAST-ID.
            MOVE SPACES               TO WK-LAST-REV.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT LINK-SORT-OUT.
            PERFORM S-210-LINK-ONE UNTIL WK-EOF.
            CLOSE LINK-SORT-OUT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT TDATA-FILE.
            PERFORM S-220-CUST-ONE UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            GO TO S-299-EXIT.
      *
       S-210-LINK-ONE.
            READ LINK-SORT-OUT
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF LO-ID NOT = WK-LAST-ID
                        MOVE LO-ID    TO WK-LAST-ID
                        MOVE SPACES   TO WK-LAST-REV
                    END-IF
                    IF LO-LINK-ROW
                        MOVE LO-TXN-ID    TO WK-LAST-REV
                    ELSE
                        PERFORM S-215-RELEASE-LINE
                    END-IF
            END-READ.
      *
       S-215-RELEASE-LINE.
            MOVE SPACES               TO SW-REC.
            MOVE LO-CUST              TO SW-CUST.
            MOVE LO-LINE              TO SW-LINE.
            MOVE LO-ZONE              TO SW-ZONE.
            MOVE LO-TXN-ID            TO SW-TXN-ID.
            MOVE LO-BEFORE            TO SW-BEFORE.
            MOVE LO-AFTER             TO SW-AFTER.
            MOVE LO-TYPE              TO SW-TYPE.
            MOVE LO-DATE              TO SW-DATE.
            MOVE LO-LINK-ID           TO SW-LINK-ID.
            MOVE WK-LAST-REV          TO SW-REV-BY.
            RELEASE SW-REC.
      *
       S-220-CUST-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                       AND (WK-ENV-CUST = SPACES
                            OR CUST-SEQ-NO = WK-ENV-CUST-N)
                        MOVE SPACES         TO SW-REC
                        MOVE CUST-SEQ-NO    TO SW-CUST
                        MOVE ZERO           TO SW-LINE SW-AFTER
                        MOVE "C"            TO SW-ZONE
                        MOVE CUST-BALANCE   TO SW-BEFORE
                        MOVE CUSTOMER-REC(7:20)  TO SW-NAME
                        RELEASE SW-REC
                    END-IF
            END-READ.
      *
       S-299-EXIT.
            EXIT.
      ******************************************************************
