      ******************************************************************
      *    テストケース：POSTPRF
      *    プログラム名：日本語化テスト 取引反映の日計表
      *    処理概要　　：TXNPOSTの直後に流し、その実行で帳簿が
      *                  合っていることを証明する日計表をPRTSRVで
      *                  刷る。実行記録TXNRUN.DATの最後の行(反映前
      *                  の管理合計、入金・出金の件数と金額、撥ね・
      *                  保留などの件数、反映後の管理合計)を読み、
      *                  次の3つを確かめる。
      *                   1. 前日残高＋入金−出金±取消(＋再開時の
      *                      再適用)＝当日残高(管理合計)
      *                   2. 取引ジャーナルTXNJRNL.DATの最後の
      *                      *COMMIT*までの1実行分の行を種別ごとに
      *                      足した件数・金額が実行記録と一致する
      *                   3. 顧客ファイルTESTDATA.DATの件数と残高の
      *                      合計が当日残高(管理合計)と一致する
      *                  すべて合えばBALANCED、1つでも外れれば
      *                  OUT-OF-BALANCEと刷る。
      *                  その実行の取消(種別R)は、取消と元の取引の
      *                  組として一覧に刷る。一覧は500組まで、
      *                  超えた組は件数だけを刷る(合計には含む)。
      *  --------------------------------------------------------------
      *   計上日は実行記録の反映日を和暦(WAREKI)で見出しに刷る。
      *   ジャーナルの1実行分は、最後の*COMMIT*の1つ前の*COMMIT*
      *   (無ければ先頭)より後の行。再開時に再適用した前回の
      *   未コミット分もこの中に入るので、ジャーナルの合計は
      *   入金−出金±取消＋再適用分の増減で比べる。
      *   取消の件数・増減を持たない古い実行記録は0として読む。
      *   起算日待ちの件数(預けた・起算日が来て反映した)も同じ。
      *   起算日が来て反映した取引は入金・出金の件数に含まれる。
      *   戻り値: BALANCEDは0、OUT-OF-BALANCEは12(JOBCHAINの
      *           許容RCを超えて連鎖を止める)、実行記録・顧客
      *           ファイルが無いときは1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           POSTPRF.
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
           COPY TRUNSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       COPY TXNJFD.
       COPY TRUNFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-RUN-SEEN-SW     PIC X       VALUE "N".
           88  WK-RUN-SEEN                VALUE "Y".
      *
      *    最後の実行記録の写し。
       01  WK-RUN-REC         PIC X(240).
      *
      *    管理トレーラ(TDGEN・TXNPOSTが書く件数+残高ハッシュ合計)。
       COPY CUSTTRL.
       01  WK-CTRL-SEEN-SW    PIC X      VALUE "N".
           88  WK-CTRL-SEEN               VALUE "Y".
      *
      *    ジャーナルの1実行分の範囲と種別ごとの合計。
       01  WK-LINE-NO         PIC 9(07)  VALUE ZERO.
       01  WK-COMMIT-LINE     PIC 9(07)  VALUE ZERO.
       01  WK-PREV-COMMIT     PIC 9(07)  VALUE ZERO.
       01  WK-JRN-AMOUNT      PIC S9(11)V9(02).
       01  WK-JRN-TYPE        PIC X(01).
       01  WK-J-DEP-CT        PIC 9(05)  VALUE ZERO.
       01  WK-J-DEP-AMOUNT    PIC S9(11)V9(02)  VALUE ZERO.
       01  WK-J-WDR-CT        PIC 9(05)  VALUE ZERO.
       01  WK-J-WDR-AMOUNT    PIC S9(11)V9(02)  VALUE ZERO.
       01  WK-J-NET           PIC S9(11)V9(02).
       01  WK-R-NET           PIC S9(11)V9(02).
       01  WK-J-REV-CT        PIC 9(05)  VALUE ZERO.
       01  WK-J-REV-NET       PIC S9(11)V9(02)  VALUE ZERO.
      *
      *    その実行の取消の組(取消・元の取引・顧客・増減)。
       01  WK-RV-TAB.
           05  WK-RV-ENTRY  OCCURS 500 TIMES INDEXED BY IDX-RV.
               10  WK-RV-TXN-ID       PIC X(08).
               10  WK-RV-ORIG-ID      PIC X(08).
               10  WK-RV-CUST         PIC 9(06).
               10  WK-RV-AMOUNT       PIC S9(09)V9(02).
       01  WK-RV-COUNT        PIC 9(03)  COMP  VALUE ZERO.
      *    表に載せきれなかった組の数(合計には含む)。
       01  WK-RV-OVER-CT      PIC 9(05)  VALUE ZERO.
      *
      *    顧客ファイルの件数と残高合計。
       01  WK-FILE-COUNT      PIC 9(07)  VALUE ZERO.
       01  WK-FILE-TOTAL      PIC S9(09)V9(02)  VALUE ZERO.
      *
      *    検証。
       01  WK-CALC-CLOSE      PIC S9(11)V9(02).
       01  WK-DIFF            PIC S9(11)V9(02).
       01  WK-CHECK-1-SW      PIC X(01).
       01  WK-CHECK-2-SW      PIC X(01).
       01  WK-CHECK-3-SW      PIC X(01).
       01  WK-VERDICT         PIC X(14).
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
       01  WK-ED-COUNT        PIC Z,ZZZ,ZZ9.
       01  WK-ED-COUNT-X  REDEFINES WK-ED-COUNT  PIC X(09).
       01  WK-ED-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WK-LABEL           PIC X(30).
       01  WK-MARK            PIC X(10).
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "POSTPRF START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-020-LAST-RUN.
            IF NOT WK-RUN-SEEN
                DISPLAY "TXNRUN.DAT HAS NO RUN RECORD - RUN TXNPOST"
                MOVE 1                TO RETURN-CODE
                GO TO P-010-END
            END-IF.
            MOVE WK-RUN-REC           TO TXN-RUN-REC.
            IF TR-REV-COUNT IS NOT NUMERIC
                MOVE ZERO             TO TR-REV-COUNT TR-REV-NET
            END-IF.
            IF TR-PEND-COUNT IS NOT NUMERIC
               OR TR-PREL-COUNT IS NOT NUMERIC
                MOVE ZERO             TO TR-PEND-COUNT TR-PREL-COUNT
            END-IF.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-010-END
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-030-SUM-FILE UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            PERFORM P-040-FIND-SEGMENT.
            OPEN INPUT JRNL-FILE.
            MOVE ZERO                 TO WK-LINE-NO.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-044-SUM-JRNL
               UNTIL WK-EOF OR WK-LINE-NO >= WK-COMMIT-LINE.
            CLOSE JRNL-FILE.
            PERFORM P-050-VERIFY.
            PERFORM P-060-PRINT.
            DISPLAY "POSTING PROOF " TR-POST-DATE ": " WK-VERDICT.
            IF WK-VERDICT NOT = "BALANCED"
                MOVE 12               TO RETURN-CODE
            END-IF.
       P-010-END.
            DISPLAY "POSTPRF END".
            GOBACK
            .
      *
      *    実行記録の最後の行を取る。
       P-020-LAST-RUN.
            OPEN INPUT TXN-RUN-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-022-RUN-ONE UNTIL WK-EOF.
            CLOSE TXN-RUN-FILE.
      *
       P-022-RUN-ONE.
            READ TXN-RUN-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF TXN-RUN-REC NOT = SPACES
                        MOVE TXN-RUN-REC  TO WK-RUN-REC
                        SET WK-RUN-SEEN   TO TRUE
                    END-IF
            END-READ.
      *
      *    顧客ファイルの件数と残高合計(管理トレーラは別に取る)。
       P-030-SUM-FILE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) = "*CONTROL*"
                        MOVE CUSTOMER-REC  TO WK-CTRL-REC
                        SET WK-CTRL-SEEN   TO TRUE
                    ELSE
                        ADD 1         TO WK-FILE-COUNT
                        ADD CUST-BALANCE  TO WK-FILE-TOTAL
                            ON SIZE ERROR CONTINUE
                        END-ADD
                    END-IF
            END-READ.
      *
      *    最後の*COMMIT*とその1つ前の*COMMIT*の行位置。
       P-040-FIND-SEGMENT.
            MOVE ZERO                 TO WK-LINE-NO WK-COMMIT-LINE
                                          WK-PREV-COMMIT.
            OPEN INPUT JRNL-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-042-COMMIT-ONE UNTIL WK-EOF.
            CLOSE JRNL-FILE.
      *
       P-042-COMMIT-ONE.
            READ JRNL-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    IF JRN-TXN-ID = "*COMMIT*"
                        MOVE WK-COMMIT-LINE  TO WK-PREV-COMMIT
                        MOVE WK-LINE-NO      TO WK-COMMIT-LINE
                    END-IF
            END-READ.
      *
      *    1実行分の行を種別ごとに足す。種別の無い古い行は残高の
      *    増減で入金・出金を決める。
       P-044-SUM-JRNL.
            READ JRNL-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    IF WK-LINE-NO > WK-PREV-COMMIT
                       AND JRN-TXN-ID NOT = "*COMMIT*"
                       AND JRNL-REC NOT = SPACES
                        PERFORM P-046-ADD-ONE THRU P-046-EXIT
                    END-IF
            END-READ.
      *
       P-046-ADD-ONE.
            COMPUTE WK-JRN-AMOUNT = JRN-AFTER - JRN-BEFORE.
            MOVE JRN-TYPE             TO WK-JRN-TYPE.
            IF WK-JRN-TYPE = "R"
                PERFORM P-048-ADD-REVERSAL
                GO TO P-046-EXIT
            END-IF.
            IF WK-JRN-TYPE NOT = "D" AND WK-JRN-TYPE NOT = "W"
                IF WK-JRN-AMOUNT < ZERO
                    MOVE "W"          TO WK-JRN-TYPE
                ELSE
                    MOVE "D"          TO WK-JRN-TYPE
                END-IF
            END-IF.
            IF WK-JRN-TYPE = "D"
                ADD 1                 TO WK-J-DEP-CT
                ADD WK-JRN-AMOUNT     TO WK-J-DEP-AMOUNT
            ELSE
                ADD 1                 TO WK-J-WDR-CT
                SUBTRACT WK-JRN-AMOUNT FROM WK-J-WDR-AMOUNT
            END-IF.
       P-046-EXIT.
            EXIT.
      *
       P-048-ADD-REVERSAL.
            ADD 1                     TO WK-J-REV-CT.
            ADD WK-JRN-AMOUNT         TO WK-J-REV-NET.
            IF WK-RV-COUNT < 500
                ADD 1                 TO WK-RV-COUNT
                SET IDX-RV            TO WK-RV-COUNT
                MOVE JRN-TXN-ID       TO WK-RV-TXN-ID(IDX-RV)
                MOVE JRN-LINK-ID      TO WK-RV-ORIG-ID(IDX-RV)
                MOVE JRN-CUST         TO WK-RV-CUST(IDX-RV)
                MOVE WK-JRN-AMOUNT    TO WK-RV-AMOUNT(IDX-RV)
            ELSE
                ADD 1                 TO WK-RV-OVER-CT
            END-IF.
      *
      *    3つの検証。
       P-050-VERIFY.
            COMPUTE WK-CALC-CLOSE = TR-OPEN-HASH + TR-DEP-AMOUNT
                                  - TR-WDR-AMOUNT + TR-REV-NET
                                  + TR-REPLAY-NET.
            IF WK-CALC-CLOSE = TR-CLOSE-HASH
                MOVE "Y"              TO WK-CHECK-1-SW
            ELSE
                MOVE "N"              TO WK-CHECK-1-SW
            END-IF.
            COMPUTE WK-J-NET = WK-J-DEP-AMOUNT - WK-J-WDR-AMOUNT
                             + WK-J-REV-NET.
            COMPUTE WK-R-NET = TR-DEP-AMOUNT - TR-WDR-AMOUNT
                             + TR-REV-NET + TR-REPLAY-NET.
            IF WK-J-NET = WK-R-NET
               AND WK-J-DEP-CT + WK-J-WDR-CT + WK-J-REV-CT
                 = TR-DEP-COUNT + TR-WDR-COUNT + TR-REV-COUNT
                 + TR-REPLAY-COUNT
                MOVE "Y"              TO WK-CHECK-2-SW
            ELSE
                MOVE "N"              TO WK-CHECK-2-SW
            END-IF.
            IF WK-FILE-COUNT = TR-CLOSE-COUNT
               AND WK-FILE-TOTAL = TR-CLOSE-HASH
               AND WK-CTRL-SEEN
               AND CTRL-COUNT = TR-CLOSE-COUNT
               AND CTRL-HASH = TR-CLOSE-HASH
                MOVE "Y"              TO WK-CHECK-3-SW
            ELSE
                MOVE "N"              TO WK-CHECK-3-SW
            END-IF.
            IF WK-CHECK-1-SW = "Y" AND WK-CHECK-2-SW = "Y"
               AND WK-CHECK-3-SW = "Y"
                MOVE "BALANCED"       TO WK-VERDICT
            ELSE
                MOVE "OUT-OF-BALANCE" TO WK-VERDICT
            END-IF.
      *
       P-060-PRINT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "POSTPRF.RPT"         TO PS-REPORT-NAME.
            MOVE "日計表(取引反映)"    TO PS-TITLE.
            MOVE TR-STAMP             TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE ZERO                 TO WK-WR-IN.
            IF TR-POST-DATE IS NUMERIC
                MOVE TR-POST-DATE     TO WK-WR-IN
            END-IF.
            PERFORM P-080-WAREKI-EDIT.
            MOVE SPACES               TO PS-LINE.
            STRING "  計上日 "        DELIMITED BY SIZE
                   WK-WR-OUT          DELIMITED BY "  "
                   "  実行 "          DELIMITED BY SIZE
                   TR-STAMP           DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "  区分"             TO PS-LINE.
            MOVE "件数"               TO PS-LINE(37:6).
            MOVE "金額"               TO PS-LINE(59:6).
            PERFORM P-090-WRITE.
            MOVE "前日残高(管理合計)" TO WK-LABEL.
            MOVE TR-OPEN-COUNT        TO WK-ED-COUNT.
            MOVE TR-OPEN-HASH         TO WK-ED-AMOUNT.
            PERFORM P-062-AMOUNT-LINE.
            MOVE "入金(+)"            TO WK-LABEL.
            MOVE TR-DEP-COUNT         TO WK-ED-COUNT.
            MOVE TR-DEP-AMOUNT        TO WK-ED-AMOUNT.
            PERFORM P-062-AMOUNT-LINE.
            MOVE "出金(-)"            TO WK-LABEL.
            MOVE TR-WDR-COUNT         TO WK-ED-COUNT.
            MOVE TR-WDR-AMOUNT        TO WK-ED-AMOUNT.
            PERFORM P-062-AMOUNT-LINE.
            MOVE "取消(+/-)"          TO WK-LABEL.
            MOVE TR-REV-COUNT         TO WK-ED-COUNT.
            MOVE TR-REV-NET           TO WK-ED-AMOUNT.
            PERFORM P-062-AMOUNT-LINE.
            MOVE "再開時の再適用(+/-)" TO WK-LABEL.
            MOVE TR-REPLAY-COUNT      TO WK-ED-COUNT.
            MOVE TR-REPLAY-NET        TO WK-ED-AMOUNT.
            PERFORM P-062-AMOUNT-LINE.
            MOVE "当日残高(計算)"     TO WK-LABEL.
            MOVE SPACES               TO WK-ED-COUNT-X.
            MOVE WK-CALC-CLOSE        TO WK-ED-AMOUNT.
            PERFORM P-062-AMOUNT-LINE.
            MOVE "当日残高(管理合計)" TO WK-LABEL.
            MOVE TR-CLOSE-COUNT       TO WK-ED-COUNT.
            MOVE TR-CLOSE-HASH        TO WK-ED-AMOUNT.
            PERFORM P-062-AMOUNT-LINE.
            COMPUTE WK-DIFF = WK-CALC-CLOSE - TR-CLOSE-HASH.
            MOVE "差額"               TO WK-LABEL.
            MOVE SPACES               TO WK-ED-COUNT-X.
            MOVE WK-DIFF              TO WK-ED-AMOUNT.
            MOVE WK-CHECK-1-SW        TO WK-MARK.
            PERFORM P-064-MARKED-LINE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "  照合" TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "ジャーナル 入金"    TO WK-LABEL.
            MOVE WK-J-DEP-CT          TO WK-ED-COUNT.
            MOVE WK-J-DEP-AMOUNT      TO WK-ED-AMOUNT.
            PERFORM P-062-AMOUNT-LINE.
            MOVE "ジャーナル 出金"    TO WK-LABEL.
            MOVE WK-J-WDR-CT          TO WK-ED-COUNT.
            MOVE WK-J-WDR-AMOUNT      TO WK-ED-AMOUNT.
            PERFORM P-062-AMOUNT-LINE.
            MOVE "ジャーナル 取消"    TO WK-LABEL.
            MOVE WK-J-REV-CT          TO WK-ED-COUNT.
            MOVE WK-J-REV-NET         TO WK-ED-AMOUNT.
            PERFORM P-062-AMOUNT-LINE.
            MOVE "ジャーナル 増減計"  TO WK-LABEL.
            MOVE SPACES               TO WK-ED-COUNT-X.
            MOVE WK-J-NET             TO WK-ED-AMOUNT.
            MOVE WK-CHECK-2-SW        TO WK-MARK.
            PERFORM P-064-MARKED-LINE.
            MOVE "顧客ファイル 残高計" TO WK-LABEL.
            MOVE WK-FILE-COUNT        TO WK-ED-COUNT.
            MOVE WK-FILE-TOTAL        TO WK-ED-AMOUNT.
            MOVE WK-CHECK-3-SW        TO WK-MARK.
            PERFORM P-064-MARKED-LINE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "  件数のみ" TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "撥ね(REJECTED)"     TO WK-LABEL.
            MOVE TR-REJECT-COUNT      TO WK-ED-COUNT.
            PERFORM P-066-COUNT-LINE.
            MOVE "反映済みで飛ばし"   TO WK-LABEL.
            MOVE TR-SKIP-COUNT        TO WK-ED-COUNT.
            PERFORM P-066-COUNT-LINE.
            MOVE "休眠口座で保留"     TO WK-LABEL.
            MOVE TR-HELD-COUNT        TO WK-ED-COUNT.
            PERFORM P-066-COUNT-LINE.
            MOVE "統合先へ振り向け"   TO WK-LABEL.
            MOVE TR-REDIR-COUNT       TO WK-ED-COUNT.
            PERFORM P-066-COUNT-LINE.
            MOVE "起算日待ちで保留"   TO WK-LABEL.
            MOVE TR-PEND-COUNT        TO WK-ED-COUNT.
            PERFORM P-066-COUNT-LINE.
            MOVE "起算日到来で反映"   TO WK-LABEL.
            MOVE TR-PREL-COUNT        TO WK-ED-COUNT.
            PERFORM P-066-COUNT-LINE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-070-REVERSAL-PAIRS.
            MOVE SPACES               TO PS-LINE.
            STRING "  判定: "         DELIMITED BY SIZE
                   WK-VERDICT         DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
       P-062-AMOUNT-LINE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-LABEL             TO PS-LINE(3:30).
            MOVE WK-ED-COUNT          TO PS-LINE(34:9).
            MOVE WK-ED-AMOUNT         TO PS-LINE(45:20).
            PERFORM P-090-WRITE.
      *
       P-064-MARKED-LINE.
            IF WK-MARK = "Y"
                MOVE "一致"           TO WK-MARK
            ELSE
                MOVE "*** 不一致"     TO WK-MARK
            END-IF.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-LABEL             TO PS-LINE(3:30).
            MOVE WK-ED-COUNT          TO PS-LINE(34:9).
            MOVE WK-ED-AMOUNT         TO PS-LINE(45:20).
            MOVE WK-MARK              TO PS-LINE(67:10).
            PERFORM P-090-WRITE.
      *
       P-066-COUNT-LINE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-LABEL             TO PS-LINE(3:30).
            MOVE WK-ED-COUNT          TO PS-LINE(34:9).
            PERFORM P-090-WRITE.
      *
      *    取消と元の取引の組の一覧。
       P-070-REVERSAL-PAIRS.
            MOVE "  取消の組"         TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "    取消      元の取引  顧客番号"
                                              DELIMITED BY SIZE
                   "          増減"           DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-072-PAIR-ONE
               VARYING IDX-RV FROM 1 BY 1
                  UNTIL IDX-RV > WK-RV-COUNT.
            IF WK-RV-COUNT = ZERO
                MOVE "    (取消なし)"  TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            IF WK-RV-OVER-CT > ZERO
                MOVE WK-RV-OVER-CT    TO WK-ED-COUNT
                MOVE SPACES           TO PS-LINE
                STRING "    (ほか"    DELIMITED BY SIZE
                       WK-ED-COUNT-X  DELIMITED BY SIZE
                       " 組は一覧に載せていない)"
                                      DELIMITED BY SIZE
                                  INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
      *
       P-072-PAIR-ONE.
            MOVE WK-RV-AMOUNT(IDX-RV)  TO WK-ED-AMOUNT.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-RV-TXN-ID(IDX-RV)  TO PS-LINE(5:8).
            MOVE "<-"                 TO PS-LINE(14:2).
            MOVE WK-RV-ORIG-ID(IDX-RV) TO PS-LINE(17:8).
            MOVE WK-RV-CUST(IDX-RV)   TO PS-LINE(27:6).
            MOVE WK-ED-AMOUNT         TO PS-LINE(35:20).
            PERFORM P-090-WRITE.
      *
      *    西暦YYYYMMDDをWAREKIで和暦の文字列へ。変換できない日付
      *    は西暦のまま。
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
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      ******************************************************************
