      ******************************************************************
      *    テストケース：SUSPMNT
      *    プログラム名：日本語化テスト 仮受の訂正と経過日数表
      *    処理概要　　：取引反映(TXNPOST)が撥ねて仮受ファイル
      *                  SUSPENSE.DATへ残した取引を扱う。
      *                  CORRECTは権限のある操作者が顧客番号・金額・
      *                  取引種別・取消の元取引番号・受付日時を直して
      *                  訂正済み(CORRECTED)にする。
      *                  訂正済みの行は次のTXNPOSTが読み直して反映
      *                  し、反映できた行は仮受から消える。
      *                  AGINGは仮受に残る行を届いた日からの経過
      *                  営業日数(BIZDAY)で1日・5日・10日以上に
      *                  区分して印字する。
      *  --------------------------------------------------------------
      *   環境変数:
      *     SU-ACTION   AGING(既定)=経過日数表 CORRECT=訂正
      *     SU-DATE     基準日YYYYMMDD(既定は当日)
      *     SU-TXN-ID   訂正する取引番号(CORRECT)
      *     SU-CUST     正しい顧客番号6桁(CORRECT、直すときだけ)
      *     SU-AMOUNT   正しい金額(半角数字、小数点以下2桁まで)
      *     SU-TYPE     正しい取引種別 D/W/R
      *     SU-ORIG-ID  取消(R)で取り消す正しい元の取引番号
      *     SU-RECEIVED 正しい受付日時YYYYMMDDHHMMSS(締めた会計
      *                 期間に起算日が入って撥ねた取引を、開いて
      *                 いる期間の受付として直すとき)
      *   CORRECTは上の5つの少なくとも1つを指定する。
      *   顧客番号は顧客ファイルか統合先対照表(CUSTXREF.TXT)に
      *   ある番号に限る。AUTHCHKで権限を確かめ、訂正前後の取引
      *   レコードを保守ジャーナル(MNTJRNL.DAT)へ残す。
      *   訂正はSUSPENSE.DATを1行ずつ作業ファイルSUSPMNT.TMPへ
      *   写しながら該当行だけ差し替え、元へ戻す(行数の上限なし)。
      *   経過日数表はSUSPMNT.RPTへ印字する。経過は届いた日から
      *   N営業日後が基準日以前ならN営業日経過とみなす。
      *   戻り値: AGINGは10営業日以上残っている未訂正の件数。
      *           指定誤り・該当なしは1、権限なしは8。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           SUSPMNT.
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
           COPY SUSPSL.
           SELECT SUSP-WORK-FILE      ASSIGN TO "SUSPMNT.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY CXRSL.
           COPY MNTJSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       COPY SUSPFD.
       FD  SUSP-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSP-WORK-REC          PIC X(142).
       COPY CXRFD.
       COPY MNTJFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ACTION          PIC X(10)  VALUE SPACES.
       01  WK-ENV-DATE        PIC X(08)  VALUE SPACES.
       01  WK-ENV-TXN-ID      PIC X(08)  VALUE SPACES.
       01  WK-ENV-CUST        PIC X(06)  VALUE SPACES.
       01  WK-ENV-CUST-N      REDEFINES WK-ENV-CUST
                              PIC 9(06).
       01  WK-ENV-AMOUNT      PIC X(36)  VALUE SPACES.
       01  WK-ENV-TYPE        PIC X(01)  VALUE SPACES.
       01  WK-ENV-ORIG-ID     PIC X(08)  VALUE SPACES.
       01  WK-ENV-RECEIVED    PIC X(14)  VALUE SPACES.
       01  WK-RUN-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    仮受の件数と、訂正する行の控え(SUSPFDと同じ並び)。
       01  WK-SP-COUNT        PIC 9(07)  COMP  VALUE ZERO.
       01  WK-SP-HIT-SW       PIC X      VALUE "N".
           88  WK-SP-HIT                  VALUE "Y".
       01  WK-SP-REC          PIC X(142).
      *
      *    顧客番号の確認用。
       01  WK-CU-HIT-SW       PIC X      VALUE "N".
           88  WK-CU-HIT                  VALUE "Y".
      *
      *    金額の書式確認用。
       01  WK-AMT-POS         PIC 9(03)  COMP.
       01  WK-AMT-POINT-CT    PIC 9(02)  COMP.
       01  WK-AMT-FRAC-CT     PIC 9(02)  COMP.
       01  WK-AMT-DIGIT-CT    PIC 9(03)  COMP.
       01  WK-AMT-END-SW      PIC X      VALUE "N".
           88  WK-AMT-END                 VALUE "Y".
       01  WK-AMT-BAD-SW      PIC X      VALUE "N".
           88  WK-AMT-BAD                 VALUE "Y".
      *
      *    経過区分(0=1日未満 1=1日以上 5=5日以上 T=10日以上)。
       01  WK-AGE-BAND        PIC X(01).
       01  WK-AGE-TEXT        PIC X(12).
       01  WK-ARRIVED-N       PIC 9(08).
       01  WK-BAND-00-CT      PIC 9(05)  VALUE ZERO.
       01  WK-BAND-01-CT      PIC 9(05)  VALUE ZERO.
       01  WK-BAND-05-CT      PIC 9(05)  VALUE ZERO.
       01  WK-BAND-10-CT      PIC 9(05)  VALUE ZERO.
       01  WK-CORRECTED-CT    PIC 9(05)  VALUE ZERO.
       01  WK-ED-COUNT-1      PIC ZZ,ZZ9.
       01  WK-ED-COUNT-2      PIC ZZ,ZZ9.
       01  WK-ED-COUNT-3      PIC ZZ,ZZ9.
       01  WK-ED-COUNT-4      PIC ZZ,ZZ9.
       01  WK-ED-DATE         PIC 9999/99/99.
      *
      *    保守ジャーナル用の前像・後像。
       01  WK-BEFORE-IMG      PIC X(100).
       01  WK-AFTER-IMG       PIC X(100).
      *
      *    BIZDAY(営業日計算)の受け渡し領域。
       01  BZ-PARM.
           05  BZ-FUNCTION              PIC X(01).
           05  BZ-DATE                  PIC 9(08).
           05  BZ-DAYS                  PIC 9(03).
           05  BZ-RESULT                PIC X(01).
           05  BZ-STATUS                PIC X(02).
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
            DISPLAY "SUSPMNT START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS THRU P-015-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            EVALUATE WK-ACTION
                WHEN "AGING"
                    PERFORM P-040-AGING
                WHEN "CORRECT"
                    PERFORM P-060-CORRECT THRU P-060-EXIT
                WHEN OTHER
                    DISPLAY "SU-ACTION MUST BE AGING/CORRECT"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
       P-010-END.
            DISPLAY "SUSPMNT END".
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "SU-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "AGING"          TO WK-ACTION
            END-IF.
            DISPLAY "SU-DATE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DATE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-DATE = SPACES
                ACCEPT WK-RUN-DATE    FROM DATE YYYYMMDD
            ELSE
                IF WK-ENV-DATE IS NOT NUMERIC
                    DISPLAY "SU-DATE MUST BE YYYYMMDD: " WK-ENV-DATE
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-DATE      TO WK-RUN-DATE
            END-IF.
            DISPLAY "SU-TXN-ID"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-TXN-ID        FROM ENVIRONMENT-VALUE.
            DISPLAY "SU-CUST"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-CUST          FROM ENVIRONMENT-VALUE.
            DISPLAY "SU-AMOUNT"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-AMOUNT        FROM ENVIRONMENT-VALUE.
            DISPLAY "SU-TYPE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-TYPE          FROM ENVIRONMENT-VALUE.
            DISPLAY "SU-ORIG-ID"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-ORIG-ID       FROM ENVIRONMENT-VALUE.
            DISPLAY "SU-RECEIVED"       UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-RECEIVED      FROM ENVIRONMENT-VALUE.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-RUN-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
       P-015-EXIT.
            EXIT.
      *
      *    経過日数表。仮受ファイルを1行ずつ読んで経過区分を求めて
      *    印字し、最後に区分ごとの件数を載せる。無ければ空のまま
      *    進む。
       P-040-AGING.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "SUSPMNT.RPT"         TO PS-REPORT-NAME.
            MOVE "仮受の経過日数表"    TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE WK-RUN-DATE          TO WK-ED-DATE.
            MOVE SPACES               TO PS-LINE.
            STRING "  基準日 "        DELIMITED BY SIZE
                   WK-ED-DATE         DELIMITED BY SIZE
                   "  (経過は営業日数)" DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "  取引番号  顧客番号  種別  金額"
                                              DELIMITED BY SIZE
                   "                理由            状態"
                                              DELIMITED BY SIZE
                   "       届いた日    経過"
                                              DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE ZERO                 TO WK-SP-COUNT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT SUSP-FILE.
            PERFORM P-042-AGE-ONE THRU P-042-EXIT UNTIL WK-EOF.
            CLOSE SUSP-FILE.
            IF WK-SP-COUNT = ZERO
                MOVE "  (仮受なし)"   TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-BAND-00-CT        TO WK-ED-COUNT-1.
            MOVE WK-BAND-01-CT        TO WK-ED-COUNT-2.
            MOVE WK-BAND-05-CT        TO WK-ED-COUNT-3.
            MOVE WK-BAND-10-CT        TO WK-ED-COUNT-4.
            STRING "  未訂正  1日未満:" DELIMITED BY SIZE
                   WK-ED-COUNT-1      DELIMITED BY SIZE
                   "  1日以上:"       DELIMITED BY SIZE
                   WK-ED-COUNT-2      DELIMITED BY SIZE
                   "  5日以上:"       DELIMITED BY SIZE
                   WK-ED-COUNT-3      DELIMITED BY SIZE
                   "  10日以上:"      DELIMITED BY SIZE
                   WK-ED-COUNT-4      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-CORRECTED-CT      TO WK-ED-COUNT-1.
            STRING "  訂正済み(次回の取引反映で反映):"
                                      DELIMITED BY SIZE
                   WK-ED-COUNT-1      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE WK-BAND-10-CT        TO RETURN-CODE.
      *
       P-042-AGE-ONE.
            READ SUSP-FILE
                AT END        SET WK-EOF          TO TRUE
            END-READ.
            IF WK-EOF OR SUSP-REC = SPACES
                GO TO P-042-EXIT
            END-IF.
            ADD 1                     TO WK-SP-COUNT.
            IF SP-CORRECTED
                ADD 1                 TO WK-CORRECTED-CT
                MOVE "(訂正済み)"     TO WK-AGE-TEXT
            ELSE
                PERFORM P-044-AGE-BAND
            END-IF.
            MOVE SPACES               TO PS-LINE.
            STRING "  "               DELIMITED BY SIZE
                   SP-TXN-ID          DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   SP-TXN-CUST        DELIMITED BY SIZE
                   "    "             DELIMITED BY SIZE
                   SP-TXN-TYPE        DELIMITED BY SIZE
                   "     "            DELIMITED BY SIZE
                   SP-TXN-AMOUNT(1:18) DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   SP-REASON          DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   SP-STATUS          DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   SP-ARRIVED         DELIMITED BY SIZE
                   "    "             DELIMITED BY SIZE
                   WK-AGE-TEXT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
       P-042-EXIT.
            EXIT.
      *
      *    届いた日からN営業日後(N=10,5,1)が基準日以前かを順に見る。
       P-044-AGE-BAND.
            IF SP-ARRIVED IS NUMERIC
                MOVE SP-ARRIVED       TO WK-ARRIVED-N
            ELSE
                MOVE WK-RUN-DATE      TO WK-ARRIVED-N
            END-IF.
            MOVE "0"                  TO WK-AGE-BAND.
            MOVE 10                   TO BZ-DAYS.
            PERFORM P-046-ADD-BIZDAYS.
            IF BZ-DATE <= WK-RUN-DATE
                MOVE "T"              TO WK-AGE-BAND
            ELSE
                MOVE 5                TO BZ-DAYS
                PERFORM P-046-ADD-BIZDAYS
                IF BZ-DATE <= WK-RUN-DATE
                    MOVE "5"          TO WK-AGE-BAND
                ELSE
                    MOVE 1            TO BZ-DAYS
                    PERFORM P-046-ADD-BIZDAYS
                    IF BZ-DATE <= WK-RUN-DATE
                        MOVE "1"      TO WK-AGE-BAND
                    END-IF
                END-IF
            END-IF.
            EVALUATE WK-AGE-BAND
                WHEN "T"
                    ADD 1             TO WK-BAND-10-CT
                    MOVE "10日以上"   TO WK-AGE-TEXT
                WHEN "5"
                    ADD 1             TO WK-BAND-05-CT
                    MOVE "5日以上"    TO WK-AGE-TEXT
                WHEN "1"
                    ADD 1             TO WK-BAND-01-CT
                    MOVE "1日以上"    TO WK-AGE-TEXT
                WHEN OTHER
                    ADD 1             TO WK-BAND-00-CT
                    MOVE "1日未満"    TO WK-AGE-TEXT
            END-EVALUATE.
      *
      *    日付が不正で計算できなければ経過なしとして扱う。
       P-046-ADD-BIZDAYS.
            MOVE "A"                   TO BZ-FUNCTION.
            MOVE WK-ARRIVED-N         TO BZ-DATE.
            CALL "BIZDAY" USING BZ-PARM.
            IF BZ-STATUS NOT = "00"
                MOVE 99999999         TO BZ-DATE
            END-IF.
      *
      *    訂正。指定を確かめてから権限を確かめ、仮受の行を直して
      *    訂正済みにし、ファイルを写し直す。
       P-060-CORRECT.
            IF WK-ENV-TXN-ID = SPACES
                DISPLAY "SU-TXN-ID REQUIRED"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            IF WK-ENV-CUST = SPACES AND WK-ENV-AMOUNT = SPACES
               AND WK-ENV-TYPE = SPACES AND WK-ENV-ORIG-ID = SPACES
               AND WK-ENV-RECEIVED = SPACES
                DISPLAY "GIVE SU-CUST, SU-AMOUNT, SU-TYPE, "
                        "SU-ORIG-ID AND/OR SU-RECEIVED"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE "N"                  TO WK-SP-HIT-SW.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT SUSP-FILE.
            PERFORM P-062-FIND-SUSP UNTIL WK-EOF OR WK-SP-HIT.
            CLOSE SUSP-FILE.
            IF NOT WK-SP-HIT
                DISPLAY "NOT IN SUSPENSE.DAT: " WK-ENV-TXN-ID
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            IF WK-ENV-CUST NOT = SPACES
                IF WK-ENV-CUST IS NOT NUMERIC
                    DISPLAY "SU-CUST MUST BE 6 DIGITS: " WK-ENV-CUST
                    MOVE 1            TO RETURN-CODE
                    GO TO P-060-EXIT
                END-IF
                PERFORM P-064-CHECK-CUST
                IF NOT WK-CU-HIT
                    DISPLAY "CUSTOMER NOT ON FILE: " WK-ENV-CUST
                    MOVE 1            TO RETURN-CODE
                    GO TO P-060-EXIT
                END-IF
            END-IF.
            IF WK-ENV-AMOUNT NOT = SPACES
                PERFORM P-068-CHECK-AMOUNT
                IF WK-AMT-BAD
                    DISPLAY "SU-AMOUNT MUST BE DIGITS WITH AT MOST "
                            "2 DECIMALS: " WK-ENV-AMOUNT
                    MOVE 1            TO RETURN-CODE
                    GO TO P-060-EXIT
                END-IF
            END-IF.
            IF WK-ENV-TYPE NOT = SPACES
               AND WK-ENV-TYPE NOT = "D" AND WK-ENV-TYPE NOT = "W"
               AND WK-ENV-TYPE NOT = "R"
                DISPLAY "SU-TYPE MUST BE D, W OR R: " WK-ENV-TYPE
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            IF WK-ENV-RECEIVED NOT = SPACES
               AND WK-ENV-RECEIVED IS NOT NUMERIC
                DISPLAY "SU-RECEIVED MUST BE YYYYMMDDHHMMSS: "
                        WK-ENV-RECEIVED
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE SPACES               TO AC-PARM.
            MOVE "SUSPMNT"            TO AC-PROGRAM.
            MOVE "CORRECT"            TO AC-ACTION.
            MOVE WK-ENV-TXN-ID        TO AC-KEY.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
            IF AC-ALLOW NOT = "Y"
                DISPLAY "OPERATOR " AC-OPERATOR
                        " NOT AUTHORIZED FOR CORRECT"
                MOVE 8                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE WK-SP-REC            TO SUSP-REC.
            MOVE SP-TXN-REC           TO WK-BEFORE-IMG.
            IF WK-ENV-CUST NOT = SPACES
                MOVE WK-ENV-CUST      TO SP-TXN-CUST
            END-IF.
            IF WK-ENV-AMOUNT NOT = SPACES
                MOVE WK-ENV-AMOUNT    TO SP-TXN-AMOUNT
            END-IF.
            IF WK-ENV-TYPE NOT = SPACES
                MOVE WK-ENV-TYPE      TO SP-TXN-TYPE
            END-IF.
            IF WK-ENV-ORIG-ID NOT = SPACES
                MOVE WK-ENV-ORIG-ID   TO SP-TXN-ORIG-ID
            END-IF.
            IF WK-ENV-RECEIVED NOT = SPACES
                MOVE WK-ENV-RECEIVED  TO SP-TXN-RECEIVED
            END-IF.
            MOVE "CORRECTED"          TO SP-STATUS.
            MOVE AC-OPERATOR          TO SP-CORR-OPER.
            MOVE WK-RUN-DATE          TO SP-CORR-DATE.
            MOVE SP-TXN-REC           TO WK-AFTER-IMG.
            MOVE SUSP-REC             TO WK-SP-REC.
            PERFORM P-070-REWRITE-SUSP.
            MOVE SPACES               TO MNT-JRNL-REC.
            MOVE WK-STAMP             TO MJ-STAMP.
            MOVE "SUSPMNT"            TO MJ-PROGRAM.
            MOVE "CORRECT"            TO MJ-ACTION.
            MOVE "SUSPENSE.DAT"       TO MJ-FILE.
            MOVE WK-BEFORE-IMG        TO MJ-BEFORE.
            MOVE WK-AFTER-IMG         TO MJ-AFTER.
            OPEN EXTEND MNT-JRNL-FILE.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
            CLOSE MNT-JRNL-FILE.
            DISPLAY "CORRECTED " WK-ENV-TXN-ID " BY " AC-OPERATOR
                    " - POSTS ON THE NEXT TXNPOST".
       P-060-EXIT.
            EXIT.
      *
       P-062-FIND-SUSP.
            READ SUSP-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF SUSP-REC NOT = SPACES
                       AND SP-TXN-ID = WK-ENV-TXN-ID
                        SET WK-SP-HIT TO TRUE
                        MOVE SUSP-REC TO WK-SP-REC
                    END-IF
            END-READ.
      *
      *    顧客ファイルか統合先対照表の閉じた番号にあるか。閉じた
      *    番号ならTXNPOSTが統合先へ振り向ける。
       P-064-CHECK-CUST.
            MOVE "N"                  TO WK-CU-HIT-SW.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT TDATA-FILE.
            IF WK-TDATA-FOUND
                PERFORM P-065-CUST-ONE UNTIL WK-EOF OR WK-CU-HIT
                CLOSE TDATA-FILE
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT XREF-FILE.
            PERFORM P-066-XREF-ONE UNTIL WK-EOF OR WK-CU-HIT.
            CLOSE XREF-FILE.
      *
       P-065-CUST-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                       AND CUSTOMER-REC(1:6) = WK-ENV-CUST
                        SET WK-CU-HIT TO TRUE
                    END-IF
            END-READ.
      *
       P-066-XREF-ONE.
            READ XREF-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF XREF-REC NOT = SPACES
                       AND XR-OLD = WK-ENV-CUST-N
                        SET WK-CU-HIT TO TRUE
                    END-IF
            END-READ.
      *
      *    半角数字と小数点1つ、小数点以下2桁まで(TXNPOSTの解析と
      *    同じ書式)。
       P-068-CHECK-AMOUNT.
            MOVE ZERO                 TO WK-AMT-POINT-CT WK-AMT-FRAC-CT
                                          WK-AMT-DIGIT-CT.
            MOVE "N"                  TO WK-AMT-END-SW WK-AMT-BAD-SW.
            MOVE 1                    TO WK-AMT-POS.
            PERFORM P-069-AMOUNT-CHAR
               UNTIL WK-AMT-POS > 36 OR WK-AMT-END OR WK-AMT-BAD.
            IF WK-AMT-DIGIT-CT = ZERO OR WK-AMT-FRAC-CT > 2
                SET WK-AMT-BAD        TO TRUE
            END-IF.
      *
       P-069-AMOUNT-CHAR.
            EVALUATE TRUE
                WHEN WK-ENV-AMOUNT(WK-AMT-POS:1) = SPACE
                    SET WK-AMT-END    TO TRUE
                WHEN WK-ENV-AMOUNT(WK-AMT-POS:1) = "."
                    ADD 1             TO WK-AMT-POINT-CT
                    IF WK-AMT-POINT-CT > 1
                        SET WK-AMT-BAD  TO TRUE
                    END-IF
                WHEN WK-ENV-AMOUNT(WK-AMT-POS:1) >= "0"
                 AND WK-ENV-AMOUNT(WK-AMT-POS:1) <= "9"
                    ADD 1             TO WK-AMT-DIGIT-CT
                    IF WK-AMT-POINT-CT > ZERO
                        ADD 1         TO WK-AMT-FRAC-CT
                    END-IF
                WHEN OTHER
                    SET WK-AMT-BAD    TO TRUE
            END-EVALUATE.
            ADD 1                     TO WK-AMT-POS.
      *
      *    仮受ファイルを作業ファイルへ写し、最初の該当行だけを
      *    訂正後の行に差し替えてから元へ戻す。
       P-070-REWRITE-SUSP.
            MOVE "N"                  TO WK-SP-HIT-SW.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT SUSP-FILE.
            OPEN OUTPUT SUSP-WORK-FILE.
            PERFORM P-072-COPY-OUT UNTIL WK-EOF.
            CLOSE SUSP-WORK-FILE.
            CLOSE SUSP-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT SUSP-WORK-FILE.
            OPEN OUTPUT SUSP-FILE.
            PERFORM P-074-COPY-BACK UNTIL WK-EOF.
            CLOSE SUSP-FILE.
            CLOSE SUSP-WORK-FILE.
      *
       P-072-COPY-OUT.
            READ SUSP-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF SUSP-REC NOT = SPACES
                        IF SP-TXN-ID = WK-ENV-TXN-ID
                           AND NOT WK-SP-HIT
                            SET WK-SP-HIT TO TRUE
                            WRITE SUSP-WORK-REC FROM WK-SP-REC
                        ELSE
                            WRITE SUSP-WORK-REC FROM SUSP-REC
                        END-IF
                    END-IF
            END-READ.
      *
       P-074-COPY-BACK.
            READ SUSP-WORK-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    WRITE SUSP-REC FROM SUSP-WORK-REC
            END-READ.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      ******************************************************************
