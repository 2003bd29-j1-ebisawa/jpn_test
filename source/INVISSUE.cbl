      ******************************************************************
      *    テストケース：INVISSUE
      *    プログラム名：日本語化テスト 適格請求書の発行
      *    処理概要　　：請求明細ファイル(BILLLINE.TXT)を顧客番号・
      *                  取引日の順にSORTし、顧客ごとに1通の適格
      *                  請求書を共通印字サービスPRTSRVで刷る。
      *                  請求書には発行者の登録番号(T+13桁)、明細
      *                  ごとの税率と軽減税率対象の印(※)、税率
      *                  ごとの税抜合計と消費税額を載せる。消費税
      *                  の端数処理は1通の請求書につき税率ごとに
      *                  1回だけ(SHOHIZEIをCALL)。発行した請求書は
      *                  請求書番号台帳INVREG.DATと請求明細台帳
      *                  INVDTL.DATへ残し、再発行は台帳から発行時と
      *                  同じ内容を刷る。番号は台帳の最終番号の次
      *                  から振り、欠番を作らない。
      *  --------------------------------------------------------------
      *   操作は環境変数IV-ACTIONで渡す:
      *     ISSUE   ... BILLLINE.TXT(IV-FILEで差し替え可)から発行し
      *                 INVOICE.RPTへ刷る。不正な明細と宛先が顧客
      *                 マスタに無い明細はINVERR.TXTへ出して発行
      *                 しない
      *     REPRINT ... IV-NOの請求書を台帳からINVREPR.RPTへ再発行
      *                 (再発行の表示付き)
      *     CHECK   ... 台帳の番号が1から欠番・重複なく続くこと、
      *                 明細台帳の行数が台帳と合うことを点検する
      *   ISSUEの環境変数:
      *     IV-REGNO  登録番号(T+13桁。先頭桁の検査数字を確かめる)
      *     IV-DATE   発行日YYYYMMDD(既定は当日)
      *     IV-ROUND  端数処理 F=切り捨て(既定) H=四捨五入 C=切り上げ
      *     X_COMPANY 発行者名(実行プロファイルのCOMPANY)
      *   請求明細(1行=1明細、*で始まる行は注記):
      *     顧客番号6桁・取引日8桁・品名30バイト・税率2桁(10/08)・
      *     数量5桁・税抜単価9桁(円)を各1桁の空白で区切る
      *   戻り値: ISSUEは不採用明細の件数、CHECKは異常の件数、
      *           パラメタ不正・入力なしは1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           INVISSUE.
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
           SELECT BILL-FILE           ASSIGN TO DYNAMIC
                                        WK-BILL-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-BILL-FS.
           SELECT BILL-SORT-WORK      ASSIGN TO "INVBILL.SRT".
           SELECT BILL-SORT-OUT       ASSIGN TO "INVBILL.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERR-FILE            ASSIGN TO "INVERR.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY CUSTMSL.
           COPY INVRSL.
           COPY INVDSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  BILL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILL-REC.
           05  BL-CUST                PIC X(06).
           05  FILLER                 PIC X(01).
           05  BL-DATE                PIC X(08).
           05  FILLER                 PIC X(01).
           05  BL-ITEM                PIC X(30).
           05  FILLER                 PIC X(01).
           05  BL-RATE                PIC X(02).
           05  FILLER                 PIC X(01).
           05  BL-QTY                 PIC X(05).
           05  FILLER                 PIC X(01).
           05  BL-PRICE               PIC X(09).
       SD  BILL-SORT-WORK.
       01  SW-REC.
           05  SW-CUST                PIC 9(06).
           05  SW-DATE                PIC 9(08).
           05  SW-ITEM                PIC X(30).
           05  SW-RATE                PIC 9(02).
           05  SW-QTY                 PIC 9(05).
           05  SW-PRICE               PIC 9(09).
       FD  BILL-SORT-OUT
           LABEL RECORDS ARE STANDARD.
       01  SO-REC.
           05  SO-CUST                PIC 9(06).
           05  SO-DATE                PIC 9(08).
           05  SO-ITEM                PIC X(30).
           05  SO-RATE                PIC 9(02).
           05  SO-QTY                 PIC 9(05).
           05  SO-PRICE               PIC 9(09).
       FD  ERR-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERR-LINE               PIC X(132).
       COPY CUSTMFD.
       COPY INVRFD.
       COPY INVDFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-BILL-FS         PIC XX.
           88  WK-BILL-FOUND               VALUE "00".
       01  WK-MAST-FS         PIC XX.
           88  WK-MAST-OK                  VALUE "00".
       01  WK-INVR-FS         PIC XX.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-D-EOF-SW        PIC X       VALUE "N".
           88  WK-D-EOF                   VALUE "Y".
       01  WK-ACTION          PIC X(07)  VALUE SPACES.
       01  WK-BILL-NAME       PIC X(40)  VALUE "BILLLINE.TXT".
       01  WK-ENV-FILE        PIC X(40)  VALUE SPACES.
       01  WK-ENV-DATE        PIC X(08)  VALUE SPACES.
       01  WK-ENV-NO          PIC X(08)  VALUE SPACES.
      *
      *    発行者の登録番号と検査数字の計算。
       01  WK-REGNO           PIC X(14)  VALUE SPACES.
       01  WK-REGNO-DIGITS  REDEFINES WK-REGNO.
           05  FILLER                 PIC X(01).
           05  WK-RD-DIGIT            PIC 9(01)  OCCURS 13 TIMES.
       01  WK-ISSUER          PIC X(40)  VALUE SPACES.
       01  WK-ROUND           PIC X(01)  VALUE "F".
       01  WK-N               PIC 9(02)  COMP.
       01  WK-SUM             PIC 9(04)  COMP.
       01  WK-QUOT            PIC 9(04)  COMP.
       01  WK-REM             PIC 9(01).
       01  WK-CHECK-DIGIT     PIC 9(01).
      *
      *    顧客レコードのバイト列ビュー(CUSTRECと同じ並び)。
       01  WK-CUST-X.
           05  WK-CX-SEQ              PIC X(06).
           05  WK-CX-NAME             PIC X(20).
           05  WK-CX-ADDRESS          PIC X(40).
           05  WK-CX-KANA             PIC X(20).
           05  WK-CX-BALANCE          PIC X(11).
           05  WK-CX-POSTAL           PIC X(07).
      *
      *    消費税計算(SHOHIZEI)の受け渡し領域。
       01  TX-PARM.
           05  TX-AMOUNT                PIC S9(11)V9(02).
           05  TX-RATE                  PIC 9(02)V9(02).
           05  TX-ROUND                 PIC X(01).
           05  TX-TAX                   PIC S9(11)V9(02).
           05  TX-GROSS                 PIC S9(11)V9(02).
           05  TX-STATUS                PIC X(02).
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
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
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC 9(08).
       01  WK-ISSUE-DATE      PIC 9(08).
       01  WK-LAST-NO         PIC 9(08)  VALUE ZERO.
       01  WK-GROUP-CUST      PIC 9(06).
       01  WK-LINE-NO         PIC 9(03).
       01  WK-AMOUNT          PIC 9(11).
       01  WK-BASE-10         PIC 9(11).
       01  WK-BASE-8          PIC 9(11).
       01  WK-REPRINT-SW      PIC X       VALUE "N".
           88  WK-REPRINT                 VALUE "Y".
       01  WK-FIRST-SW        PIC X       VALUE "Y".
           88  WK-FIRST-INVOICE           VALUE "Y".
       01  WK-ERR-REASON      PIC X(40).
      *
       01  WK-READ-CT         PIC 9(06)  VALUE ZERO.
       01  WK-REJECT-CT       PIC 9(06)  VALUE ZERO.
       01  WK-INVOICE-CT      PIC 9(06)  VALUE ZERO.
       01  WK-EXPECT-NO       PIC 9(08).
       01  WK-GAP-END         PIC 9(08).
       01  WK-DTL-CT          PIC 9(05).
       01  WK-FIND-CT         PIC 9(05)  VALUE ZERO.
      *
       01  WK-ED-DATE         PIC 9999/99/99.
       01  WK-ED-QTY          PIC ZZ,ZZ9.
       01  WK-ED-PRICE        PIC ZZZ,ZZZ,ZZ9.
       01  WK-ED-YEN          PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WK-ED-TAX          PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WK-ED-LINES        PIC ZZ9.
       01  WK-RATE-MARK       PIC X(03).
       01  WK-RATE-TEXT       PIC X(04).
       01  WK-ROUND-TEXT      PIC X(12).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "INVISSUE START".
            DISPLAY "IV-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            ACCEPT  WK-SYS-DATE          FROM DATE YYYYMMDD.
            ACCEPT  WK-SYS-TIME          FROM TIME.
            MOVE ZERO                 TO RETURN-CODE.
            EVALUATE WK-ACTION
                WHEN "ISSUE"
                    PERFORM P-020-ISSUE THRU P-020-EXIT
                WHEN "REPRINT"
                    PERFORM P-100-REPRINT THRU P-100-EXIT
                WHEN "CHECK"
                    PERFORM P-120-CHECK THRU P-120-EXIT
                WHEN OTHER
                    DISPLAY "IV-ACTION MUST BE ISSUE/REPRINT/CHECK"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "INVISSUE END".
            GOBACK
            .
      *
      *    発行。明細をSORTして顧客ごとに1通ずつ刷り、台帳へ残す。
       P-020-ISSUE.
            PERFORM P-022-PARAMETERS THRU P-022-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-020-EXIT
            END-IF.
            OPEN INPUT BILL-FILE.
            IF NOT WK-BILL-FOUND
                DISPLAY WK-BILL-NAME " NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            CLOSE BILL-FILE.
            PERFORM P-028-LAST-NUMBER.
            OPEN OUTPUT ERR-FILE.
            SORT BILL-SORT-WORK
                 ASCENDING KEY SW-CUST SW-DATE
                 INPUT PROCEDURE IS S-100-FILTER-BILL
                 GIVING BILL-SORT-OUT.
            OPEN INPUT BILL-SORT-OUT.
            OPEN INPUT CUST-MASTER.
            OPEN EXTEND INV-REG-FILE.
            OPEN EXTEND INV-DTL-FILE.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "INVOICE.RPT"         TO PS-REPORT-NAME.
            MOVE "適格請求書(INVISSUE)"  TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-030-READ-SORTED.
            PERFORM P-040-ONE-CUSTOMER THRU P-040-EXIT
               UNTIL WK-EOF.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            CLOSE INV-DTL-FILE.
            CLOSE INV-REG-FILE.
            CLOSE CUST-MASTER.
            CLOSE BILL-SORT-OUT.
            CLOSE ERR-FILE.
            DISPLAY "LINES READ " WK-READ-CT
                    "  INVOICES " WK-INVOICE-CT
                    "  REJECTED " WK-REJECT-CT
                    " -> INVOICE.RPT".
            MOVE WK-REJECT-CT         TO RETURN-CODE.
       P-020-EXIT.
            EXIT.
      *
      *    発行のパラメタ。登録番号は必須で、検査数字まで確かめる。
       P-022-PARAMETERS.
            DISPLAY "IV-FILE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-FILE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-FILE NOT = SPACES
                MOVE WK-ENV-FILE      TO WK-BILL-NAME
            END-IF.
            DISPLAY "IV-REGNO"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-REGNO             FROM ENVIRONMENT-VALUE.
            PERFORM P-026-CHECK-REGNO THRU P-026-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-022-EXIT
            END-IF.
            DISPLAY "IV-DATE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DATE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-DATE = SPACES
                MOVE WK-SYS-DATE      TO WK-ISSUE-DATE
            ELSE
                IF WK-ENV-DATE IS NOT NUMERIC
                    DISPLAY "IV-DATE MUST BE YYYYMMDD: " WK-ENV-DATE
                    MOVE 1            TO RETURN-CODE
                    GO TO P-022-EXIT
                END-IF
                MOVE WK-ENV-DATE      TO WK-ISSUE-DATE
            END-IF.
            DISPLAY "IV-ROUND"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ROUND             FROM ENVIRONMENT-VALUE.
            IF WK-ROUND = SPACE
                MOVE "F"               TO WK-ROUND
            END-IF.
            IF WK-ROUND NOT = "F" AND WK-ROUND NOT = "H"
               AND WK-ROUND NOT = "C"
                DISPLAY "IV-ROUND MUST BE F/H/C: " WK-ROUND
                MOVE 1                TO RETURN-CODE
                GO TO P-022-EXIT
            END-IF.
            DISPLAY "X_COMPANY"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ISSUER            FROM ENVIRONMENT-VALUE.
            IF WK-ISSUER = SPACES
                DISPLAY "X_COMPANY NOT SET - ISSUER NAME LEFT BLANK"
            END-IF.
       P-022-EXIT.
            EXIT.
      *
      *    登録番号はT+13桁。13桁の先頭は検査数字で、残り12桁を
      *    下の桁から奇数桁×1・偶数桁×2で合計し、9から(合計を9で
      *    割った余り)を引いた値になる。
       P-026-CHECK-REGNO.
            IF WK-REGNO(1:1) NOT = "T"
               OR WK-REGNO(2:13) IS NOT NUMERIC
                DISPLAY "IV-REGNO MUST BE T + 13 DIGITS: " WK-REGNO
                MOVE 1                TO RETURN-CODE
                GO TO P-026-EXIT
            END-IF.
            MOVE ZERO                 TO WK-SUM.
            PERFORM P-027-ADD-WEIGHTED
               VARYING WK-N FROM 1 BY 1 UNTIL WK-N > 12.
            DIVIDE WK-SUM BY 9 GIVING WK-QUOT REMAINDER WK-REM.
            COMPUTE WK-CHECK-DIGIT = 9 - WK-REM.
            IF WK-CHECK-DIGIT NOT = WK-RD-DIGIT(1)
                DISPLAY "IV-REGNO CHECK DIGIT WRONG: " WK-REGNO
                        " (EXPECTED " WK-CHECK-DIGIT ")"
                MOVE 1                TO RETURN-CODE
            END-IF.
       P-026-EXIT.
            EXIT.
      *
      *    下からWK-N桁目(13桁の中では14-WK-N番目)を重み付きで足す。
       P-027-ADD-WEIGHTED.
            DIVIDE WK-N BY 2 GIVING WK-QUOT REMAINDER WK-REM.
            IF WK-REM = 1
                ADD WK-RD-DIGIT(14 - WK-N)      TO WK-SUM
            ELSE
                COMPUTE WK-SUM = WK-SUM + WK-RD-DIGIT(14 - WK-N) * 2
            END-IF.
      *
      *    台帳の最終番号。次の請求書はこの次の番号になる。
       P-028-LAST-NUMBER.
            MOVE ZERO                 TO WK-LAST-NO.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT INV-REG-FILE.
            PERFORM P-029-SCAN-ONE UNTIL WK-EOF.
            CLOSE INV-REG-FILE.
            DISPLAY "LAST INVOICE NUMBER " WK-LAST-NO.
      *
       P-029-SCAN-ONE.
            READ INV-REG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF IR-INV-NO IS NUMERIC
                       AND IR-INV-NO > WK-LAST-NO
                        MOVE IR-INV-NO    TO WK-LAST-NO
                    END-IF
            END-READ.
      *
       P-030-READ-SORTED.
            READ BILL-SORT-OUT
                AT END        SET WK-EOF          TO TRUE
            END-READ.
      *
      *    1顧客分。宛先が顧客マスタに無ければ明細を不採用にし、
      *    番号は振らない。
       P-040-ONE-CUSTOMER.
            MOVE SO-CUST              TO WK-GROUP-CUST.
            MOVE SO-CUST              TO CM-CUST-SEQ.
            READ CUST-MASTER KEY IS CM-CUST-SEQ
                INVALID KEY
                    MOVE "23"          TO WK-MAST-FS
            END-READ.
            IF NOT WK-MAST-OK
                MOVE "顧客マスタに無い顧客番号"
                                        TO WK-ERR-REASON
                PERFORM P-048-REJECT-SORTED
                   UNTIL WK-EOF OR SO-CUST NOT = WK-GROUP-CUST
                GO TO P-040-EXIT
            END-IF.
            PERFORM P-050-START-INVOICE.
            PERFORM P-052-INVOICE-LINE
               UNTIL WK-EOF OR SO-CUST NOT = WK-GROUP-CUST.
            PERFORM P-060-FINISH-INVOICE.
       P-040-EXIT.
            EXIT.
      *
       P-048-REJECT-SORTED.
            MOVE SPACES               TO ERR-LINE.
            STRING SO-CUST " " SO-DATE " " SO-ITEM
                   "  -> "            DELIMITED BY SIZE
                   WK-ERR-REASON      DELIMITED BY "  "
                              INTO ERR-LINE.
            WRITE ERR-LINE.
            ADD 1                     TO WK-REJECT-CT.
            PERFORM P-030-READ-SORTED.
      *
      *    請求書の頭。番号を振り、台帳の行に宛名と発行者を用意する。
       P-050-START-INVOICE.
            ADD 1                     TO WK-LAST-NO.
            MOVE CM-CUST-REC          TO WK-CUST-X.
            MOVE SPACES               TO INV-REG-REC.
            MOVE WK-LAST-NO           TO IR-INV-NO.
            MOVE WK-ISSUE-DATE        TO IR-ISSUE-DATE.
            MOVE WK-GROUP-CUST        TO IR-CUST.
            MOVE ZERO                 TO IR-LINES IR-BASE-10 IR-TAX-10
                                          IR-BASE-8 IR-TAX-8 IR-TOTAL.
            MOVE WK-ROUND             TO IR-ROUND.
            MOVE WK-REGNO             TO IR-REGNO.
            MOVE WK-ISSUER            TO IR-ISSUER.
            MOVE WK-CX-POSTAL         TO IR-POSTAL.
            MOVE WK-CX-NAME           TO IR-NAME.
            MOVE WK-CX-ADDRESS        TO IR-ADDRESS.
            STRING WK-SYS-DATE WK-SYS-TIME(1:6)
                   DELIMITED BY SIZE  INTO IR-STAMP.
            MOVE ZERO                 TO WK-LINE-NO WK-BASE-10
                                          WK-BASE-8.
            MOVE "N"                  TO WK-REPRINT-SW.
            PERFORM P-070-PRINT-HEAD.
      *
      *    明細1行。明細台帳へ書いて刷り、税率ごとに税抜額を足す。
       P-052-INVOICE-LINE.
            ADD 1                     TO WK-LINE-NO.
            COMPUTE WK-AMOUNT = SO-QTY * SO-PRICE.
            MOVE SPACES               TO INV-DTL-REC.
            MOVE IR-INV-NO            TO ID-INV-NO.
            MOVE WK-LINE-NO           TO ID-LINE-NO.
            MOVE SO-DATE              TO ID-DATE.
            MOVE SO-ITEM              TO ID-ITEM.
            MOVE SO-RATE              TO ID-RATE.
            MOVE SO-QTY               TO ID-QTY.
            MOVE SO-PRICE             TO ID-PRICE.
            MOVE WK-AMOUNT            TO ID-AMOUNT.
            WRITE INV-DTL-REC.
            IF SO-RATE = 8
                ADD WK-AMOUNT         TO WK-BASE-8
            ELSE
                ADD WK-AMOUNT         TO WK-BASE-10
            END-IF.
            PERFORM P-072-PRINT-LINE.
            PERFORM P-030-READ-SORTED.
      *
      *    請求書の締め。消費税は税率ごとに1回だけ端数処理する。
       P-060-FINISH-INVOICE.
            MOVE WK-LINE-NO           TO IR-LINES.
            MOVE WK-BASE-10           TO IR-BASE-10.
            MOVE WK-BASE-8            TO IR-BASE-8.
            MOVE WK-BASE-10           TO TX-AMOUNT.
            MOVE 10                   TO TX-RATE.
            MOVE WK-ROUND             TO TX-ROUND.
            CALL "SHOHIZEI" USING TX-PARM.
            MOVE TX-TAX               TO IR-TAX-10.
            MOVE WK-BASE-8            TO TX-AMOUNT.
            MOVE 8                    TO TX-RATE.
            MOVE WK-ROUND             TO TX-ROUND.
            CALL "SHOHIZEI" USING TX-PARM.
            MOVE TX-TAX               TO IR-TAX-8.
            COMPUTE IR-TOTAL = IR-BASE-10 + IR-TAX-10
                             + IR-BASE-8  + IR-TAX-8.
            PERFORM P-074-PRINT-TOTALS.
            WRITE INV-REG-REC.
            ADD 1                     TO WK-INVOICE-CT.
      *
      *    請求書の頭(宛名・番号・登録番号・見出し)。
       P-070-PRINT-HEAD.
            IF WK-FIRST-INVOICE
                MOVE "N"              TO WK-FIRST-SW
            ELSE
                MOVE "P"               TO PS-FUNCTION
                CALL "PRTSRV" USING PS-PARM
            END-IF.
            MOVE SPACES               TO PS-LINE.
            IF WK-REPRINT
                STRING "                              "
                                              DELIMITED BY SIZE
                       "適格請求書  (再発行)"  DELIMITED BY SIZE
                              INTO PS-LINE
            ELSE
                STRING "                              "
                                              DELIMITED BY SIZE
                       "適格請求書"            DELIMITED BY SIZE
                              INTO PS-LINE
            END-IF.
            PERFORM P-080-WRITE.
            MOVE IR-ISSUE-DATE        TO WK-WR-IN.
            PERFORM P-090-WAREKI-EDIT.
            MOVE SPACES               TO PS-LINE.
            STRING "  請求書番号: "           DELIMITED BY SIZE
                   IR-INV-NO                  DELIMITED BY SIZE
                   "        発行日: "         DELIMITED BY SIZE
                   WK-WR-OUT                  DELIMITED BY "  "
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-080-WRITE.
            STRING "  〒"                     DELIMITED BY SIZE
                   IR-POSTAL                  DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   IR-ADDRESS                 DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   IR-NAME                    DELIMITED BY SIZE
                   "  様    (顧客番号 "       DELIMITED BY SIZE
                   IR-CUST                    DELIMITED BY SIZE
                   ")"                        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-080-WRITE.
            STRING "  発行者: "               DELIMITED BY SIZE
                   IR-ISSUER                  DELIMITED BY "  "
                   "    登録番号: "           DELIMITED BY SIZE
                   IR-REGNO                   DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE ALL "-"               TO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "  取引日      品名"      DELIMITED BY SIZE
                              INTO PS-LINE.
            STRING "税率      数量        単価"  DELIMITED BY SIZE
                   "            金額"          DELIMITED BY SIZE
                              INTO PS-LINE(55:).
            PERFORM P-080-WRITE.
            MOVE ALL "-"               TO PS-LINE.
            PERFORM P-080-WRITE.
      *
      *    明細行。軽減税率(8%)の行には※を付ける。
       P-072-PRINT-LINE.
            MOVE ID-DATE              TO WK-ED-DATE.
            MOVE ID-QTY               TO WK-ED-QTY.
            MOVE ID-PRICE             TO WK-ED-PRICE.
            MOVE ID-AMOUNT            TO WK-ED-YEN.
            IF ID-RATE = 8
                MOVE "※"              TO WK-RATE-MARK
                MOVE " 8%"             TO WK-RATE-TEXT
            ELSE
                MOVE SPACES           TO WK-RATE-MARK
                MOVE "10%"             TO WK-RATE-TEXT
            END-IF.
            MOVE SPACES               TO PS-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-ED-DATE                 DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   ID-ITEM                    DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WK-RATE-MARK               DELIMITED BY SIZE
                              INTO PS-LINE.
            STRING WK-RATE-TEXT               DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-ED-QTY                  DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-ED-PRICE                DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-ED-YEN                  DELIMITED BY SIZE
                              INTO PS-LINE(55:).
            PERFORM P-080-WRITE.
      *
      *    税率ごとの集計と請求合計。
       P-074-PRINT-TOTALS.
            MOVE ALL "-"               TO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE IR-BASE-10           TO WK-ED-YEN.
            MOVE IR-TAX-10            TO WK-ED-TAX.
            MOVE SPACES               TO PS-LINE.
            STRING "  10%対象    税抜合計 ￥" DELIMITED BY SIZE
                   WK-ED-YEN                  DELIMITED BY SIZE
                   "    消費税 ￥"            DELIMITED BY SIZE
                   WK-ED-TAX                  DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE IR-BASE-8            TO WK-ED-YEN.
            MOVE IR-TAX-8             TO WK-ED-TAX.
            MOVE SPACES               TO PS-LINE.
            STRING "   8%対象    税抜合計 ￥" DELIMITED BY SIZE
                   WK-ED-YEN                  DELIMITED BY SIZE
                   "    消費税 ￥"            DELIMITED BY SIZE
                   WK-ED-TAX                  DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE IR-TOTAL             TO WK-ED-YEN.
            MOVE SPACES               TO PS-LINE.
            STRING "  ご請求金額(税込)     ￥" DELIMITED BY SIZE
                   WK-ED-YEN                  DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE "  ※は軽減税率(8%)対象品目"  TO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE SPACES               TO PS-LINE.
            EVALUATE IR-ROUND
                WHEN "H"
                    MOVE "四捨五入"        TO WK-ROUND-TEXT
                WHEN "C"
                    MOVE "切り上げ"        TO WK-ROUND-TEXT
                WHEN OTHER
                    MOVE "切り捨て"        TO WK-ROUND-TEXT
            END-EVALUATE.
            STRING "  消費税の端数処理: "     DELIMITED BY SIZE
                   "税率ごとに1回("          DELIMITED BY SIZE
                   WK-ROUND-TEXT              DELIMITED BY SPACE
                   ")"                        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
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
      *    再発行。台帳の行と明細台帳の行から発行時と同じ内容を刷る。
       P-100-REPRINT.
            DISPLAY "IV-NO"             UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-NO            FROM ENVIRONMENT-VALUE.
            IF WK-ENV-NO IS NOT NUMERIC
                DISPLAY "IV-NO MUST BE 8 DIGITS: " WK-ENV-NO
                MOVE 1                TO RETURN-CODE
                GO TO P-100-EXIT
            END-IF.
            MOVE ZERO                 TO WK-FIND-CT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT INV-REG-FILE.
            PERFORM P-102-FIND-REG UNTIL WK-EOF.
            CLOSE INV-REG-FILE.
            IF WK-FIND-CT = ZERO
                DISPLAY "INVOICE " WK-ENV-NO " NOT IN INVREG.DAT"
                MOVE 1                TO RETURN-CODE
                GO TO P-100-EXIT
            END-IF.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "INVREPR.RPT"         TO PS-REPORT-NAME.
            MOVE "適格請求書 再発行(INVISSUE)"  TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE "Y"                  TO WK-REPRINT-SW.
            PERFORM P-070-PRINT-HEAD.
            MOVE ZERO                 TO WK-DTL-CT.
            MOVE "N"                  TO WK-D-EOF-SW.
            OPEN INPUT INV-DTL-FILE.
            PERFORM P-104-REPRINT-LINE UNTIL WK-D-EOF.
            CLOSE INV-DTL-FILE.
            PERFORM P-074-PRINT-TOTALS.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "INVOICE " IR-INV-NO " REPRINTED -> INVREPR.RPT".
            IF WK-DTL-CT NOT = IR-LINES
                DISPLAY "WARNING: INVDTL.DAT HAS " WK-DTL-CT
                        " LINE(S), INVREG.DAT SAYS " IR-LINES
                MOVE 12               TO RETURN-CODE
            END-IF.
       P-100-EXIT.
            EXIT.
      *
       P-102-FIND-REG.
            READ INV-REG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF IR-INV-NO = WK-ENV-NO
                        ADD 1         TO WK-FIND-CT
                        SET WK-EOF    TO TRUE
                    END-IF
            END-READ.
      *
       P-104-REPRINT-LINE.
            READ INV-DTL-FILE
                AT END        SET WK-D-EOF        TO TRUE
                NOT AT END
                    IF ID-INV-NO = IR-INV-NO
                        ADD 1         TO WK-DTL-CT
                        PERFORM P-072-PRINT-LINE
                    END-IF
            END-READ.
      *
      *    台帳の点検。番号は1から欠番・重複なく続き、明細台帳は
      *    同じ順に追記されているので、2本を順に突き合わせる。
       P-120-CHECK.
            MOVE ZERO                 TO WK-FIND-CT WK-INVOICE-CT.
            MOVE 1                    TO WK-EXPECT-NO.
            MOVE "N"                  TO WK-EOF-SW WK-D-EOF-SW.
            OPEN INPUT INV-REG-FILE.
            OPEN INPUT INV-DTL-FILE.
            PERFORM P-124-READ-DTL.
            PERFORM P-122-CHECK-ONE UNTIL WK-EOF.
            PERFORM P-128-ORPHAN-DTL UNTIL WK-D-EOF.
            CLOSE INV-DTL-FILE.
            CLOSE INV-REG-FILE.
            DISPLAY "INVOICES " WK-INVOICE-CT
                    "  LAST NUMBER " WK-LAST-NO
                    "  FINDINGS " WK-FIND-CT.
            MOVE WK-FIND-CT           TO RETURN-CODE.
       P-120-EXIT.
            EXIT.
      *
       P-122-CHECK-ONE.
            READ INV-REG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-INVOICE-CT
                    PERFORM P-126-CHECK-NUMBER
            END-READ.
      *
       P-124-READ-DTL.
            READ INV-DTL-FILE
                AT END        SET WK-D-EOF        TO TRUE
            END-READ.
      *
       P-126-CHECK-NUMBER.
            IF IR-INV-NO IS NOT NUMERIC
                DISPLAY "BAD INVOICE NUMBER IN INVREG.DAT: "
                        INV-REG-REC(1:8)
                ADD 1                 TO WK-FIND-CT
            ELSE
                IF IR-INV-NO < WK-EXPECT-NO
                    DISPLAY "DUPLICATE/OUT OF ORDER INVOICE "
                            IR-INV-NO
                    ADD 1             TO WK-FIND-CT
                END-IF
                IF IR-INV-NO > WK-EXPECT-NO
                    COMPUTE WK-GAP-END = IR-INV-NO - 1
                    DISPLAY "MISSING INVOICE NUMBER(S) "
                            WK-EXPECT-NO " - " WK-GAP-END
                    ADD 1             TO WK-FIND-CT
                END-IF
                IF IR-INV-NO >= WK-EXPECT-NO
                    COMPUTE WK-EXPECT-NO = IR-INV-NO + 1
                END-IF
                MOVE IR-INV-NO        TO WK-LAST-NO
            END-IF.
            PERFORM P-128-ORPHAN-DTL
               UNTIL WK-D-EOF OR ID-INV-NO NOT < IR-INV-NO.
            MOVE ZERO                 TO WK-DTL-CT.
            PERFORM P-127-COUNT-DTL
               UNTIL WK-D-EOF OR ID-INV-NO NOT = IR-INV-NO.
            IF WK-DTL-CT NOT = IR-LINES
                DISPLAY "INVOICE " IR-INV-NO " LINES " IR-LINES
                        " BUT INVDTL.DAT HAS " WK-DTL-CT
                ADD 1                 TO WK-FIND-CT
            END-IF.
      *
       P-127-COUNT-DTL.
            ADD 1                     TO WK-DTL-CT.
            PERFORM P-124-READ-DTL.
      *
      *    台帳に対応の無い明細(発行途中で止まった請求書の残り)。
       P-128-ORPHAN-DTL.
            DISPLAY "INVDTL.DAT LINE WITHOUT INVREG.DAT ENTRY: "
                    ID-INV-NO "-" ID-LINE-NO.
            ADD 1                     TO WK-FIND-CT.
            PERFORM P-124-READ-DTL.
      ******************************************************************
      *    SORTの入力手続き。注記行を飛ばし、不正な明細はINVERR.TXT
      *    へ出して、正しい明細だけを数値の形でRELEASEする。
      ******************************************************************
       S-100-FILTER-BILL     SECTION.
       S-105.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT BILL-FILE.
            PERFORM S-110-FILTER-ONE UNTIL WK-EOF.
            CLOSE BILL-FILE.
            GO TO S-199-EXIT.
      *
       S-110-FILTER-ONE.
            READ BILL-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF BILL-REC(1:1) NOT = "*"
                       AND BILL-REC NOT = SPACES
                        ADD 1         TO WK-READ-CT
                        PERFORM S-120-EDIT-ONE THRU S-120-EXIT
                    END-IF
            END-READ.
      *
       S-120-EDIT-ONE.
            MOVE SPACES               TO WK-ERR-REASON.
            EVALUATE TRUE
                WHEN BL-CUST IS NOT NUMERIC
                    MOVE "顧客番号が数字でない"
                                        TO WK-ERR-REASON
                WHEN BL-DATE IS NOT NUMERIC
                    MOVE "取引日が数字でない"
                                        TO WK-ERR-REASON
                WHEN BL-ITEM = SPACES
                    MOVE "品名が空白"            TO WK-ERR-REASON
                WHEN BL-RATE NOT = "10" AND BL-RATE NOT = "08"
                    MOVE "税率は10か08"          TO WK-ERR-REASON
                WHEN BL-QTY IS NOT NUMERIC
                    MOVE "数量が数字でない"
                                        TO WK-ERR-REASON
                WHEN BL-QTY = "00000"
                    MOVE "数量がゼロ"            TO WK-ERR-REASON
                WHEN BL-PRICE IS NOT NUMERIC
                    MOVE "単価が数字でない"
                                        TO WK-ERR-REASON
            END-EVALUATE.
            IF WK-ERR-REASON NOT = SPACES
                MOVE SPACES           TO ERR-LINE
                STRING BILL-REC       DELIMITED BY SIZE
                       "  -> "        DELIMITED BY SIZE
                       WK-ERR-REASON  DELIMITED BY "  "
                              INTO ERR-LINE
                WRITE ERR-LINE
                ADD 1                 TO WK-REJECT-CT
                GO TO S-120-EXIT
            END-IF.
            MOVE BL-CUST              TO SW-CUST.
            MOVE BL-DATE              TO SW-DATE.
            MOVE BL-ITEM              TO SW-ITEM.
            MOVE BL-RATE              TO SW-RATE.
            MOVE BL-QTY               TO SW-QTY.
            MOVE BL-PRICE             TO SW-PRICE.
            RELEASE SW-REC.
       S-120-EXIT.
            EXIT.
      *
       S-199-EXIT.
            EXIT.
      ******************************************************************
