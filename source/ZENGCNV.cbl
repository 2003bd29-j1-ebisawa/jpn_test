      *                  全角→半角変換を通し、金額は無符号桁+
      *                  符号欄1桁で持つ。当社で最も業務上重要な
      *                  ファイル様式をスイートに初めて通す。
      *                  振込先の金融機関・支店・預金種目・口座
      *                  番号と名義は顧客口座ファイル(CUSTACCT.IDX)
      *                  から取る。口座が未登録の顧客は口座欄を
      *                  空白のまま書き、件数を報告する。
      *                  先方負担(CA-FEE-BEARER=P)の顧客は振込
      *                  手数料表(FEETAB.TXT)の手数料を差し引いて
      *                  書き、手数料の件数・合計をトレーラに載せる。
      *                  VERIFYは手数料を計算し直して往復の値と
      *                  突き合わせる。
      *  --------------------------------------------------------------
      *   操作は環境変数ZG-ACTIONで渡す:
      *     EXPORT ... TESTDATA.DAT → ZENGIN.DAT
      *                様式が運ぶ項目=連番・カナ・残高だけが戻る)
      *     VERIFY ... TESTDATA.DATとZENGBACK.DATを連番で突き合わせ
      *                ZENGRTRP.TXTへ往復報告を書く
      *   手数料表FEETAB.TXT(1行=経路・金額帯・手数料円):
      *     経路 1=同一店宛 2=同一銀行他店宛 3=他行宛
      *     金額帯 L=3万円未満 H=3万円以上(差引前の金額で判定)
      *   当社の振込元口座(経路の判定元)は環境変数ZG-OWN-ACCT
      *   (金融機関コード4桁+支店コード3桁)で渡す。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
                                        FILE STATUS IS WK-BACK-FS.
           SELECT RTRP-FILE           ASSIGN TO "ZENGRTRP.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY ACCTMSL.
           SELECT OPTIONAL FEE-FILE   ASSIGN TO "FEETAB.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       01  ZENGIN-REC             PIC X(80).
       FD  BACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACK-REC.
           05  BK-CUST-IMAGE          PIC X(104).
           05  BK-FEE                 PIC 9(07).
           05  BK-FEE-BEARER          PIC X(01).
       FD  RTRP-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTRP-LINE              PIC X(132).
       COPY ACCTMFD.
       FD  FEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEE-REC.
           05  FT-ROUTE               PIC X(01).
           05  FILLER                 PIC X(02).
           05  FT-BAND                PIC X(01).
           05  FILLER                 PIC X(02).
           05  FT-FEE                 PIC 9(05).
           05  FILLER                 PIC X(02).
           05  FT-NOTE                PIC X(40).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
           88  WK-ZENGIN-FOUND             VALUE "00".
       01  WK-BACK-FS         PIC XX.
           88  WK-BACK-FOUND               VALUE "00".
       01  WK-ACCT-FS         PIC XX.
           88  WK-ACCT-OK                  VALUE "00".
           88  WK-ACCT-OPENED              VALUE "00" "05".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-B-EOF-SW        PIC X       VALUE "N".
           05  ZGD-AMOUNT             PIC 9(11).
           05  ZGD-SIGN               PIC X(01).
           05  ZGD-POSTAL             PIC X(07).
           05  ZGD-BANK-CODE          PIC X(04).
           05  ZGD-BRANCH-CODE        PIC X(03).
           05  ZGD-ACCT-TYPE          PIC X(01).
           05  ZGD-ACCT-NO            PIC X(07).
           05  ZGD-FEE                PIC 9(07).
           05  ZGD-FEE-BEARER         PIC X(01).
           05  FILLER                 PIC X(01).
       01  WK-ZG-TRAILER.
           05  ZGT-TYPE               PIC X(01).
           05  ZGT-COUNT              PIC 9(06).
           05  ZGT-TOTAL              PIC 9(13).
           05  ZGT-SIGN               PIC X(01).
           05  ZGT-FEE-COUNT          PIC 9(06).
           05  ZGT-FEE-TOTAL          PIC 9(11).
           05  FILLER                 PIC X(42).
       01  WK-ZG-END.
           05  ZGE-TYPE               PIC X(01).
           05  FILLER                 PIC X(79).
       01  WK-TOTAL-ABS       PIC 9(11)V9(02).
       01  WK-TOTAL-Z         PIC 9(13).
       01  WK-REC-CT          PIC 9(06)  VALUE ZERO.
       01  WK-NOACCT-CT       PIC 9(06)  VALUE ZERO.
      *
      *    振込手数料表と当社の振込元口座。
       01  WK-FEE-TAB.
           05  WK-FEE-ENTRY  OCCURS 6 TIMES INDEXED BY IDX-FEE.
               10  WK-FEE-ROUTE       PIC X(01).
               10  WK-FEE-BAND        PIC X(01).
               10  WK-FEE-YEN         PIC 9(05).
       01  WK-FEE-COUNT       PIC 9(02)  COMP  VALUE ZERO.
       01  WK-FEE-EOF-SW      PIC X       VALUE "N".
           88  WK-FEE-EOF                 VALUE "Y".
       01  WK-OWN-ACCT.
           05  WK-OWN-BANK            PIC X(04)  VALUE SPACES.
           05  WK-OWN-BRANCH          PIC X(03)  VALUE SPACES.
       01  WK-ROUTE           PIC X(01).
       01  WK-BAND            PIC X(01).
       01  WK-FEE-Z           PIC 9(07).
       01  WK-FEE-CT          PIC 9(06)  VALUE ZERO.
       01  WK-FEE-TOTAL-Z     PIC 9(11)  VALUE ZERO.
       01  WK-FEE-OVER-CT     PIC 9(06)  VALUE ZERO.
       01  WK-FEE-DIFF-CT     PIC 9(05)  VALUE ZERO.
       01  WK-SYS-DATE        PIC 9(08).
      *
      *    VERIFY用の戻りファイル作業表。
               10  WK-BK-SEQ          PIC 9(06).
               10  WK-BK-KANA         PIC X(20).
               10  WK-BK-BAL          PIC S9(09)V9(02).
               10  WK-BK-FEE          PIC 9(07).
       01  WK-BK-COUNT        PIC 9(04)  COMP  VALUE ZERO.
       01  WK-BK-HIT          PIC 9(04)  COMP.
       01  WK-K               PIC 9(04)  COMP.
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
      *    口座ファイルが無いのは口座の登録が無いだけ(状態05)。
            OPEN INPUT CUST-ACCT-FILE.
            IF NOT WK-ACCT-OPENED
                DISPLAY "CUSTACCT.IDX NOT AVAILABLE (FILE STATUS "
                        WK-ACCT-FS ")"
                CLOSE TDATA-FILE
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT ZENGIN-FILE.
            PERFORM P-030-LOAD-FEE-TABLE.
            ACCEPT WK-SYS-DATE        FROM DATE YYYYMMDD.
            MOVE SPACES               TO WK-ZG-HEADER.
            MOVE "1"                   TO ZGH-TYPE.
            END-IF.
            COMPUTE WK-TOTAL-Z = WK-TOTAL-ABS * 100.
            MOVE WK-TOTAL-Z           TO ZGT-TOTAL.
            MOVE WK-FEE-CT            TO ZGT-FEE-COUNT.
            MOVE WK-FEE-TOTAL-Z       TO ZGT-FEE-TOTAL.
            MOVE WK-ZG-TRAILER        TO ZENGIN-REC.
            WRITE ZENGIN-REC.
            MOVE SPACES               TO WK-ZG-END.
            MOVE "9"                   TO ZGE-TYPE.
            MOVE WK-ZG-END            TO ZENGIN-REC.
            WRITE ZENGIN-REC.
            CLOSE CUST-ACCT-FILE.
            CLOSE ZENGIN-FILE.
            CLOSE TDATA-FILE.
            DISPLAY "EXPORTED " WK-REC-CT " RECORD(S) -> ZENGIN.DAT".
            IF WK-NOACCT-CT NOT = ZERO
                DISPLAY "NO ACCOUNT ON CUSTACCT.IDX: " WK-NOACCT-CT
                        " RECORD(S) - ACCOUNT FIELDS LEFT BLANK"
            END-IF.
            DISPLAY "TRANSFER FEE DEDUCTED: " WK-FEE-CT
                    " RECORD(S)  TOTAL(SEN) " WK-FEE-TOTAL-Z.
            IF WK-FEE-OVER-CT NOT = ZERO
                DISPLAY "FEE NOT DEDUCTED (AMOUNT BELOW FEE): "
                        WK-FEE-OVER-CT
            END-IF.
      *
       P-022-EXPORT-ONE.
            READ TDATA-FILE
            MOVE CUSTOMER-REC(67:20)  TO KN-INPUT.
            CALL "KANANRM" USING KN-PARM.
            MOVE KN-OUTPUT(1:30)      TO ZGD-NAME-KANA.
      *    振込先口座は顧客口座ファイルから。登録済みなら名義も
      *    口座名義(CUST-KANAと一致を確認済み)を使う。
            MOVE CUST-SEQ-NO          TO CA-SEQ-NO.
            READ CUST-ACCT-FILE
                INVALID KEY
                    MOVE "23"          TO WK-ACCT-FS
            END-READ.
            IF WK-ACCT-OK
                MOVE CA-BANK-CODE     TO ZGD-BANK-CODE
                MOVE CA-BRANCH-CODE   TO ZGD-BRANCH-CODE
                MOVE CA-ACCT-TYPE     TO ZGD-ACCT-TYPE
                MOVE CA-ACCT-NO       TO ZGD-ACCT-NO
                MOVE CA-HOLDER-KANA   TO ZGD-NAME-KANA
            ELSE
                ADD 1                 TO WK-NOACCT-CT
            END-IF.
      *    金額は無符号ゾーン+符号欄1桁の別建て。
            IF CUST-BALANCE < ZERO
                MOVE "-"               TO ZGD-SIGN
                MOVE CUST-BALANCE     TO WK-AMOUNT-ABS
            END-IF.
            COMPUTE WK-AMOUNT-Z = WK-AMOUNT-ABS * 100.
      *    先方負担なら手数料を差し引いた金額で書く。
            PERFORM P-032-COMPUTE-FEE THRU P-032-EXIT.
            MOVE "S"                   TO ZGD-FEE-BEARER.
            IF WK-ACCT-OK AND CA-PAYEE-BEARS-FEE
                MOVE "P"               TO ZGD-FEE-BEARER
            END-IF.
            MOVE WK-FEE-Z             TO ZGD-FEE.
            IF WK-FEE-Z > ZERO
                SUBTRACT WK-FEE-Z     FROM WK-AMOUNT-Z
                ADD 1                 TO WK-FEE-CT
                ADD WK-FEE-Z          TO WK-FEE-TOTAL-Z
            END-IF.
            MOVE WK-AMOUNT-Z          TO ZGD-AMOUNT.
            MOVE CUST-POSTAL          TO ZGD-POSTAL.
            MOVE WK-ZG-DATA           TO ZENGIN-REC.
            WRITE ZENGIN-REC.
            ADD 1                     TO WK-REC-CT.
            ADD CUST-BALANCE          TO WK-TOTAL-NET.
            IF WK-FEE-Z > ZERO
                COMPUTE WK-TOTAL-NET = WK-TOTAL-NET - WK-FEE-Z / 100
            END-IF.
      *
      *    振込手数料表の読み込み。表が無ければ手数料はゼロ扱い。
       P-030-LOAD-FEE-TABLE.
            DISPLAY "ZG-OWN-ACCT"       UPON ENVIRONMENT-NAME.
            ACCEPT  WK-OWN-ACCT          FROM ENVIRONMENT-VALUE.
            MOVE ZERO                 TO WK-FEE-COUNT.
            MOVE "N"                  TO WK-FEE-EOF-SW.
            OPEN INPUT FEE-FILE.
            PERFORM P-031-LOAD-ONE-FEE UNTIL WK-FEE-EOF.
            CLOSE FEE-FILE.
            IF WK-FEE-COUNT = ZERO
                DISPLAY "WARNING: FEETAB.TXT EMPTY OR MISSING - "
                        "NO TRANSFER FEE DEDUCTED"
            END-IF.
            IF WK-OWN-ACCT = SPACES
                DISPLAY "WARNING: ZG-OWN-ACCT NOT SET - "
                        "ALL PAYEES TREATED AS OTHER BANK"
            END-IF.
      *
       P-031-LOAD-ONE-FEE.
            READ FEE-FILE
                AT END        SET WK-FEE-EOF      TO TRUE
                NOT AT END
                    IF FEE-REC(1:1) NOT = "*"
                       AND FEE-REC NOT = SPACES
                       AND FT-FEE IS NUMERIC
                       AND WK-FEE-COUNT < 6
                        ADD 1         TO WK-FEE-COUNT
                        SET IDX-FEE   TO WK-FEE-COUNT
                        MOVE FT-ROUTE TO WK-FEE-ROUTE(IDX-FEE)
                        MOVE FT-BAND  TO WK-FEE-BAND(IDX-FEE)
                        MOVE FT-FEE   TO WK-FEE-YEN(IDX-FEE)
                    END-IF
            END-READ.
      *
      *    手数料(銭単位)をWK-FEE-Zへ求める。対象は先方負担の口座
      *    宛で金額がプラスのものだけ。口座はCUST-ACCT-RECに読み
      *    込み済み、差引前の金額はWK-AMOUNT-Z(銭単位)。
       P-032-COMPUTE-FEE.
            MOVE ZERO                 TO WK-FEE-Z.
            IF NOT WK-ACCT-OK
               OR NOT CA-PAYEE-BEARS-FEE
               OR CUST-BALANCE NOT > ZERO
                GO TO P-032-EXIT
            END-IF.
            IF CA-BANK-CODE = WK-OWN-BANK
                IF CA-BRANCH-CODE = WK-OWN-BRANCH
                    MOVE "1"           TO WK-ROUTE
                ELSE
                    MOVE "2"           TO WK-ROUTE
                END-IF
            ELSE
                MOVE "3"               TO WK-ROUTE
            END-IF.
            IF WK-AMOUNT-Z < 3000000
                MOVE "L"               TO WK-BAND
            ELSE
                MOVE "H"               TO WK-BAND
            END-IF.
            SET IDX-FEE               TO 1.
            SEARCH WK-FEE-ENTRY
                WHEN IDX-FEE > WK-FEE-COUNT
                    CONTINUE
                WHEN WK-FEE-ROUTE(IDX-FEE) = WK-ROUTE
                     AND WK-FEE-BAND(IDX-FEE) = WK-BAND
                    COMPUTE WK-FEE-Z = WK-FEE-YEN(IDX-FEE) * 100
            END-SEARCH.
      *    手数料が振込金額以上なら差し引かずに報告する。
            IF WK-FEE-Z >= WK-AMOUNT-Z
                MOVE ZERO             TO WK-FEE-Z
                ADD 1                 TO WK-FEE-OVER-CT
                DISPLAY "FEE NOT DEDUCTED - AMOUNT BELOW FEE: SEQ "
                        CUST-SEQ-NO
            END-IF.
       P-032-EXIT.
            EXIT.
      *
      *    取り込み。データレコードをCUSTREC様式へ戻し、トレーラの
      *    件数・金額合計を検算する。
            IF ZGD-SIGN = "-"
                COMPUTE WK-AMOUNT-BACK = 0 - WK-AMOUNT-BACK
            END-IF.
            ADD WK-AMOUNT-BACK        TO WK-TOTAL-NET.
      *    手数料を差し引いて送った明細は差引前の金額へ戻し、
      *    手数料は別欄で持ち帰る(VERIFYが計算し直して比べる)。
            IF ZGD-FEE IS NUMERIC AND ZGD-FEE > ZERO
                COMPUTE WK-AMOUNT-BACK = WK-AMOUNT-BACK
                                       + ZGD-FEE / 100
                ADD 1                 TO WK-FEE-CT
                ADD ZGD-FEE           TO WK-FEE-TOTAL-Z
            END-IF.
            MOVE WK-AMOUNT-BACK       TO CUST-BALANCE.
            MOVE ZGD-POSTAL           TO CUST-POSTAL.
            MOVE SPACES               TO BACK-REC.
            MOVE CUSTOMER-REC         TO BK-CUST-IMAGE.
            MOVE ZERO                 TO BK-FEE.
            IF ZGD-FEE IS NUMERIC
                MOVE ZGD-FEE          TO BK-FEE
            END-IF.
            MOVE ZGD-FEE-BEARER       TO BK-FEE-BEARER.
            WRITE BACK-REC.
            ADD 1                     TO WK-REC-CT.
      *
       P-048-CHECK-TRAILER.
            IF WK-TOTAL-NET < ZERO
                        " TOTAL " ZGT-TOTAL "/" WK-TOTAL-Z
                MOVE 12               TO RETURN-CODE
            END-IF.
      *    手数料の件数・合計(旧様式のトレーラは空白なので見ない)。
            IF ZGT-FEE-COUNT IS NUMERIC
                IF ZGT-FEE-COUNT NOT = WK-FEE-CT
                   OR ZGT-FEE-TOTAL NOT = WK-FEE-TOTAL-Z
                    DISPLAY "TRAILER FEE MISMATCH - "
                            "COUNT " ZGT-FEE-COUNT "/" WK-FEE-CT
                            " TOTAL " ZGT-FEE-TOTAL "/"
                            WK-FEE-TOTAL-Z
                    MOVE 12           TO RETURN-CODE
                END-IF
            END-IF.
      *
      *    往復突合。全銀様式が運ぶ項目(連番・カナ・残高)について
      *    元ファイルと戻りファイルを突き合わせる。カナは正規化
      *    してから比べる(全角→半角→全角の幅往復を吸収)。
      *    振込手数料は口座ファイルと手数料表から計算し直し、
      *    往復で持ち帰った手数料と比べる。
       P-060-VERIFY.
            PERFORM P-062-LOAD-BACK.
            OPEN INPUT TDATA-FILE.
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT CUST-ACCT-FILE.
            IF NOT WK-ACCT-OPENED
                DISPLAY "CUSTACCT.IDX NOT AVAILABLE (FILE STATUS "
                        WK-ACCT-FS ")"
                CLOSE TDATA-FILE
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT RTRP-FILE.
            PERFORM P-030-LOAD-FEE-TABLE.
            MOVE "ZENGIN ROUND-TRIP COMPARISON"  TO RTRP-LINE.
            WRITE RTRP-LINE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-066-VERIFY-ONE UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            CLOSE CUST-ACCT-FILE.
            MOVE SPACES               TO RTRP-LINE.
            STRING "MATCH=" WK-MATCH-CT
                   " DIFFER=" WK-DIFF-CT
                   " MISSING=" WK-MISS-CT
                   " FEE-DIFFER=" WK-FEE-DIFF-CT
                   DELIMITED BY SIZE  INTO RTRP-LINE.
            WRITE RTRP-LINE.
            MOVE SPACES               TO RTRP-LINE.
            STRING "FEE RECORDS=" WK-FEE-CT
                   " FEE TOTAL(SEN)=" WK-FEE-TOTAL-Z
                   DELIMITED BY SIZE  INTO RTRP-LINE.
            WRITE RTRP-LINE.
            CLOSE RTRP-FILE.
            DISPLAY "ROUND-TRIP: MATCH=" WK-MATCH-CT
                    " DIFFER=" WK-DIFF-CT
                    " MISSING=" WK-MISS-CT
                    " FEE-DIFFER=" WK-FEE-DIFF-CT.
            COMPUTE RETURN-CODE = WK-DIFF-CT + WK-MISS-CT
                                + WK-FEE-DIFF-CT.
      *
       P-062-LOAD-BACK.
            MOVE "N"                  TO WK-B-EOF-SW.
                             TO WK-BK-KANA(WK-BK-COUNT)
                        MOVE CUST-BALANCE
                             TO WK-BK-BAL(WK-BK-COUNT)
                        MOVE ZERO
                             TO WK-BK-FEE(WK-BK-COUNT)
                        IF BK-FEE IS NUMERIC
                            MOVE BK-FEE
                                 TO WK-BK-FEE(WK-BK-COUNT)
                        END-IF
                    END-IF
            END-READ.
      *
                           DELIMITED BY SIZE  INTO RTRP-LINE
                    WRITE RTRP-LINE
                END-IF
                PERFORM P-067-VERIFY-FEE
            END-IF.
      *
      *    手数料の再計算と往復値の突合。
       P-067-VERIFY-FEE.
            MOVE CUST-SEQ-NO          TO CA-SEQ-NO.
            READ CUST-ACCT-FILE
                INVALID KEY
                    MOVE "23"          TO WK-ACCT-FS
            END-READ.
            IF CUST-BALANCE < ZERO
                COMPUTE WK-AMOUNT-ABS = 0 - CUST-BALANCE
            ELSE
                MOVE CUST-BALANCE     TO WK-AMOUNT-ABS
            END-IF.
            COMPUTE WK-AMOUNT-Z = WK-AMOUNT-ABS * 100.
            PERFORM P-032-COMPUTE-FEE THRU P-032-EXIT.
            IF WK-FEE-Z > ZERO
                ADD 1                 TO WK-FEE-CT
                ADD WK-FEE-Z          TO WK-FEE-TOTAL-Z
            END-IF.
            IF WK-FEE-Z NOT = WK-BK-FEE(WK-BK-HIT)
                ADD 1                 TO WK-FEE-DIFF-CT
                MOVE SPACES           TO RTRP-LINE
                STRING "FEE DISAGREE SEQ " CUST-SEQ-NO
                       "  EXPECTED " WK-FEE-Z
                       "  RETURNED " WK-BK-FEE(WK-BK-HIT)
                       DELIMITED BY SIZE  INTO RTRP-LINE
                WRITE RTRP-LINE
            END-IF.
      *
       P-069-MATCH-SEQ.
