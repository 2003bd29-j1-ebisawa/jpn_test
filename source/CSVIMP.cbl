      *                  付きでCSVERR.TXTへ書き、手直しの行単位
      *                  作業をなくす。
      *  --------------------------------------------------------------
      *   CSVの列: 取引ID,顧客番号,種別(D/W/R),金額,氏名(引用符付き
      *   日本語可・確認用),取り消す元の取引ID(種別Rのとき),
      *   受付日時(YYYYMMDDHHMMSS・省略可)。
      *   受付日時を省略した行には取り込んだ日時を付ける(TXNPOSTが
      *   締め時刻と照らして起算日を決める)。
      *   取消(R)の金額は元の取引から決まるので見ない。
      *   検出する誤り:
      *     UNBALANCED QUOTE ... 引用符が閉じていない
      *     FIELD TOO LONG   ... 氏名がPIC N(10)に入らない等
      *     BAD AMOUNT       ... 金額が数字でない
      *     BAD TYPE         ... 種別がD/W/R以外
      *     NO ORIGINAL ID   ... 取消に元の取引IDが無い
      *     BAD RECEIVED     ... 受付日時が14桁の数字でない
      *   引用符内の""は引用符1個として扱う。
      *   店のヘッダ・トレーラ行(先頭が"*HEADER*"・"*TRAILER*"。
      *   INTAKEが検査する)は行番号だけ数えて読み飛ばす。
      *   取り込み終えたCSVIN.CSVは"USED-"+日付-時刻+"-CSVIN.CSV"
      *   へ写してから消す(次のINTAKEが前の実行の残りを届いた
      *   ファイルと取り違えないため)。写しか消去に失敗したときは
      *   知らせるだけで、戻り値は変えない(残ったファイルは次の
      *   INTAKEが撥ねる)。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERR-FILE            ASSIGN TO "CSVERR.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USED-FILE ASSIGN TO DYNAMIC WK-USED-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-USED-FS.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
           05  TXN-TYPE               PIC X(01).
           05  FILLER                 PIC X(02).
           05  TXN-AMOUNT             PIC X(36).
           05  FILLER                 PIC X(02).
           05  TXN-ORIG-ID            PIC X(08).
           05  FILLER                 PIC X(02).
           05  TXN-RECEIVED           PIC X(14).
       FD  ERR-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERR-LINE               PIC X(160).
       FD  USED-FILE
           LABEL RECORDS ARE STANDARD.
       01  USED-REC               PIC X(200).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-CSV-FS          PIC XX.
           88  WK-CSV-FOUND                VALUE "00".
       01  WK-USED-NAME       PIC X(40).
       01  WK-USED-FS         PIC XX.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
      *
       01  WK-REJECT-CT       PIC 9(07)  VALUE ZERO.
       01  WK-ED-LINE         PIC ZZZZZZ9.
       01  WK-FIELD-NO        PIC 9(02).
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-RECEIVED        PIC X(14).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            ACCEPT WK-SYS-DATE        FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME        FROM TIME.
            OPEN OUTPUT TXN-FILE.
            OPEN OUTPUT ERR-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            CLOSE ERR-FILE.
            CLOSE TXN-FILE.
            CLOSE CSV-FILE.
            PERFORM P-070-RETIRE-INPUT THRU P-070-EXIT.
            DISPLAY "CSVIMP END  ACCEPTED=" WK-ACCEPT-CT
                    " REJECTED=" WK-REJECT-CT
                    " -> TXNIN.DAT".
                NOT AT END
                    IF CSV-REC NOT = SPACES
                        ADD 1         TO WK-LINE-NO
                        IF CSV-REC(1:8) NOT = "*HEADER*"
                           AND CSV-REC(1:9) NOT = "*TRAILER*"
                            PERFORM P-030-PARSE-LINE
                            PERFORM P-050-VALIDATE-LINE
                               THRU P-050-EXIT
                        END-IF
                    END-IF
            END-READ.
      *
                PERFORM P-060-WRITE-ERROR
                GO TO P-050-EXIT
            END-IF.
      *    列3: 種別はD・W・R(取消)。
            IF WK-FIELD-VAL(3)(1:1) NOT = "D"
               AND WK-FIELD-VAL(3)(1:1) NOT = "W"
               AND WK-FIELD-VAL(3)(1:1) NOT = "R"
                MOVE "BAD TYPE"         TO WK-PARSE-ERR
                MOVE 3                TO WK-FIELD-NO
                PERFORM P-060-WRITE-ERROR
                GO TO P-050-EXIT
            END-IF.
      *    列4: 金額は数字(小数点1個まで)。取消では見ない。
            IF WK-FIELD-VAL(3)(1:1) NOT = "R"
                PERFORM P-055-CHECK-AMOUNT
                IF WK-PARSE-ERR NOT = SPACES
                    MOVE 4            TO WK-FIELD-NO
                    PERFORM P-060-WRITE-ERROR
                    GO TO P-050-EXIT
                END-IF
            END-IF.
      *    列6: 取消には元の取引IDが要る。
            IF WK-FIELD-VAL(3)(1:1) = "R"
               AND (WK-FIELD-CT < 6 OR WK-FIELD-LEN(6) = ZERO)
                MOVE "NO ORIGINAL ID"   TO WK-PARSE-ERR
                MOVE 6                TO WK-FIELD-NO
                PERFORM P-060-WRITE-ERROR
                GO TO P-050-EXIT
            END-IF.
      *    列7: 受付日時。省略なら取り込んだ日時。
            IF WK-FIELD-CT >= 7
               AND WK-FIELD-LEN(7) NOT = ZERO
                MOVE WK-FIELD-VAL(7)(1:14)  TO WK-RECEIVED
                IF WK-FIELD-LEN(7) NOT = 14
                   OR WK-RECEIVED IS NOT NUMERIC
                    MOVE "BAD RECEIVED"   TO WK-PARSE-ERR
                    MOVE 7            TO WK-FIELD-NO
                    PERFORM P-060-WRITE-ERROR
                    GO TO P-050-EXIT
                END-IF
            ELSE
                MOVE WK-SYS-DATE      TO WK-RECEIVED(1:8)
                MOVE WK-SYS-TIME(1:6) TO WK-RECEIVED(9:6)
            END-IF.
      *    列5: 氏名はPIC N(10)=20バイトまで。
            IF WK-FIELD-CT >= 5
               AND WK-FIELD-LEN(5) > 20
            MOVE WK-FIELD-VAL(2)(1:6)  TO TXN-CUST.
            MOVE WK-FIELD-VAL(3)(1:1)  TO TXN-TYPE.
            MOVE WK-FIELD-VAL(4)(1:36) TO TXN-AMOUNT.
            IF TXN-TYPE = "R"
                MOVE WK-FIELD-VAL(6)(1:8)  TO TXN-ORIG-ID
            END-IF.
            MOVE WK-RECEIVED          TO TXN-RECEIVED.
            WRITE TXN-REC.
            ADD 1                     TO WK-ACCEPT-CT.
       P-050-EXIT.
                   "  : " CSV-REC(1:80)
                   DELIMITED BY SIZE  INTO ERR-LINE.
            WRITE ERR-LINE.
      *
      *    取り込み終えたCSVIN.CSVを写してから消す。
       P-070-RETIRE-INPUT.
            MOVE SPACES               TO WK-USED-NAME.
            STRING "USED-"            DELIMITED BY SIZE
                   WK-SYS-DATE        DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)   DELIMITED BY SIZE
                   "-CSVIN.CSV"       DELIMITED BY SIZE
                                      INTO WK-USED-NAME.
            OPEN OUTPUT USED-FILE.
            IF WK-USED-FS NOT = "00"
                DISPLAY "CANNOT WRITE " WK-USED-NAME
                        " (STATUS " WK-USED-FS ") - CSVIN.CSV"
                        " LEFT IN PLACE"
                GO TO P-070-EXIT
            END-IF.
            OPEN INPUT CSV-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-072-RETIRE-ONE UNTIL WK-EOF.
            CLOSE CSV-FILE.
            CLOSE USED-FILE.
            DELETE FILE CSV-FILE.
            IF NOT WK-CSV-FOUND
                DISPLAY "CANNOT DELETE CSVIN.CSV (STATUS " WK-CSV-FS
                        ") - REMOVE IT BY HAND"
                GO TO P-070-EXIT
            END-IF.
            DISPLAY "CSVIN.CSV RETIRED AS " WK-USED-NAME.
       P-070-EXIT.
            EXIT.
      *
       P-072-RETIRE-ONE.
            READ CSV-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    MOVE CSV-REC      TO USED-REC
                    WRITE USED-REC
            END-READ.
      ******************************************************************
