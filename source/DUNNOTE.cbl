      ******************************************************************
      *    テストケース：DUNNOTE
      *    プログラム名：日本語化テスト 督促状の作成
      *    処理概要　　：顧客ファイルTESTDATA.DATから残高がマイナス
      *                  (未収)の顧客を拾い、督促履歴DUNHIST.DATで
      *                  何サイクル続けて未収かを数えて、段階に
      *                  応じた文面の督促状をDUNNING.RPTへ書く。
      *                  1回目=お知らせ、2回目=督促、3回目以降=
      *                  最終催告。作成日とお支払期限は和暦
      *                  (WAREKI)、期限は作成日からN営業日後
      *                  (BIZDAY)、ご請求金額は大字の漢数字
      *                  (KANJIAMT)で刻印する。
      *                  履歴は今回未収の顧客だけで書き直すので、
      *                  入金して残高がマイナスでなくなった顧客は
      *                  自動的にサイクルから外れる(外れた顧客は
      *                  集計頁に入金確認として載せる)。
      *  --------------------------------------------------------------
      *   環境変数:
      *     DN-DATE  作成日YYYYMMDD(既定は当日)
      *     DN-DAYS  お支払期限までの営業日数(既定10)
      *   督促履歴DUNHIST.DAT(1行=1顧客):
      *     顧客番号・段階・サイクル数・初回督促日・前回督促日・
      *     前回の未収額(銭単位)
      *   同じ作成日で再実行してもサイクル数は進めない(刷り直し)。
      *   ご請求金額の漢数字は円単位(円未満切捨て)、数字の金額は
      *   銭まで印字する。
      *   戻り値: 最終催告の件数(入力なし・パラメタ不正は1)。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           DUNNOTE.
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
           SELECT OPTIONAL HIST-FILE  ASSIGN TO "DUNHIST.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-HIST-FS.
           SELECT DUN-FILE            ASSIGN TO "DUNNING.RPT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIST-REC.
           05  DH-SEQ                 PIC 9(06).
           05  FILLER                 PIC X(02).
           05  DH-STAGE               PIC 9(01).
           05  FILLER                 PIC X(02).
           05  DH-CYCLES              PIC 9(03).
           05  FILLER                 PIC X(02).
           05  DH-FIRST-DATE          PIC 9(08).
           05  FILLER                 PIC X(02).
           05  DH-LAST-DATE           PIC 9(08).
           05  FILLER                 PIC X(02).
           05  DH-AMOUNT              PIC 9(11).
       FD  DUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUN-LINE               PIC X(132).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-HIST-FS         PIC XX.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ENV-DATE        PIC X(08)  VALUE SPACES.
       01  WK-ENV-DAYS        PIC X(03)  VALUE SPACES.
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
      *    前回までの督促履歴(読み込んだ全件)。今回も未収なら
      *    WK-HT-HITを立てる。立たなかった顧客が入金確認。
       01  WK-HIST-TAB.
           05  WK-HT-ENTRY  OCCURS 2000 TIMES INDEXED BY IDX-HT.
               10  WK-HT-SEQ          PIC 9(06).
               10  WK-HT-CYCLES       PIC 9(03).
               10  WK-HT-FIRST        PIC 9(08).
               10  WK-HT-LAST         PIC 9(08).
               10  WK-HT-AMOUNT       PIC 9(11).
               10  WK-HT-HIT          PIC X(01).
       01  WK-HT-COUNT        PIC 9(04)  COMP  VALUE ZERO.
       01  WK-HT-OVER-SW      PIC X       VALUE "N".
           88  WK-HT-OVER                 VALUE "Y".
      *
      *    段階別の文面(表題+本文7行)。
       01  WK-STAGE-TEXT-DEF.
           05  FILLER  PIC X(48)
                       VALUE "お支払いについてのお知らせ".
           05  FILLER  PIC X(48)
                       VALUE "平素は格別のお引き立てを".
           05  FILLER  PIC X(48)
                       VALUE "賜り厚く御礼申し上げます。".
           05  FILLER  PIC X(48)
                       VALUE "さて、下記のご請求金額の".
           05  FILLER  PIC X(48)
                       VALUE "お支払いが本日までに".
           05  FILLER  PIC X(48)
                       VALUE "確認できておりません。".
           05  FILLER  PIC X(48)
                       VALUE "お支払期限までにお支払い".
           05  FILLER  PIC X(48)
                       VALUE "をお願い申し上げます。".
           05  FILLER  PIC X(48)
                       VALUE "督促状".
           05  FILLER  PIC X(48)
                       VALUE "先にご案内いたしました".
           05  FILLER  PIC X(48)
                       VALUE "下記のご請求金額につき、".
           05  FILLER  PIC X(48)
                       VALUE "現在もお支払いの確認が".
           05  FILLER  PIC X(48)
                       VALUE "できておりません。".
           05  FILLER  PIC X(48)
                       VALUE "お支払期限までに必ず".
           05  FILLER  PIC X(48)
                       VALUE "お支払いくださいますよう".
           05  FILLER  PIC X(48)
                       VALUE "督促申し上げます。".
           05  FILLER  PIC X(48)
                       VALUE "最終催告書".
           05  FILLER  PIC X(48)
                       VALUE "再三のご案内にもかかわらず".
           05  FILLER  PIC X(48)
                       VALUE "下記のご請求金額の".
           05  FILLER  PIC X(48)
                       VALUE "お支払いが確認できて".
           05  FILLER  PIC X(48)
                       VALUE "おりません。期限までに".
           05  FILLER  PIC X(48)
                       VALUE "お支払いのない場合は、".
           05  FILLER  PIC X(48)
                       VALUE "法的手続きに移行します".
           05  FILLER  PIC X(48)
                       VALUE "ので予めご了承ください。".
       01  WK-STAGE-TEXT  REDEFINES WK-STAGE-TEXT-DEF.
           05  WK-STG-ENTRY  OCCURS 3 TIMES.
               10  WK-STG-TITLE       PIC X(48).
               10  WK-STG-BODY        PIC X(48)  OCCURS 7 TIMES.
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
      *
      *    BIZDAY(営業日計算)の受け渡し領域。
       01  BZ-PARM.
           05  BZ-FUNCTION              PIC X(01).
           05  BZ-DATE                  PIC 9(08).
           05  BZ-DAYS                  PIC 9(03).
           05  BZ-RESULT                PIC X(01).
           05  BZ-STATUS                PIC X(02).
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
       01  WK-RUN-DATE        PIC 9(08).
       01  WK-DUE-DATE        PIC 9(08).
       01  WK-DUE-DAYS        PIC 9(03)  VALUE 10.
       01  WK-WR-IN           PIC 9(08).
       01  WK-WR-OUT          PIC X(40).
       01  WK-RUN-WAREKI      PIC X(40).
       01  WK-DUE-WAREKI      PIC X(40).
       01  WK-ED-YY           PIC Z9.
       01  WK-ED-MM           PIC Z9.
       01  WK-ED-DD           PIC Z9.
      *
       01  WK-CYCLES          PIC 9(03).
       01  WK-FIRST-DATE      PIC 9(08).
       01  WK-STAGE           PIC 9(01).
       01  WK-L               PIC 9(02)  COMP.
       01  WK-AMOUNT-ABS      PIC 9(09)V9(02).
       01  WK-AMOUNT-Z        PIC 9(11).
       01  WK-ED-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-CYCLES       PIC ZZ9.
       01  WK-ED-SEQ          PIC 9(06).
      *
       01  WK-NOTICE-CT       PIC 9(06)  VALUE ZERO.
       01  WK-NEW-CT          PIC 9(06)  VALUE ZERO.
       01  WK-CLEAR-CT        PIC 9(06)  VALUE ZERO.
       01  WK-STAGE-CT-TAB.
           05  WK-STAGE-CT    PIC 9(06)  OCCURS 3 TIMES.
       01  WK-TOTAL-Z         PIC 9(13)  VALUE ZERO.
       01  WK-ED-COUNT        PIC ZZZ,ZZ9.
       01  WK-ED-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WK-TOTAL-YEN       PIC 9(11)V9(02).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "DUNNOTE START".
            MOVE ZERO                 TO RETURN-CODE.
            INITIALIZE WK-STAGE-CT-TAB.
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
            PERFORM P-020-LOAD-HISTORY.
            IF WK-HT-OVER
                DISPLAY "DUNHIST.DAT EXCEEDS 2000 ENTRIES - STOPPED"
                CLOSE TDATA-FILE
                MOVE 1                TO RETURN-CODE
                GO TO P-010-END
            END-IF.
            OPEN OUTPUT HIST-FILE.
            OPEN OUTPUT DUN-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-030-READ-ONE UNTIL WK-EOF.
            PERFORM P-060-SUMMARY.
            CLOSE DUN-FILE.
            CLOSE HIST-FILE.
            CLOSE TDATA-FILE.
            DISPLAY "NOTICES " WK-NOTICE-CT
                    "  (NEW " WK-NEW-CT
                    "  FINAL " WK-STAGE-CT(3)
                    ")  CLEARED " WK-CLEAR-CT
                    " -> DUNNING.RPT".
            MOVE WK-STAGE-CT(3)       TO RETURN-CODE.
       P-010-END.
            DISPLAY "DUNNOTE END".
            GOBACK
            .
      *
      *    作成日とお支払期限(作成日からN営業日後)を決める。
       P-015-PARAMETERS.
            DISPLAY "DN-DATE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DATE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-DATE = SPACES
                ACCEPT WK-RUN-DATE    FROM DATE YYYYMMDD
            ELSE
                IF WK-ENV-DATE IS NOT NUMERIC
                    DISPLAY "DN-DATE MUST BE YYYYMMDD: " WK-ENV-DATE
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-DATE      TO WK-RUN-DATE
            END-IF.
            DISPLAY "DN-DAYS"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DAYS          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-DAYS NOT = SPACES
                IF WK-ENV-DAYS IS NOT NUMERIC
                    DISPLAY "DN-DAYS MUST BE 3 DIGITS: " WK-ENV-DAYS
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-DAYS      TO WK-DUE-DAYS
            END-IF.
            MOVE "A"                   TO BZ-FUNCTION.
            MOVE WK-RUN-DATE          TO BZ-DATE.
            MOVE WK-DUE-DAYS          TO BZ-DAYS.
            CALL "BIZDAY" USING BZ-PARM.
            IF BZ-STATUS NOT = "00"
                DISPLAY "DN-DATE INVALID: " WK-RUN-DATE
                MOVE 1                TO RETURN-CODE
                GO TO P-015-EXIT
            END-IF.
            MOVE BZ-DATE              TO WK-DUE-DATE.
            MOVE WK-RUN-DATE          TO WK-WR-IN.
            PERFORM P-080-WAREKI-EDIT.
            MOVE WK-WR-OUT            TO WK-RUN-WAREKI.
            MOVE WK-DUE-DATE          TO WK-WR-IN.
            PERFORM P-080-WAREKI-EDIT.
            MOVE WK-WR-OUT            TO WK-DUE-WAREKI.
            DISPLAY "RUN DATE " WK-RUN-DATE
                    "  PAYMENT DUE " WK-DUE-DATE.
       P-015-EXIT.
            EXIT.
      *
      *    前回までの督促履歴を作業表へ読み込む。
       P-020-LOAD-HISTORY.
            MOVE ZERO                 TO WK-HT-COUNT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT HIST-FILE.
            PERFORM P-022-LOAD-ONE-HIST UNTIL WK-EOF.
            CLOSE HIST-FILE.
      *
       P-022-LOAD-ONE-HIST.
            READ HIST-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DH-SEQ IS NUMERIC
                        IF WK-HT-COUNT < 2000
                            ADD 1     TO WK-HT-COUNT
                            SET IDX-HT TO WK-HT-COUNT
                            MOVE DH-SEQ
                                 TO WK-HT-SEQ(IDX-HT)
                            MOVE DH-CYCLES
                                 TO WK-HT-CYCLES(IDX-HT)
                            MOVE DH-FIRST-DATE
                                 TO WK-HT-FIRST(IDX-HT)
                            MOVE DH-LAST-DATE
                                 TO WK-HT-LAST(IDX-HT)
                            MOVE DH-AMOUNT
                                 TO WK-HT-AMOUNT(IDX-HT)
                            MOVE "N"  TO WK-HT-HIT(IDX-HT)
                        ELSE
                            SET WK-HT-OVER TO TRUE
                            SET WK-EOF TO TRUE
                        END-IF
                    END-IF
            END-READ.
      *
       P-030-READ-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                       AND CUST-BALANCE < ZERO
                        PERFORM P-040-DUN-ONE
                    END-IF
            END-READ.
      *
      *    未収の顧客1件。履歴からサイクル数を進めて段階を決め、
      *    督促状を書き、新しい履歴を1行書く。
       P-040-DUN-ONE.
            MOVE 1                    TO WK-CYCLES.
            MOVE WK-RUN-DATE          TO WK-FIRST-DATE.
            SET IDX-HT                TO 1.
            SEARCH WK-HT-ENTRY
                AT END
                    ADD 1             TO WK-NEW-CT
                WHEN IDX-HT > WK-HT-COUNT
                    ADD 1             TO WK-NEW-CT
                WHEN WK-HT-SEQ(IDX-HT) = CUST-SEQ-NO
                    MOVE "Y"          TO WK-HT-HIT(IDX-HT)
                    MOVE WK-HT-FIRST(IDX-HT)  TO WK-FIRST-DATE
                    IF WK-HT-LAST(IDX-HT) = WK-RUN-DATE
                        MOVE WK-HT-CYCLES(IDX-HT)  TO WK-CYCLES
                    ELSE
                        COMPUTE WK-CYCLES = WK-HT-CYCLES(IDX-HT) + 1
                    END-IF
            END-SEARCH.
            IF WK-CYCLES > 3
                MOVE 3                TO WK-STAGE
            ELSE
                MOVE WK-CYCLES        TO WK-STAGE
            END-IF.
            COMPUTE WK-AMOUNT-ABS = 0 - CUST-BALANCE.
            COMPUTE WK-AMOUNT-Z = WK-AMOUNT-ABS * 100.
            ADD WK-AMOUNT-Z           TO WK-TOTAL-Z.
            ADD 1                     TO WK-NOTICE-CT
                                          WK-STAGE-CT(WK-STAGE).
            PERFORM P-050-PRINT-NOTICE.
            MOVE SPACES               TO HIST-REC.
            MOVE CUST-SEQ-NO          TO DH-SEQ.
            MOVE WK-STAGE             TO DH-STAGE.
            MOVE WK-CYCLES            TO DH-CYCLES.
            MOVE WK-FIRST-DATE        TO DH-FIRST-DATE.
            MOVE WK-RUN-DATE          TO DH-LAST-DATE.
            MOVE WK-AMOUNT-Z          TO DH-AMOUNT.
            WRITE HIST-REC.
      *
      *    督促状1通(1顧客1枚)。
       P-050-PRINT-NOTICE.
            MOVE CUSTOMER-REC         TO WK-CUST-X.
            MOVE ALL "="               TO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            STRING "                                        "
                                              DELIMITED BY SIZE
                   "作成日 "                  DELIMITED BY SIZE
                   WK-RUN-WAREKI              DELIMITED BY "  "
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            STRING "  〒"                     DELIMITED BY SIZE
                   WK-CX-POSTAL               DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-CX-ADDRESS              DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-CX-NAME                 DELIMITED BY SIZE
                   "  様"                     DELIMITED BY SIZE
                   "      (顧客番号 "         DELIMITED BY SIZE
                   WK-CX-SEQ                  DELIMITED BY SIZE
                   ")"                        DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            STRING "                    "    DELIMITED BY SIZE
                   WK-STG-TITLE(WK-STAGE)     DELIMITED BY SPACE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            WRITE DUN-LINE.
            PERFORM P-052-PRINT-BODY
               VARYING WK-L FROM 1 BY 1 UNTIL WK-L > 7.
            MOVE SPACES               TO DUN-LINE.
            WRITE DUN-LINE.
            MOVE "                          記"  TO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            WRITE DUN-LINE.
      *    ご請求金額は大字の漢数字(円未満切捨て)と数字の併記。
            MOVE "F"                   TO KJ-FUNCTION.
            MOVE WK-AMOUNT-ABS        TO KJ-AMOUNT.
            CALL "KANJIAMT" USING KJ-PARM.
            MOVE KJ-TEXT              TO WK-KJ-TEXT-N.
            MOVE WK-AMOUNT-ABS        TO WK-ED-AMOUNT.
            MOVE SPACES               TO DUN-LINE.
            STRING "    ご請求金額  "          DELIMITED BY SIZE
                   WK-KJ-TEXT-XV              DELIMITED BY "  "
                   "  (￥"                   DELIMITED BY SIZE
                   WK-ED-AMOUNT               DELIMITED BY SIZE
                   ")"                        DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            STRING "    お支払期限  "          DELIMITED BY SIZE
                   WK-DUE-WAREKI              DELIMITED BY "  "
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE WK-CYCLES            TO WK-ED-CYCLES.
            MOVE SPACES               TO DUN-LINE.
            STRING "    ご案内回数  第"        DELIMITED BY SIZE
                   WK-ED-CYCLES               DELIMITED BY SIZE
                   "回"                       DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            STRING "    行き違いにてお支払い済みの"
                                              DELIMITED BY SIZE
                   "節はご容赦ください。"
                                              DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE "                                              以上"
                                        TO DUN-LINE.
            WRITE DUN-LINE.
      *
       P-052-PRINT-BODY.
            MOVE SPACES               TO DUN-LINE.
            STRING "    "                     DELIMITED BY SIZE
                   WK-STG-BODY(WK-STAGE WK-L) DELIMITED BY SPACE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
      *
      *    集計頁。段階別の件数と、入金確認でサイクルから外れた顧客。
       P-060-SUMMARY.
            MOVE ALL "="               TO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            STRING "  督促状作成集計"         DELIMITED BY SIZE
                   "      作成日: "           DELIMITED BY SIZE
                   WK-RUN-WAREKI              DELIMITED BY "  "
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE ALL "="               TO DUN-LINE.
            WRITE DUN-LINE.
            PERFORM P-062-STAGE-LINE
               VARYING WK-L FROM 1 BY 1 UNTIL WK-L > 3.
            MOVE WK-NEW-CT            TO WK-ED-COUNT.
            MOVE SPACES               TO DUN-LINE.
            STRING "  うち新規        : " DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            COMPUTE WK-TOTAL-YEN = WK-TOTAL-Z / 100.
            MOVE WK-TOTAL-YEN         TO WK-ED-TOTAL.
            MOVE SPACES               TO DUN-LINE.
            STRING "  未収額合計      : ￥" DELIMITED BY SIZE
                   WK-ED-TOTAL        DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            WRITE DUN-LINE.
            MOVE SPACES               TO DUN-LINE.
            STRING "  入金確認により"         DELIMITED BY SIZE
                   "サイクルから外れた顧客"
                                              DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            PERFORM P-064-CLEARED-ONE
               VARYING IDX-HT FROM 1 BY 1
                 UNTIL IDX-HT > WK-HT-COUNT.
            MOVE WK-CLEAR-CT          TO WK-ED-COUNT.
            MOVE SPACES               TO DUN-LINE.
            STRING "  入金確認        : " DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
            MOVE "  *** 督促状終り ***"  TO DUN-LINE.
            WRITE DUN-LINE.
      *
       P-062-STAGE-LINE.
            MOVE WK-STAGE-CT(WK-L)    TO WK-ED-COUNT.
            MOVE SPACES               TO DUN-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-STG-TITLE(WK-L)         DELIMITED BY SPACE
                   " : "                      DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO DUN-LINE.
            WRITE DUN-LINE.
      *
       P-064-CLEARED-ONE.
            IF WK-HT-HIT(IDX-HT) NOT = "Y"
                ADD 1                 TO WK-CLEAR-CT
                MOVE WK-HT-SEQ(IDX-HT)    TO WK-ED-SEQ
                MOVE WK-HT-CYCLES(IDX-HT) TO WK-ED-CYCLES
                MOVE SPACES           TO DUN-LINE
                STRING "    顧客番号 "        DELIMITED BY SIZE
                       WK-ED-SEQ              DELIMITED BY SIZE
                       "  初回督促日 "        DELIMITED BY SIZE
                       WK-HT-FIRST(IDX-HT)    DELIMITED BY SIZE
                       "  督促回数 "          DELIMITED BY SIZE
                       WK-ED-CYCLES           DELIMITED BY SIZE
                              INTO DUN-LINE
                WRITE DUN-LINE
            END-IF.
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
      ******************************************************************
