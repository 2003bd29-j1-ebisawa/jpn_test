      ******************************************************************
      *    テストケース：DDCYCLE
      *    プログラム名：日本語化テスト 口座振替の収納サイクル
      *    処理概要　　：口座振替(引落し)による収納を、依頼ファイル
      *                  の作成・振替結果の取り込み・入金取引の
      *                  作成の3段で回す。依頼は残高がマイナス
      *                  (未収)で、口座振替依頼書を受け付けた口座
      *                  (CUSTACCT.IDXのCA-DEBIT-OK=Y)を持つ顧客に
      *                  つき未収額を1件作る。引落日はBIZDAYで
      *                  営業日へ繰り下げる。振替結果は振替不能
      *                  事由コードを日本語の事由付きで例外一覧へ
      *                  出し、振替済だけをTXNPOSTの入力様式
      *                  (TXNIN.DAT)の入金取引にする。
      *  --------------------------------------------------------------
      *   操作は環境変数DD-ACTIONで渡す:
      *     REQUEST ... TESTDATA.DAT → DDREQ.DAT(全銀様式 種別91)
      *                 引落予定日はDD-DATE(YYYYMMDD。既定は当月
      *                 27日)。休みなら翌営業日へ繰り下げる
      *     IMPORT  ... 銀行の振替結果ファイル(DD-FILE、既定
      *                 DDRSLT.DAT)を検算し、振替済をDDOK.DATへ、
      *                 振替不能を事由付きでDDEXCP.TXTへ書く
      *     POST    ... DDOK.DAT → TXNIN.DAT(入金D。既にあれば末尾
      *                 へ書き足す。INTAKEの後に流す)。取引番号は
      *                 "K"+顧客番号+引落月の1桁(1-9,X,Y,Z)。
      *                 受付日時は引落日の0時とし、引落日が
      *                 そのまま起算日になる。流し直したときは
      *                 TXNIN.DATに既にある取引番号を飛ばす
      *   レコード(80バイト固定):
      *     1 ヘッダ   種別・種目91・引落日・委託者名カナ
      *     2 データ   顧客番号・名義カナ・金額(銭単位)・金融
      *                機関・支店・種目・口座番号・振替結果
      *     8 トレーラ 件数・金額、振替済・振替不能の件数と金額
      *     9 エンド
      *   振替結果コード: 0=振替済 1=資金不足 2=取引なし
      *     3=預金者の都合による振替停止 4=口座振替依頼書なし
      *     8=委託者の都合による振替停止 9=その他
      *   戻り値: IMPORTは振替不能の件数(件数・金額の不一致は12)。
      *           POSTはTXNIN.DATに口座振替の取引が9999件を超えて
      *           あるとき何も書かずに1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           DDCYCLE.
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
           SELECT REQ-FILE            ASSIGN TO "DDREQ.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-REQ-FS.
           SELECT RSLT-FILE           ASSIGN TO DYNAMIC
                                        WK-RSLT-NAME
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-RSLT-FS.
           SELECT OK-FILE             ASSIGN TO "DDOK.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-OK-FS.
           SELECT EXCP-FILE           ASSIGN TO "DDEXCP.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-FILE
                                        ASSIGN TO "TXNIN.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY ACCTMSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       FD  REQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQ-REC                PIC X(80).
       FD  RSLT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RSLT-REC               PIC X(80).
       FD  OK-FILE
           LABEL RECORDS ARE STANDARD.
       01  OK-REC.
           05  OK-SEQ                 PIC 9(06).
           05  FILLER                 PIC X(02).
           05  OK-AMOUNT              PIC 9(11).
           05  FILLER                 PIC X(02).
           05  OK-DATE                PIC 9(08).
       FD  EXCP-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCP-LINE              PIC X(132).
       FD  TXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-REC.
           05  TXN-ID                 PIC X(08).
           05  FILLER                 PIC X(02).
           05  TXN-CUST               PIC 9(06).
           05  FILLER                 PIC X(02).
           05  TXN-TYPE               PIC X(01).
           05  FILLER                 PIC X(02).
           05  TXN-AMOUNT             PIC X(36).
           05  FILLER                 PIC X(02).
           05  TXN-ORIG-ID            PIC X(08).
           05  FILLER                 PIC X(02).
           05  TXN-RECEIVED           PIC X(14).
       COPY ACCTMFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-REQ-FS          PIC XX.
           88  WK-REQ-FOUND                VALUE "00".
       01  WK-RSLT-FS         PIC XX.
           88  WK-RSLT-FOUND               VALUE "00".
       01  WK-OK-FS           PIC XX.
           88  WK-OK-FOUND                 VALUE "00".
       01  WK-ACCT-FS         PIC XX.
           88  WK-ACCT-OK                  VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-DONE-FULL-SW    PIC X       VALUE "N".
           88  WK-DONE-FULL               VALUE "Y".
       01  WK-ACTION          PIC X(07)  VALUE SPACES.
       01  WK-RSLT-NAME       PIC X(40)  VALUE "DDRSLT.DAT".
       01  WK-ENV-FILE        PIC X(40)  VALUE SPACES.
       01  WK-ENV-DATE        PIC X(08)  VALUE SPACES.
      *
      *    口座振替の全銀様式レコード(80バイト固定)。
       01  WK-DD-HEADER.
           05  DDH-TYPE               PIC X(01).
           05  DDH-CATEGORY           PIC X(02).
           05  DDH-DATE               PIC 9(08).
           05  DDH-SENDER-KANA        PIC X(40).
           05  FILLER                 PIC X(29).
       01  WK-DD-DATA.
           05  DDD-TYPE               PIC X(01).
           05  DDD-SEQ                PIC 9(06).
           05  DDD-NAME-KANA          PIC X(30).
           05  DDD-AMOUNT             PIC 9(11).
           05  DDD-BANK-CODE          PIC X(04).
           05  DDD-BRANCH-CODE        PIC X(03).
           05  DDD-ACCT-TYPE          PIC X(01).
           05  DDD-ACCT-NO            PIC X(07).
           05  DDD-RESULT             PIC X(01).
           05  FILLER                 PIC X(16).
       01  WK-DD-TRAILER.
           05  DDT-TYPE               PIC X(01).
           05  DDT-COUNT              PIC 9(06).
           05  DDT-TOTAL              PIC 9(13).
           05  DDT-OK-COUNT           PIC 9(06).
           05  DDT-OK-TOTAL           PIC 9(13).
           05  DDT-NG-COUNT           PIC 9(06).
           05  DDT-NG-TOTAL           PIC 9(13).
           05  FILLER                 PIC X(22).
       01  WK-DD-END.
           05  DDE-TYPE               PIC X(01).
           05  FILLER                 PIC X(79).
      *
      *    振替不能事由の表(コード+日本語の事由)。
       01  WK-REASON-TABLE-DEF.
           05  FILLER  PIC X(01)  VALUE "1".
           05  FILLER  PIC X(40)
                       VALUE "資金不足".
           05  FILLER  PIC X(01)  VALUE "2".
           05  FILLER  PIC X(40)
                       VALUE "取引なし".
           05  FILLER  PIC X(01)  VALUE "3".
           05  FILLER  PIC X(40)
                       VALUE "預金者の都合による振替停止".
           05  FILLER  PIC X(01)  VALUE "4".
           05  FILLER  PIC X(40)
                       VALUE "口座振替依頼書なし".
           05  FILLER  PIC X(01)  VALUE "8".
           05  FILLER  PIC X(40)
                       VALUE "委託者の都合による振替停止".
           05  FILLER  PIC X(01)  VALUE "9".
           05  FILLER  PIC X(40)
                       VALUE "その他".
       01  WK-REASON-TABLE  REDEFINES WK-REASON-TABLE-DEF.
           05  WK-RSN-ENTRY  OCCURS 6 TIMES INDEXED BY IDX-RSN.
               10  WK-RSN-CODE        PIC X(01).
               10  WK-RSN-TEXT        PIC X(40).
       01  WK-RSN-OUT         PIC X(40).
      *
      *    取引番号の月の1桁(1月=1 ... 10月=X 11月=Y 12月=Z)。
       01  WK-MONTH-CODES     PIC X(12)  VALUE "123456789XYZ".
      *
      *    BIZDAY(営業日計算)の受け渡し領域。
       01  BZ-PARM.
           05  BZ-FUNCTION              PIC X(01).
           05  BZ-DATE                  PIC 9(08).
           05  BZ-DAYS                  PIC 9(03).
           05  BZ-RESULT                PIC X(01).
           05  BZ-STATUS                PIC X(02).
      *
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-DEBIT-DATE      PIC 9(08).
       01  WK-DEBIT-DATE-X REDEFINES WK-DEBIT-DATE.
           05  WK-DD-YYYY             PIC 9(04).
           05  WK-DD-MM               PIC 9(02).
           05  WK-DD-DD               PIC 9(02).
       01  WK-AMOUNT-ABS      PIC 9(09)V9(02).
       01  WK-AMOUNT-Z        PIC 9(11).
       01  WK-REC-CT          PIC 9(06)  VALUE ZERO.
       01  WK-TOTAL-Z         PIC 9(13)  VALUE ZERO.
       01  WK-OK-CT           PIC 9(06)  VALUE ZERO.
       01  WK-OK-TOTAL        PIC 9(13)  VALUE ZERO.
       01  WK-NG-CT           PIC 9(06)  VALUE ZERO.
       01  WK-NG-TOTAL        PIC 9(13)  VALUE ZERO.
       01  WK-NOACCT-CT       PIC 9(06)  VALUE ZERO.
       01  WK-DUP-CT          PIC 9(06)  VALUE ZERO.
       01  WK-REQ-COUNT       PIC 9(06)  VALUE ZERO.
       01  WK-REQ-TOTAL       PIC 9(13)  VALUE ZERO.
       01  WK-REQ-SEEN-SW     PIC X      VALUE "N".
           88  WK-REQ-SEEN                VALUE "Y".
       01  WK-RSLT-DATE       PIC 9(08)  VALUE ZERO.
       01  WK-TXN-AMT         PIC 9(09)V9(02).
       01  WK-ED-TXN-AMT      PIC 9(09).9(02).
       01  WK-ED-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WK-OK-DATE-X.
           05  FILLER                 PIC 9(04).
           05  WK-OK-MM               PIC 9(02).
           05  FILLER                 PIC 9(02).
      *
      *    TXNIN.DATに既にある口座振替の取引番号(流し直し対策)。
       01  WK-DONE-TAB.
           05  WK-DONE-ID  PIC X(08)  OCCURS 9999 TIMES
                                      INDEXED BY IDX-DONE.
       01  WK-DONE-COUNT      PIC 9(04)  COMP  VALUE ZERO.
       01  WK-DONE-HIT-SW     PIC X       VALUE "N".
           88  WK-DONE-HIT                VALUE "Y".
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "DDCYCLE START".
            DISPLAY "DD-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            ACCEPT  WK-SYS-DATE          FROM DATE YYYYMMDD.
            EVALUATE WK-ACTION
                WHEN "REQUEST"
                    PERFORM P-020-REQUEST THRU P-020-EXIT
                WHEN "IMPORT"
                    PERFORM P-040-IMPORT THRU P-040-EXIT
                WHEN "POST"
                    PERFORM P-060-POST THRU P-060-EXIT
                WHEN OTHER
                    DISPLAY "DD-ACTION MUST BE REQUEST/IMPORT/POST"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "DDCYCLE END".
            GOBACK
            .
      *
      *    依頼ファイルの作成。引落日を決めてからヘッダ・データ・
      *    トレーラ・エンドの順に書く。
       P-020-REQUEST.
            PERFORM P-022-DEBIT-DATE THRU P-022-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-020-EXIT
            END-IF.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            OPEN INPUT CUST-ACCT-FILE.
            OPEN OUTPUT REQ-FILE.
            MOVE SPACES               TO WK-DD-HEADER.
            MOVE "1"                   TO DDH-TYPE.
            MOVE "91"                  TO DDH-CATEGORY.
            MOVE WK-DEBIT-DATE        TO DDH-DATE.
            MOVE X"C3BDC4B3B6B3DEC3B8DDBAB3"  TO DDH-SENDER-KANA.
            MOVE WK-DD-HEADER         TO REQ-REC.
            WRITE REQ-REC.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-024-REQUEST-ONE UNTIL WK-EOF.
            MOVE SPACES               TO WK-DD-TRAILER.
            MOVE "8"                   TO DDT-TYPE.
            MOVE WK-REC-CT            TO DDT-COUNT.
            MOVE WK-TOTAL-Z           TO DDT-TOTAL.
            MOVE ZERO                 TO DDT-OK-COUNT DDT-OK-TOTAL
                                          DDT-NG-COUNT DDT-NG-TOTAL.
            MOVE WK-DD-TRAILER        TO REQ-REC.
            WRITE REQ-REC.
            MOVE SPACES               TO WK-DD-END.
            MOVE "9"                   TO DDE-TYPE.
            MOVE WK-DD-END            TO REQ-REC.
            WRITE REQ-REC.
            CLOSE REQ-FILE.
            CLOSE CUST-ACCT-FILE.
            CLOSE TDATA-FILE.
            DISPLAY "DEBIT DATE " WK-DEBIT-DATE
                    "  REQUESTED " WK-REC-CT " RECORD(S) -> DDREQ.DAT".
            IF WK-NOACCT-CT NOT = ZERO
                DISPLAY "NOT REQUESTED (NO DEBIT ACCOUNT): "
                        WK-NOACCT-CT
            END-IF.
       P-020-EXIT.
            EXIT.
      *
      *    引落予定日(既定は当月27日)を決め、休みなら翌営業日へ。
       P-022-DEBIT-DATE.
            DISPLAY "DD-DATE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DATE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-DATE = SPACES
                MOVE WK-SYS-DATE      TO WK-DEBIT-DATE
                MOVE 27               TO WK-DD-DD
            ELSE
                IF WK-ENV-DATE IS NOT NUMERIC
                    DISPLAY "DD-DATE MUST BE YYYYMMDD: " WK-ENV-DATE
                    MOVE 1            TO RETURN-CODE
                    GO TO P-022-EXIT
                END-IF
                MOVE WK-ENV-DATE      TO WK-DEBIT-DATE
            END-IF.
            MOVE "B"                   TO BZ-FUNCTION.
            MOVE WK-DEBIT-DATE        TO BZ-DATE.
            CALL "BIZDAY" USING BZ-PARM.
            IF BZ-STATUS NOT = "00"
                DISPLAY "DD-DATE INVALID: " WK-DEBIT-DATE
                MOVE 1                TO RETURN-CODE
                GO TO P-022-EXIT
            END-IF.
            IF BZ-RESULT = "N"
                MOVE "N"               TO BZ-FUNCTION
                CALL "BIZDAY" USING BZ-PARM
                DISPLAY "DEBIT DATE " WK-DEBIT-DATE
                        " IS NOT A BUSINESS DAY - MOVED TO " BZ-DATE
                MOVE BZ-DATE          TO WK-DEBIT-DATE
            END-IF.
       P-022-EXIT.
            EXIT.
      *
       P-024-REQUEST-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                       AND CUST-BALANCE < ZERO
                        PERFORM P-026-WRITE-REQUEST
                    END-IF
            END-READ.
      *
      *    未収額(マイナス残高の絶対値)を依頼データにする。口座振替
      *    依頼書を受け付けた口座が無い顧客は依頼しない。
       P-026-WRITE-REQUEST.
            MOVE CUST-SEQ-NO          TO CA-SEQ-NO.
            READ CUST-ACCT-FILE
                INVALID KEY
                    MOVE "23"          TO WK-ACCT-FS
            END-READ.
            IF NOT WK-ACCT-OK OR NOT CA-DEBIT-AUTHORIZED
                ADD 1                 TO WK-NOACCT-CT
            ELSE
                MOVE SPACES           TO WK-DD-DATA
                MOVE "2"               TO DDD-TYPE
                MOVE CUST-SEQ-NO      TO DDD-SEQ
                MOVE CA-HOLDER-KANA   TO DDD-NAME-KANA
                COMPUTE WK-AMOUNT-ABS = 0 - CUST-BALANCE
                COMPUTE WK-AMOUNT-Z = WK-AMOUNT-ABS * 100
                MOVE WK-AMOUNT-Z      TO DDD-AMOUNT
                MOVE CA-BANK-CODE     TO DDD-BANK-CODE
                MOVE CA-BRANCH-CODE   TO DDD-BRANCH-CODE
                MOVE CA-ACCT-TYPE     TO DDD-ACCT-TYPE
                MOVE CA-ACCT-NO       TO DDD-ACCT-NO
                MOVE WK-DD-DATA       TO REQ-REC
                WRITE REQ-REC
                ADD 1                 TO WK-REC-CT
                ADD WK-AMOUNT-Z       TO WK-TOTAL-Z
            END-IF.
      *
      *    振替結果の取り込み。依頼ファイルのトレーラを控えてから
      *    結果を読み、振替済と振替不能を振り分ける。
       P-040-IMPORT.
            DISPLAY "DD-FILE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-FILE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-FILE NOT = SPACES
                MOVE WK-ENV-FILE      TO WK-RSLT-NAME
            END-IF.
            PERFORM P-042-LOAD-REQ-TRAILER.
            OPEN INPUT RSLT-FILE.
            IF NOT WK-RSLT-FOUND
                DISPLAY WK-RSLT-NAME " NOT FOUND - NOTHING TO IMPORT"
                MOVE 1                TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            OPEN OUTPUT OK-FILE.
            OPEN OUTPUT EXCP-FILE.
            MOVE "口座振替 振替不能一覧"  TO EXCP-LINE.
            WRITE EXCP-LINE.
            MOVE SPACES               TO EXCP-LINE.
            STRING "顧客番号  名義カナ                        "
                   "金額(円)        コード  事由"
                   DELIMITED BY SIZE  INTO EXCP-LINE.
            WRITE EXCP-LINE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-044-IMPORT-ONE UNTIL WK-EOF.
            MOVE SPACES               TO EXCP-LINE.
            STRING "振替済=" WK-OK-CT
                   " 振替不能=" WK-NG-CT
                   DELIMITED BY SIZE  INTO EXCP-LINE.
            WRITE EXCP-LINE.
            CLOSE EXCP-FILE.
            CLOSE OK-FILE.
            CLOSE RSLT-FILE.
            DISPLAY "IMPORTED OK=" WK-OK-CT " NG=" WK-NG-CT
                    " -> DDOK.DAT / DDEXCP.TXT".
            IF RETURN-CODE NOT = 12
                MOVE WK-NG-CT         TO RETURN-CODE
            END-IF.
       P-040-EXIT.
            EXIT.
      *
      *    依頼ファイルのトレーラ(依頼件数・金額)を控える。
       P-042-LOAD-REQ-TRAILER.
            OPEN INPUT REQ-FILE.
            IF WK-REQ-FOUND
                MOVE "N"              TO WK-EOF-SW
                PERFORM P-043-READ-REQ UNTIL WK-EOF
                CLOSE REQ-FILE
            ELSE
                DISPLAY "WARNING: DDREQ.DAT NOT FOUND - "
                        "REQUEST TOTALS NOT CHECKED"
            END-IF.
      *
       P-043-READ-REQ.
            READ REQ-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF REQ-REC(1:1) = "8"
                        MOVE REQ-REC  TO WK-DD-TRAILER
                        MOVE DDT-COUNT TO WK-REQ-COUNT
                        MOVE DDT-TOTAL TO WK-REQ-TOTAL
                        SET WK-REQ-SEEN TO TRUE
                    END-IF
            END-READ.
      *
       P-044-IMPORT-ONE.
            READ RSLT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    PERFORM P-046-APPLY-ONE
                                 THRU P-046-EXIT
            END-READ.
      *
       P-046-APPLY-ONE.
            EVALUATE RSLT-REC(1:1)
                WHEN "1"
                    MOVE RSLT-REC     TO WK-DD-HEADER
                    IF DDH-CATEGORY NOT = "91"
                        DISPLAY "NOT A DIRECT-DEBIT RESULT FILE "
                                "(CATEGORY " DDH-CATEGORY ")"
                        MOVE 12       TO RETURN-CODE
                    END-IF
                    MOVE DDH-DATE     TO WK-RSLT-DATE
                WHEN "2"
                    MOVE RSLT-REC     TO WK-DD-DATA
                    PERFORM P-048-ONE-RESULT
                WHEN "8"
                    MOVE RSLT-REC     TO WK-DD-TRAILER
                    PERFORM P-050-CHECK-TRAILER
                WHEN "9"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "UNKNOWN RECORD TYPE: " RSLT-REC(1:1)
            END-EVALUATE.
       P-046-EXIT.
            EXIT.
      *
      *    1件の振替結果。0は振替済、それ以外は事由付きで例外一覧。
       P-048-ONE-RESULT.
            ADD 1                     TO WK-REC-CT.
            ADD DDD-AMOUNT            TO WK-TOTAL-Z.
            IF DDD-RESULT = "0"
                ADD 1                 TO WK-OK-CT
                ADD DDD-AMOUNT        TO WK-OK-TOTAL
                MOVE SPACES           TO OK-REC
                MOVE DDD-SEQ          TO OK-SEQ
                MOVE DDD-AMOUNT       TO OK-AMOUNT
                MOVE WK-RSLT-DATE     TO OK-DATE
                WRITE OK-REC
            ELSE
                ADD 1                 TO WK-NG-CT
                ADD DDD-AMOUNT        TO WK-NG-TOTAL
                MOVE "コード不明"      TO WK-RSN-OUT
                SET IDX-RSN           TO 1
                SEARCH WK-RSN-ENTRY
                    WHEN WK-RSN-CODE(IDX-RSN) = DDD-RESULT
                        MOVE WK-RSN-TEXT(IDX-RSN)  TO WK-RSN-OUT
                END-SEARCH
                COMPUTE WK-ED-AMOUNT = DDD-AMOUNT / 100
                MOVE SPACES           TO EXCP-LINE
                STRING DDD-SEQ "    " DDD-NAME-KANA "  "
                       WK-ED-AMOUNT "  " DDD-RESULT "       "
                       WK-RSN-OUT
                       DELIMITED BY SIZE  INTO EXCP-LINE
                WRITE EXCP-LINE
            END-IF.
      *
      *    トレーラの検算。結果ファイル自身の件数・金額と、依頼
      *    ファイルの件数・金額の両方に合うこと。
       P-050-CHECK-TRAILER.
            IF DDT-COUNT NOT = WK-REC-CT
               OR DDT-TOTAL NOT = WK-TOTAL-Z
               OR DDT-OK-COUNT NOT = WK-OK-CT
               OR DDT-NG-COUNT NOT = WK-NG-CT
                DISPLAY "TRAILER CONTROL MISMATCH - "
                        "COUNT " DDT-COUNT "/" WK-REC-CT
                        " TOTAL " DDT-TOTAL "/" WK-TOTAL-Z
                MOVE 12               TO RETURN-CODE
            END-IF.
            IF WK-REQ-SEEN
               AND (WK-REQ-COUNT NOT = WK-REC-CT
                    OR WK-REQ-TOTAL NOT = WK-TOTAL-Z)
                DISPLAY "RESULT DOES NOT MATCH REQUEST - "
                        "COUNT " WK-REQ-COUNT "/" WK-REC-CT
                        " TOTAL " WK-REQ-TOTAL "/" WK-TOTAL-Z
                MOVE 12               TO RETURN-CODE
            END-IF.
      *
      *    振替済をTXNPOSTの入金取引にする。
       P-060-POST.
            OPEN INPUT OK-FILE.
            IF NOT WK-OK-FOUND
                DISPLAY "DDOK.DAT NOT FOUND - RUN DD-ACTION=IMPORT"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            PERFORM P-066-LOAD-DONE.
            IF WK-DONE-FULL
                DISPLAY "TXNIN.DAT HAS OVER 9999 DIRECT DEBIT ROWS"
                        " - NOTHING WRITTEN"
                CLOSE OK-FILE
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
      *    営業店から届いて受け付けたTXNIN.DATを消さないよう書き足す。
            OPEN EXTEND TXN-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-062-POST-ONE UNTIL WK-EOF.
            CLOSE TXN-FILE.
            CLOSE OK-FILE.
            DISPLAY "WROTE " WK-REC-CT " DEPOSIT(S) -> TXNIN.DAT".
            IF WK-DUP-CT NOT = ZERO
                DISPLAY "SKIPPED (ALREADY IN TXNIN.DAT): " WK-DUP-CT
            END-IF.
       P-060-EXIT.
            EXIT.
      *
       P-062-POST-ONE.
            READ OK-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    MOVE SPACES       TO TXN-REC
                    MOVE OK-DATE      TO WK-OK-DATE-X
                    MOVE "K"           TO TXN-ID(1:1)
                    MOVE OK-SEQ       TO TXN-ID(2:6)
                    IF WK-OK-MM >= 1 AND WK-OK-MM <= 12
                        MOVE WK-MONTH-CODES(WK-OK-MM:1)
                                      TO TXN-ID(8:1)
                    ELSE
                        MOVE "0"       TO TXN-ID(8:1)
                    END-IF
                    MOVE OK-SEQ       TO TXN-CUST
                    MOVE "D"           TO TXN-TYPE
                    COMPUTE WK-TXN-AMT = OK-AMOUNT / 100
                    MOVE WK-TXN-AMT   TO WK-ED-TXN-AMT
                    MOVE WK-ED-TXN-AMT TO TXN-AMOUNT
                    MOVE OK-DATE      TO TXN-RECEIVED(1:8)
                    MOVE "000000"      TO TXN-RECEIVED(9:6)
                    PERFORM P-064-CHECK-DONE
                    IF WK-DONE-HIT
                        ADD 1         TO WK-DUP-CT
                    ELSE
                        WRITE TXN-REC
                        ADD 1         TO WK-REC-CT
                    END-IF
            END-READ.
      *
       P-064-CHECK-DONE.
            MOVE "N"                  TO WK-DONE-HIT-SW.
            SET IDX-DONE              TO 1.
            SEARCH WK-DONE-ID
                WHEN IDX-DONE > WK-DONE-COUNT
                    CONTINUE
                WHEN WK-DONE-ID(IDX-DONE) = TXN-ID
                    SET WK-DONE-HIT   TO TRUE
            END-SEARCH.
      *
      *    TXNIN.DATに既にある口座振替("K")の取引番号を覚える。
      *    書き足す前に読むので、流し直しでも二重に入金しない。
       P-066-LOAD-DONE.
            OPEN INPUT TXN-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-067-DONE-ONE UNTIL WK-EOF OR WK-DONE-FULL.
            CLOSE TXN-FILE.
      *
       P-067-DONE-ONE.
            READ TXN-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF TXN-ID(1:1) = "K"
                        IF WK-DONE-COUNT < 9999
                            ADD 1     TO WK-DONE-COUNT
                            MOVE TXN-ID
                                      TO WK-DONE-ID(WK-DONE-COUNT)
                        ELSE
                            SET WK-DONE-FULL  TO TRUE
                        END-IF
                    END-IF
            END-READ.
      ******************************************************************
