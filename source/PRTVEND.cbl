      ******************************************************************
      *    テストケース：PRTVEND
      *    プログラム名：日本語化テスト 外部印刷委託の明細書データ
      *    処理概要　　：顧客残高明細書の印刷を外部の印刷会社へ委託
      *                  するため、STMTPRT.RPTの代わりに印刷会社の
      *                  固定長様式の明細書データSTMTVEND.DATを作る
      *                  (見出し・明細書1通ごとの明細・末尾)。件数と
      *                  チェックサムはPKGSNDと同じ計算式で管理
      *                  レコードSTMTVEND.CTLへ書き、印刷会社が受け
      *                  取ったものを確かめられるようにする。印刷会社
      *                  から戻る完了ファイルSTMTDONE.DAT(発送通数と
      *                  宛先不明の通数・宛先不明の1通ごとの明細)を
      *                  明細書データと突き合わせ、宛先不明の顧客を
      *                  住所確認ファイルADRREVW.TXTへ載せる。
      *  --------------------------------------------------------------
      *   操作は環境変数PV-ACTIONで渡す:
      *     EXPORT  明細書データの作成(既定) → STMTVEND.DAT・
      *             STMTVEND.CTL・PRTVEND.RPT
      *             PV-JOB   委託番号12桁以内(既定はSTMT+作成日)
      *             PV-DATE  明細書の日付YYYYMMDD(既定は当日)
      *             住所確認中(OPEN)の顧客は外し、報告書に載せる。
      *             確認中の顧客が2000件を超えると外し切れない
      *             ので作らずに終わる(戻り値1)。
      *     MATCH   完了ファイルの照合 → PRTVEND.RPT
      *             委託番号・通数(発送＋宛先不明＝明細の件数)・
      *             宛先不明の件数と各通の通番・顧客番号が明細書
      *             データと合えば、宛先不明の顧客を住所確認
      *             ファイルへ載せ、保守ジャーナルMNTJRNL.DATへ
      *             後像を残す。既に確認中の顧客は重ねて載せない。
      *             住所確認ファイルへは末尾に書き足す。
      *             合わなければ1件も載せない。
      *     CLEAR   住所確認の解除(AUTHCHKの操作CLEARを要し、
      *             前像・後像を保守ジャーナルへ残す)。住所確認
      *             ファイルを作業ファイルADRREVW.TMPへ1行ずつ写し
      *             ながら該当行だけ書き換えて戻す。
      *             PV-CUST  顧客番号6桁
      *   チェックサムは行の末尾の空白を除いた有効バイトを順に織り
      *   込む剰余ハッシュ(乗数31、法999999937)で、見出しから末尾
      *   までの全レコードを対象とする。
      *   戻り値: 指定誤り・ファイルなし・表あふれは1、権限なしは8、
      *           完了ファイルの照合不一致は12。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           PRTVEND.
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
           COPY VNDSL.
           SELECT VEND-CTL-FILE       ASSIGN TO "STMTVEND.CTL"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY VNCSL.
           COPY ADRVSL.
           SELECT ADDR-WORK-FILE      ASSIGN TO "ADRREVW.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY MNTJSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       COPY VNDFD.
      *    管理レコード(PKGSNDのPKGCTL.TXTと同じ並び)。
       FD  VEND-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  VEND-CTL-REC.
           05  CT-RUN-ID              PIC X(16).
           05  FILLER                 PIC X(02).
           05  CT-FILE-NAME           PIC X(20).
           05  FILLER                 PIC X(02).
           05  CT-REC-COUNT           PIC 9(07).
           05  FILLER                 PIC X(02).
           05  CT-CHECKSUM            PIC 9(09).
       COPY VNCFD.
       COPY ADRVFD.
       FD  ADDR-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADDR-WORK-REC          PIC X(82).
       COPY MNTJFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-VEND-FS         PIC XX.
           88  WK-VEND-FOUND               VALUE "00".
       01  WK-DONE-FS         PIC XX.
           88  WK-DONE-FOUND               VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ACTION          PIC X(10)  VALUE SPACES.
       01  WK-ENV-JOB         PIC X(12)  VALUE SPACES.
       01  WK-ENV-DATE        PIC X(08)  VALUE SPACES.
       01  WK-ENV-CUST        PIC X(06)  VALUE SPACES.
       01  WK-ENV-CUST-N      REDEFINES WK-ENV-CUST
                              PIC 9(06).
       01  WK-RUN-DATE        PIC 9(08).
       01  WK-RUN-DATE-X  REDEFINES WK-RUN-DATE  PIC X(08).
       01  WK-STMT-DATE       PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
       01  WK-JOB-ID          PIC X(12)  VALUE SPACES.
       01  WK-SENDER          PIC X(20)  VALUE "NIHONGO-TEST".
      *
      *    住所確認中(OPEN)の行の作業表(ADRVFDと同じ並び)。
      *    明細書データの作成で確認中の顧客を外すのに使う。
       01  WK-AR-TAB.
           05  WK-AR-ENTRY  OCCURS 2000 TIMES INDEXED BY IDX-AR.
               10  WK-AR-REC.
                   15  WK-AR-CUST         PIC 9(06).
                   15  FILLER             PIC X(02).
                   15  WK-AR-STATUS       PIC X(08).
                   15  FILLER             PIC X(02).
                   15  WK-AR-SOURCE       PIC X(08).
                   15  FILLER             PIC X(02).
                   15  WK-AR-JOB-ID       PIC X(12).
                   15  FILLER             PIC X(02).
                   15  WK-AR-FLAG-DATE    PIC X(08).
                   15  FILLER             PIC X(02).
                   15  WK-AR-CLEAR-DATE   PIC X(08).
                   15  FILLER             PIC X(02).
                   15  WK-AR-REASON       PIC X(20).
       01  WK-AR-COUNT        PIC 9(04)  COMP  VALUE ZERO.
       01  WK-AR-HIT          PIC 9(04)  COMP.
       01  WK-AR-FIND-CUST    PIC 9(06).
       01  WK-AR-FULL-SW      PIC X      VALUE "N".
           88  WK-AR-FULL                 VALUE "Y".
      *    解除する行の控え。
       01  WK-AR-FOUND-SW     PIC X      VALUE "N".
           88  WK-AR-FOUND                VALUE "Y".
       01  WK-AR-SAVE         PIC X(82).
      *
      *    宛先不明の作業表。WK-UN-RESULTは照合の結果
      *    (空白=明細に無い C=顧客番号が違う M=一致
      *     F=住所確認へ載せた A=既に確認中)。
       01  WK-UN-TAB.
           05  WK-UN-ENTRY  OCCURS 500 TIMES INDEXED BY IDX-UN.
               10  WK-UN-PIECE-NO     PIC 9(07).
               10  WK-UN-CUST         PIC 9(06).
               10  WK-UN-REASON       PIC X(20).
               10  WK-UN-NAME         PIC X(20).
               10  WK-UN-ADDRESS      PIC X(40).
               10  WK-UN-RESULT       PIC X(01).
       01  WK-UN-COUNT        PIC 9(04)  COMP  VALUE ZERO.
       01  WK-UN-MAX          PIC 9(04)  COMP  VALUE 500.
       01  WK-UN-SUB          PIC 9(04)  COMP.
      *
      *    完了報告の内容。
       01  WK-DN-JOB-ID       PIC X(12)  VALUE SPACES.
       01  WK-DN-DATE         PIC 9(08)  VALUE ZERO.
       01  WK-DN-MAILED       PIC 9(07)  VALUE ZERO.
       01  WK-DN-RETURNED     PIC 9(07)  VALUE ZERO.
       01  WK-DN-BAD-CT       PIC 9(05)  VALUE ZERO.
       01  WK-DN-HDR-SW       PIC X      VALUE "N".
           88  WK-DN-HDR                  VALUE "Y".
      *    明細書データの見出しと末尾から読んだ値。
       01  WK-EX-JOB-ID       PIC X(12)  VALUE SPACES.
       01  WK-EX-PIECES       PIC 9(07)  VALUE ZERO.
       01  WK-EX-TRL-SW       PIC X      VALUE "N".
           88  WK-EX-TRL                  VALUE "Y".
       01  WK-CTL-NG-CT       PIC 9(05)  VALUE ZERO.
      *
      *    チェックサムの作業域(PKGSNDと同じ計算)。
       01  WK-CHECKSUM        PIC 9(09)  COMP.
       01  WK-POS             PIC 9(03)  COMP.
       01  WK-LEN             PIC 9(03)  COMP.
       01  WK-REC-COUNT       PIC 9(07)  VALUE ZERO.
      *
       01  WK-HELD-SW         PIC X      VALUE "N".
           88  WK-HELD                    VALUE "Y".
       01  WK-PIECE-CT        PIC 9(07)  VALUE ZERO.
       01  WK-PIECE-NO        PIC 9(07)  VALUE ZERO.
       01  WK-HELD-CT         PIC 9(05)  VALUE ZERO.
       01  WK-FLAG-CT         PIC 9(05)  VALUE ZERO.
       01  WK-ALREADY-CT      PIC 9(05)  VALUE ZERO.
       01  WK-PLUS-TOTAL      PIC S9(11)V9(02)  VALUE ZERO.
       01  WK-MINUS-TOTAL     PIC S9(11)V9(02)  VALUE ZERO.
       01  WK-BALANCE-TOTAL   PIC S9(11)V9(02)  VALUE ZERO.
       01  WK-RESULT-TEXT     PIC X(30).
       01  WK-ED-COUNT-1      PIC Z,ZZZ,ZZ9.
       01  WK-ED-COUNT-2      PIC Z,ZZZ,ZZ9.
       01  WK-ED-COUNT-3      PIC Z,ZZZ,ZZ9.
       01  WK-ED-PIECE        PIC ZZZZZZ9.
       01  WK-ED-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-TOTAL        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-DATE         PIC 9999/99/99.
       01  WK-ED-SUM          PIC ZZZZZZZZ9.
      *
      *    保守ジャーナル用の前像・後像。
       01  WK-BEFORE-IMG      PIC X(100).
       01  WK-AFTER-IMG       PIC X(100).
       01  WK-JRNL-ACTION     PIC X(08).
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
            DISPLAY "PRTVEND START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS THRU P-015-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            EVALUATE WK-ACTION
                WHEN "EXPORT"
                    PERFORM P-020-EXPORT THRU P-020-EXIT
                WHEN "MATCH"
                    PERFORM P-040-MATCH THRU P-040-EXIT
                WHEN "CLEAR"
                    PERFORM P-060-CLEAR THRU P-060-EXIT
                WHEN OTHER
                    DISPLAY "PV-ACTION MUST BE EXPORT/MATCH/CLEAR"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
       P-010-END.
            DISPLAY "PRTVEND END".
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "PV-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "EXPORT"         TO WK-ACTION
            END-IF.
            ACCEPT WK-RUN-DATE           FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-RUN-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
            DISPLAY "PV-DATE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DATE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-DATE = SPACES
                MOVE WK-RUN-DATE      TO WK-STMT-DATE
            ELSE
                IF WK-ENV-DATE IS NOT NUMERIC
                   OR WK-ENV-DATE(5:2) < "01"
                   OR WK-ENV-DATE(5:2) > "12"
                   OR WK-ENV-DATE(7:2) < "01"
                   OR WK-ENV-DATE(7:2) > "31"
                    DISPLAY "PV-DATE MUST BE YYYYMMDD: " WK-ENV-DATE
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-DATE      TO WK-STMT-DATE
            END-IF.
            DISPLAY "PV-JOB"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-JOB           FROM ENVIRONMENT-VALUE.
            IF WK-ENV-JOB = SPACES
                STRING "STMT"            DELIMITED BY SIZE
                       WK-STMT-DATE      DELIMITED BY SIZE
                              INTO WK-JOB-ID
            ELSE
                MOVE WK-ENV-JOB       TO WK-JOB-ID
            END-IF.
            DISPLAY "PV-CUST"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-CUST          FROM ENVIRONMENT-VALUE.
       P-015-EXIT.
            EXIT.
      *
      *    明細書データの作成。見出しに通数を刷るため、顧客
      *    ファイルを2回読む(1回目で通数を数える)。
       P-020-EXPORT.
            PERFORM P-026-LOAD-REVIEW.
            IF WK-AR-FULL
                DISPLAY "ADRREVW.TXT HAS OVER 2000 OPEN REVIEWS"
                        " - STMTVEND.DAT NOT WRITTEN"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-022-COUNT-ONE UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "PRTVEND.RPT"         TO PS-REPORT-NAME.
            MOVE "外部印刷委託 明細書データの作成"
                                       TO PS-TITLE.
            MOVE WK-JOB-ID            TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE WK-STMT-DATE         TO WK-ED-DATE.
            MOVE SPACES               TO PS-LINE.
            STRING "  委託番号 "      DELIMITED BY SIZE
                   WK-JOB-ID          DELIMITED BY SIZE
                   "  明細書の日付 "  DELIMITED BY SIZE
                   WK-ED-DATE         DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "【除外】住所確認中の顧客"
                                      TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "  顧客番号  氏名                  "
                                              DELIMITED BY SIZE
                   "委託番号      確認に回した日"
                                              DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE ZERO                 TO WK-CHECKSUM WK-REC-COUNT
                                         WK-PIECE-NO.
            OPEN OUTPUT VEND-FILE.
            MOVE SPACES               TO VEND-REC.
            SET VR-HEADER             TO TRUE.
            MOVE WK-JOB-ID            TO VR-JOB-ID.
            MOVE WK-RUN-DATE          TO VH-CREATED.
            MOVE WK-PIECE-CT          TO VH-PIECES.
            MOVE WK-SENDER            TO VH-SENDER.
            PERFORM P-080-WRITE-VEND.
            OPEN INPUT TDATA-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-024-EXPORT-ONE UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            IF WK-HELD-CT = ZERO
                MOVE "  (該当なし)"   TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE SPACES               TO VEND-REC.
            SET VR-TRAILER            TO TRUE.
            MOVE WK-JOB-ID            TO VR-JOB-ID.
            MOVE WK-PIECE-NO          TO VT-PIECES.
            COMPUTE VT-REC-COUNT = WK-REC-COUNT + 1.
            MOVE WK-PLUS-TOTAL        TO VT-PLUS-TOTAL.
            MOVE WK-MINUS-TOTAL       TO VT-MINUS-TOTAL.
            MOVE WK-BALANCE-TOTAL     TO VT-BALANCE-TOTAL.
            PERFORM P-080-WRITE-VEND.
            CLOSE VEND-FILE.
            OPEN OUTPUT VEND-CTL-FILE.
            MOVE SPACES               TO VEND-CTL-REC.
            MOVE WK-JOB-ID            TO CT-RUN-ID.
            MOVE "STMTVEND.DAT"       TO CT-FILE-NAME.
            MOVE WK-REC-COUNT         TO CT-REC-COUNT.
            MOVE WK-CHECKSUM          TO CT-CHECKSUM.
            WRITE VEND-CTL-REC.
            CLOSE VEND-CTL-FILE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-PIECE-NO          TO WK-ED-COUNT-1.
            MOVE WK-HELD-CT           TO WK-ED-COUNT-2.
            MOVE WK-REC-COUNT         TO WK-ED-COUNT-3.
            MOVE SPACES               TO PS-LINE.
            STRING "  通数:"          DELIMITED BY SIZE
                   WK-ED-COUNT-1      DELIMITED BY SIZE
                   "  除外:"          DELIMITED BY SIZE
                   WK-ED-COUNT-2      DELIMITED BY SIZE
                   "  レコード件数:"  DELIMITED BY SIZE
                   WK-ED-COUNT-3      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-PLUS-TOTAL        TO WK-ED-TOTAL.
            MOVE SPACES               TO PS-LINE.
            STRING "  正の残高の合計:" DELIMITED BY SIZE
                   WK-ED-TOTAL        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-MINUS-TOTAL       TO WK-ED-TOTAL.
            MOVE SPACES               TO PS-LINE.
            STRING "  負の残高の合計:" DELIMITED BY SIZE
                   WK-ED-TOTAL        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-BALANCE-TOTAL     TO WK-ED-TOTAL.
            MOVE SPACES               TO PS-LINE.
            STRING "  残高の合計    :" DELIMITED BY SIZE
                   WK-ED-TOTAL        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-CHECKSUM          TO WK-ED-SUM.
            MOVE SPACES               TO PS-LINE.
            STRING "  管理レコード STMTVEND.CTL"
                                      DELIMITED BY SIZE
                   "  チェックサム "  DELIMITED BY SIZE
                   WK-ED-SUM          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "PRTVEND EXPORT " WK-JOB-ID " " WK-PIECE-NO
                    " PIECE(S) -> STMTVEND.DAT".
       P-020-EXIT.
            EXIT.
      *
       P-022-COUNT-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        PERFORM P-028-CHECK-HELD
                        IF NOT WK-HELD
                            ADD 1     TO WK-PIECE-CT
                        END-IF
                    END-IF
            END-READ.
      *
       P-024-EXPORT-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        PERFORM P-028-CHECK-HELD
                        IF WK-HELD
                            PERFORM P-029-PRINT-HELD
                        ELSE
                            PERFORM P-025-WRITE-DETAIL
                        END-IF
                    END-IF
            END-READ.
      *
       P-025-WRITE-DETAIL.
            ADD 1                     TO WK-PIECE-NO.
            MOVE SPACES               TO VEND-REC.
            SET VR-DETAIL             TO TRUE.
            MOVE WK-JOB-ID            TO VR-JOB-ID.
            MOVE WK-PIECE-NO          TO VD-PIECE-NO.
            MOVE CUST-SEQ-NO          TO VD-CUST.
            MOVE CUST-POSTAL          TO VD-POSTAL.
            MOVE CUSTOMER-REC(7:20)   TO VD-NAME.
            MOVE CUSTOMER-REC(27:40)  TO VD-ADDRESS.
            MOVE CUST-KANA            TO VD-KANA.
            MOVE CUST-BALANCE         TO VD-BALANCE.
            MOVE WK-STMT-DATE         TO VD-STMT-DATE.
            PERFORM P-080-WRITE-VEND.
            ADD CUST-BALANCE          TO WK-BALANCE-TOTAL.
            IF CUST-BALANCE < ZERO
                ADD CUST-BALANCE      TO WK-MINUS-TOTAL
            ELSE
                ADD CUST-BALANCE      TO WK-PLUS-TOTAL
            END-IF.
      *
      *    確認中(OPEN)の行だけを表へ読む。解除済みの履歴は読まない。
       P-026-LOAD-REVIEW.
            MOVE ZERO                 TO WK-AR-COUNT.
            MOVE "N"                  TO WK-AR-FULL-SW.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT ADDR-REVIEW-FILE.
            PERFORM P-027-REVIEW-ONE UNTIL WK-EOF.
            CLOSE ADDR-REVIEW-FILE.
      *
       P-027-REVIEW-ONE.
            READ ADDR-REVIEW-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF ADDR-REVIEW-REC NOT = SPACES AND AR-OPEN
                        IF WK-AR-COUNT < 2000
                            ADD 1     TO WK-AR-COUNT
                            SET IDX-AR  TO WK-AR-COUNT
                            MOVE ADDR-REVIEW-REC
                                      TO WK-AR-REC(IDX-AR)
                        ELSE
                            MOVE "Y"  TO WK-AR-FULL-SW
                        END-IF
                    END-IF
            END-READ.
      *
       P-028-CHECK-HELD.
            MOVE CUST-SEQ-NO          TO WK-AR-FIND-CUST.
            PERFORM P-070-FIND-OPEN.
            IF WK-AR-HIT = ZERO
                MOVE "N"              TO WK-HELD-SW
            ELSE
                MOVE "Y"              TO WK-HELD-SW
            END-IF.
      *
       P-029-PRINT-HELD.
            ADD 1                     TO WK-HELD-CT.
            SET IDX-AR                TO WK-AR-HIT.
            MOVE SPACES               TO PS-LINE.
            STRING "  "                    DELIMITED BY SIZE
                   CUST-SEQ-NO             DELIMITED BY SIZE
                   "    "                  DELIMITED BY SIZE
                   CUSTOMER-REC(7:20)      DELIMITED BY SIZE
                   "  "                    DELIMITED BY SIZE
                   WK-AR-JOB-ID(IDX-AR)    DELIMITED BY SIZE
                   "  "                    DELIMITED BY SIZE
                   WK-AR-FLAG-DATE(IDX-AR) DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
      *    完了ファイルの照合。照合が合ったときだけ宛先不明の
      *    顧客を住所確認ファイルへ載せる。
       P-040-MATCH.
            OPEN INPUT DONE-FILE.
            IF NOT WK-DONE-FOUND
                DISPLAY "STMTDONE.DAT NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-042-DONE-ONE UNTIL WK-EOF.
            CLOSE DONE-FILE.
            IF WK-UN-COUNT > WK-UN-MAX
                DISPLAY "TOO MANY UNDELIVERABLE PIECES (MAX 500)"
                MOVE 1                TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            OPEN INPUT VEND-FILE.
            IF NOT WK-VEND-FOUND
                DISPLAY "STMTVEND.DAT NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-044-VEND-ONE UNTIL WK-EOF.
            CLOSE VEND-FILE.
            PERFORM P-048-CHECK-CONTROL.
            IF WK-CTL-NG-CT = ZERO
                PERFORM P-045-MARK-OPEN
                OPEN EXTEND ADDR-REVIEW-FILE
                PERFORM P-050-FLAG-ONE
                   VARYING IDX-UN FROM 1 BY 1
                      UNTIL IDX-UN > WK-UN-COUNT
                CLOSE ADDR-REVIEW-FILE
            END-IF.
            PERFORM P-054-MATCH-REPORT.
            IF WK-CTL-NG-CT NOT = ZERO
                MOVE 12               TO RETURN-CODE
            ELSE
                MOVE ZERO             TO RETURN-CODE
            END-IF.
            DISPLAY "PRTVEND MATCH " WK-DN-JOB-ID " FLAGGED "
                    WK-FLAG-CT " CONTROL NG " WK-CTL-NG-CT.
       P-040-EXIT.
            EXIT.
      *
       P-042-DONE-ONE.
            READ DONE-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN VC-HEADER AND NOT WK-DN-HDR
                            SET WK-DN-HDR          TO TRUE
                            MOVE VC-JOB-ID    TO WK-DN-JOB-ID
                            MOVE VC-DONE-DATE TO WK-DN-DATE
                            MOVE VC-MAILED    TO WK-DN-MAILED
                            MOVE VC-RETURNED  TO WK-DN-RETURNED
                        WHEN VC-UNDELIV
                            ADD 1             TO WK-UN-COUNT
                            IF WK-UN-COUNT NOT > WK-UN-MAX
                                PERFORM P-043-STORE-UNDELIV
                            END-IF
                        WHEN OTHER
                            ADD 1             TO WK-DN-BAD-CT
                    END-EVALUATE
            END-READ.
      *
       P-043-STORE-UNDELIV.
            SET IDX-UN                TO WK-UN-COUNT.
            MOVE VC-PIECE-NO          TO WK-UN-PIECE-NO(IDX-UN).
            MOVE VC-CUST              TO WK-UN-CUST(IDX-UN).
            MOVE VC-REASON            TO WK-UN-REASON(IDX-UN).
            MOVE SPACES               TO WK-UN-NAME(IDX-UN)
                                         WK-UN-ADDRESS(IDX-UN)
                                         WK-UN-RESULT(IDX-UN).
            IF VC-JOB-ID NOT = WK-DN-JOB-ID
                ADD 1                 TO WK-DN-BAD-CT
            END-IF.
      *
       P-044-VEND-ONE.
            READ VEND-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN VR-HEADER
                            MOVE VR-JOB-ID    TO WK-EX-JOB-ID
                        WHEN VR-DETAIL
                            PERFORM P-046-MATCH-PIECE
                               VARYING IDX-UN FROM 1 BY 1
                                  UNTIL IDX-UN > WK-UN-COUNT
                        WHEN VR-TRAILER
                            SET WK-EX-TRL          TO TRUE
                            MOVE VT-PIECES    TO WK-EX-PIECES
                    END-EVALUATE
            END-READ.
      *
      *    住所確認ファイルを読み、既に確認中の顧客の宛先不明を
      *    "A"にする。
       P-045-MARK-OPEN.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT ADDR-REVIEW-FILE.
            PERFORM P-047-REVIEW-ONE UNTIL WK-EOF.
            CLOSE ADDR-REVIEW-FILE.
      *
       P-047-REVIEW-ONE.
            READ ADDR-REVIEW-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF ADDR-REVIEW-REC NOT = SPACES AND AR-OPEN
                        PERFORM P-051-MARK-ALREADY
                           VARYING IDX-UN FROM 1 BY 1
                              UNTIL IDX-UN > WK-UN-COUNT
                    END-IF
            END-READ.
      *
       P-046-MATCH-PIECE.
            IF WK-UN-PIECE-NO(IDX-UN) = VD-PIECE-NO
                MOVE VD-NAME          TO WK-UN-NAME(IDX-UN)
                MOVE VD-ADDRESS       TO WK-UN-ADDRESS(IDX-UN)
                IF WK-UN-CUST(IDX-UN) = VD-CUST
                    MOVE "M"          TO WK-UN-RESULT(IDX-UN)
                ELSE
                    MOVE "C"          TO WK-UN-RESULT(IDX-UN)
                END-IF
            END-IF.
      *
      *    委託番号・通数・宛先不明の件数と各通を確かめる。
       P-048-CHECK-CONTROL.
            MOVE WK-DN-BAD-CT         TO WK-CTL-NG-CT.
            IF NOT WK-DN-HDR
               OR NOT WK-EX-TRL
               OR WK-DN-JOB-ID NOT = WK-EX-JOB-ID
               OR WK-DN-MAILED + WK-DN-RETURNED NOT = WK-EX-PIECES
               OR WK-DN-RETURNED NOT = WK-UN-COUNT
                ADD 1                 TO WK-CTL-NG-CT
            END-IF.
            PERFORM P-049-CHECK-PIECE
               VARYING IDX-UN FROM 1 BY 1
                  UNTIL IDX-UN > WK-UN-COUNT.
      *
       P-049-CHECK-PIECE.
            IF WK-UN-RESULT(IDX-UN) NOT = "M"
                ADD 1                 TO WK-CTL-NG-CT
            END-IF.
      *
       P-050-FLAG-ONE.
            IF WK-UN-RESULT(IDX-UN) NOT = "A"
                PERFORM P-052-ADD-REVIEW
            END-IF.
      *
       P-051-MARK-ALREADY.
            IF WK-UN-CUST(IDX-UN) = AR-CUST
               AND WK-UN-RESULT(IDX-UN) NOT = "A"
                MOVE "A"              TO WK-UN-RESULT(IDX-UN)
                ADD 1                 TO WK-ALREADY-CT
            END-IF.
      *
      *    住所確認ファイルの末尾へ1行書き足す。同じ顧客の後の
      *    宛先不明は既に確認中として扱う。
       P-052-ADD-REVIEW.
            ADD 1                     TO WK-FLAG-CT.
            MOVE SPACES               TO ADDR-REVIEW-REC.
            MOVE WK-UN-CUST(IDX-UN)   TO AR-CUST.
            MOVE "OPEN"               TO AR-STATUS.
            MOVE "UNDELIV"            TO AR-SOURCE.
            MOVE WK-DN-JOB-ID         TO AR-JOB-ID.
            MOVE WK-RUN-DATE-X        TO AR-FLAG-DATE.
            MOVE WK-UN-REASON(IDX-UN) TO AR-REASON.
            WRITE ADDR-REVIEW-REC.
            MOVE "F"                  TO WK-UN-RESULT(IDX-UN).
            PERFORM P-053-MARK-SAME
               VARYING WK-UN-SUB FROM 1 BY 1
                  UNTIL WK-UN-SUB > WK-UN-COUNT.
            MOVE SPACES               TO WK-BEFORE-IMG.
            MOVE ADDR-REVIEW-REC      TO WK-AFTER-IMG.
            MOVE "FLAG"               TO WK-JRNL-ACTION.
            PERFORM P-076-JOURNAL.
      *
       P-053-MARK-SAME.
            IF WK-UN-CUST(WK-UN-SUB) = AR-CUST
               AND WK-UN-RESULT(WK-UN-SUB) NOT = "A"
               AND WK-UN-RESULT(WK-UN-SUB) NOT = "F"
                MOVE "A"              TO WK-UN-RESULT(WK-UN-SUB)
                ADD 1                 TO WK-ALREADY-CT
            END-IF.
      *
       P-054-MATCH-REPORT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "PRTVEND.RPT"         TO PS-REPORT-NAME.
            MOVE "外部印刷委託 完了ファイルの照合"
                                       TO PS-TITLE.
            MOVE WK-DN-JOB-ID         TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE WK-DN-DATE           TO WK-ED-DATE.
            MOVE SPACES               TO PS-LINE.
            STRING "  委託番号 "      DELIMITED BY SIZE
                   WK-DN-JOB-ID       DELIMITED BY SIZE
                   "  発送完了日 "    DELIMITED BY SIZE
                   WK-ED-DATE         DELIMITED BY SIZE
                   "  明細書データの委託番号 "
                                      DELIMITED BY SIZE
                   WK-EX-JOB-ID       DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-EX-PIECES         TO WK-ED-COUNT-1.
            MOVE WK-DN-MAILED         TO WK-ED-COUNT-2.
            MOVE WK-DN-RETURNED       TO WK-ED-COUNT-3.
            MOVE SPACES               TO PS-LINE.
            STRING "  委託した通数:"  DELIMITED BY SIZE
                   WK-ED-COUNT-1      DELIMITED BY SIZE
                   "  発送:"          DELIMITED BY SIZE
                   WK-ED-COUNT-2      DELIMITED BY SIZE
                   "  宛先不明:"      DELIMITED BY SIZE
                   WK-ED-COUNT-3      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "【宛先不明】"       TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "     通番  顧客番号  氏名                  "
                                              DELIMITED BY SIZE
                   "理由                  結果"
                                              DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-056-PRINT-UNDELIV
               VARYING IDX-UN FROM 1 BY 1
                  UNTIL IDX-UN > WK-UN-COUNT.
            IF WK-UN-COUNT = ZERO
                MOVE "  (該当なし)"   TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-FLAG-CT           TO WK-ED-COUNT-1.
            MOVE WK-ALREADY-CT        TO WK-ED-COUNT-2.
            MOVE WK-CTL-NG-CT         TO WK-ED-COUNT-3.
            MOVE SPACES               TO PS-LINE.
            STRING "  住所確認へ:"    DELIMITED BY SIZE
                   WK-ED-COUNT-1      DELIMITED BY SIZE
                   "  確認中(既出):"  DELIMITED BY SIZE
                   WK-ED-COUNT-2      DELIMITED BY SIZE
                   "  照合不一致:"    DELIMITED BY SIZE
                   WK-ED-COUNT-3      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-CTL-NG-CT NOT = ZERO
                MOVE SPACES           TO PS-LINE
                STRING "  *** 完了ファイルが"
                                      DELIMITED BY SIZE
                       "明細書データと合わない"
                                      DELIMITED BY SIZE
                       "ため、住所確認へ回していない ***"
                                      DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
       P-056-PRINT-UNDELIV.
            EVALUATE WK-UN-RESULT(IDX-UN)
                WHEN "F"
                    MOVE "住所確認へ"       TO WK-RESULT-TEXT
                WHEN "A"
                    MOVE "確認中(既出)"     TO WK-RESULT-TEXT
                WHEN "M"
                    MOVE "照合済み"         TO WK-RESULT-TEXT
                WHEN "C"
                    MOVE "顧客番号の相違"   TO WK-RESULT-TEXT
                WHEN OTHER
                    MOVE "通番が明細に無い" TO WK-RESULT-TEXT
            END-EVALUATE.
            MOVE WK-UN-PIECE-NO(IDX-UN)  TO WK-ED-PIECE.
            MOVE SPACES               TO PS-LINE.
            STRING "  "                   DELIMITED BY SIZE
                   WK-ED-PIECE            DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   WK-UN-CUST(IDX-UN)     DELIMITED BY SIZE
                   "    "                 DELIMITED BY SIZE
                   WK-UN-NAME(IDX-UN)     DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   WK-UN-REASON(IDX-UN)   DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   WK-RESULT-TEXT         DELIMITED BY SPACE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-UN-ADDRESS(IDX-UN) NOT = SPACES
                MOVE SPACES           TO PS-LINE
                STRING "                      "
                                              DELIMITED BY SIZE
                       WK-UN-ADDRESS(IDX-UN)  DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
      *    住所確認の解除。住所を直した(または正しいと確かめた)
      *    後に行う。行は消さずにCLEAREDとして残す。
       P-060-CLEAR.
            IF WK-ENV-CUST IS NOT NUMERIC
                DISPLAY "PV-CUST (6 DIGITS) REQUIRED"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE "N"                  TO WK-AR-FOUND-SW.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT ADDR-REVIEW-FILE.
            PERFORM P-062-FIND-CLEAR UNTIL WK-EOF OR WK-AR-FOUND.
            CLOSE ADDR-REVIEW-FILE.
            IF NOT WK-AR-FOUND
                DISPLAY "NOT UNDER REVIEW IN ADRREVW.TXT: "
                        WK-ENV-CUST
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE SPACES               TO AC-PARM.
            MOVE "PRTVEND"            TO AC-PROGRAM.
            MOVE "CLEAR"              TO AC-ACTION.
            MOVE WK-ENV-CUST          TO AC-KEY.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
            IF AC-ALLOW NOT = "Y"
                DISPLAY "OPERATOR " AC-OPERATOR
                        " NOT AUTHORIZED FOR CLEAR"
                MOVE 8                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE WK-AR-SAVE           TO ADDR-REVIEW-REC.
            MOVE ADDR-REVIEW-REC      TO WK-BEFORE-IMG.
            MOVE "CLEARED"            TO AR-STATUS.
            MOVE WK-RUN-DATE-X        TO AR-CLEAR-DATE.
            MOVE ADDR-REVIEW-REC      TO WK-AR-SAVE WK-AFTER-IMG.
            MOVE "N"                  TO WK-AR-FOUND-SW.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT ADDR-REVIEW-FILE.
            OPEN OUTPUT ADDR-WORK-FILE.
            PERFORM P-064-COPY-CLEAR UNTIL WK-EOF.
            CLOSE ADDR-WORK-FILE.
            CLOSE ADDR-REVIEW-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT ADDR-WORK-FILE.
            OPEN OUTPUT ADDR-REVIEW-FILE.
            PERFORM P-066-COPY-BACK UNTIL WK-EOF.
            CLOSE ADDR-REVIEW-FILE.
            CLOSE ADDR-WORK-FILE.
            MOVE "CLEAR"              TO WK-JRNL-ACTION.
            PERFORM P-076-JOURNAL.
            DISPLAY "ADDRESS REVIEW CLEARED " WK-ENV-CUST
                    " BY " AC-OPERATOR.
       P-060-EXIT.
            EXIT.
      *
      *    解除する顧客の確認中(OPEN)の行を探して控える。
       P-062-FIND-CLEAR.
            READ ADDR-REVIEW-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF ADDR-REVIEW-REC NOT = SPACES AND AR-OPEN
                       AND AR-CUST = WK-ENV-CUST-N
                        SET WK-AR-FOUND  TO TRUE
                        MOVE ADDR-REVIEW-REC  TO WK-AR-SAVE
                    END-IF
            END-READ.
      *
      *    作業ファイルへ写し、最初の該当行だけ解除後の行に替える。
       P-064-COPY-CLEAR.
            READ ADDR-REVIEW-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF ADDR-REVIEW-REC NOT = SPACES
                        IF AR-OPEN AND AR-CUST = WK-ENV-CUST-N
                           AND NOT WK-AR-FOUND
                            SET WK-AR-FOUND  TO TRUE
                            WRITE ADDR-WORK-REC FROM WK-AR-SAVE
                        ELSE
                            WRITE ADDR-WORK-REC FROM ADDR-REVIEW-REC
                        END-IF
                    END-IF
            END-READ.
      *
       P-066-COPY-BACK.
            READ ADDR-WORK-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    WRITE ADDR-REVIEW-REC FROM ADDR-WORK-REC
            END-READ.
      *
      *    WK-AR-FIND-CUSTの確認中(OPEN)の行を探す。
       P-070-FIND-OPEN.
            MOVE ZERO                 TO WK-AR-HIT.
            PERFORM P-072-MATCH-OPEN
               VARYING IDX-AR FROM 1 BY 1
                  UNTIL IDX-AR > WK-AR-COUNT
                     OR WK-AR-HIT NOT = ZERO.
      *
       P-072-MATCH-OPEN.
            IF WK-AR-CUST(IDX-AR) = WK-AR-FIND-CUST
               AND WK-AR-STATUS(IDX-AR) = "OPEN"
                SET WK-AR-HIT         TO IDX-AR
            END-IF.
      *
      *    WK-JRNL-ACTIONを置いて呼ぶ。
       P-076-JOURNAL.
            MOVE SPACES               TO MNT-JRNL-REC.
            MOVE WK-STAMP             TO MJ-STAMP.
            MOVE "PRTVEND"            TO MJ-PROGRAM.
            MOVE WK-JRNL-ACTION       TO MJ-ACTION.
            MOVE "ADRREVW.TXT"        TO MJ-FILE.
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
      *
      *    明細書データを1件書き、件数とチェックサムへ織り込む。
       P-080-WRITE-VEND.
            ADD 1                     TO WK-REC-COUNT.
            MOVE ZERO                 TO WK-LEN.
            PERFORM P-082-FIND-TRIM
               VARYING WK-POS FROM 200 BY -1
                  UNTIL WK-POS < 1
                     OR WK-LEN NOT = ZERO.
            PERFORM P-084-FOLD-ONE-BYTE
               VARYING WK-POS FROM 1 BY 1
                  UNTIL WK-POS > WK-LEN.
            WRITE VEND-REC.
      *
       P-082-FIND-TRIM.
            IF VEND-REC(WK-POS:1) NOT = SPACE
                MOVE WK-POS           TO WK-LEN
            END-IF.
      *
       P-084-FOLD-ONE-BYTE.
            COMPUTE WK-CHECKSUM = FUNCTION MOD(
                    WK-CHECKSUM * 31
                    + FUNCTION ORD(VEND-REC(WK-POS:1)) - 1
                    999999937).
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      ******************************************************************
