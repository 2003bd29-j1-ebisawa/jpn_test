      ******************************************************************
      *    テストケース：CUSTMRG
      *    プログラム名：日本語化テスト 顧客の名寄せ統合
      *    処理概要　　：DUPCHKがDUPRPT.TXTへ挙げた重複疑いペアの
      *                  うち、確認者が同一人物と確定した組を統合
      *                  する。確定では組と残す顧客番号を選び、
      *                  名寄せ確定ファイルMRGCONF.TXTへ記録する。
      *                  統合では閉じる側の残高を残す側へ移し
      *                  (閉じる側はゼロ)、統合先対照表
      *                  CUSTXREF.TXT(旧番号→新番号)へ書き、顧客
      *                  マスタCUSTMAST.IDXがあれば閉じる側を解約
      *                  にする。以後TXNPOSTは閉じた番号宛ての取引
      *                  を統合先へ振り向ける。残高の移動とマスタの
      *                  状態変更は1件ごとに保守ジャーナル
      *                  (MNTJRNL.DAT)へ前像・後像を残し、取り消し
      *                  (UNDO)はそのジャーナルから移した金額を
      *                  読んで元へ戻す。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     MR-ACTION   = LIST | CONFIRM | MERGE | UNDO (既定LIST)
      *       LIST    ... 名寄せ確定ファイルの内容を表示する
      *       CONFIRM ... DUPRPT.TXTの組を確定する
      *       MERGE   ... 確定済み(未統合)の組をすべて統合する
      *       UNDO    ... 統合を1組取り消す
      *     MR-FILE     = 対象ファイル(既定TESTDATA.DAT)
      *     MR-PAIR     = DUPRPT.TXTの組番号(CONFIRM)
      *     MR-SURVIVOR = 残す顧客番号6桁(CONFIRM。組のどちらか)
      *     MR-SEQ      = 統合を取り消す閉じた側の顧客番号6桁(UNDO)
      *   CONFIRM・MERGE・UNDOはAUTHCHKで権限を確かめる。
      *   既に統合された(または確定済みの)番号を閉じる側・残す側
      *   に選ぶ確定、閉じた番号がさらに残す側として統合された後の
      *   取り消しは受け付けない(後の統合から先に取り消す)。
      *   取り消しの後も、統合中に振り向けられた取引は統合先に
      *   残る。管理トレーラ(*CONTROL*)は件数・残高ハッシュとも
      *   変わらないので、そのまま書き戻す。
      *   戻り値: MERGEは顧客ファイルに両方がそろわず統合できな
      *           かった組の数。指定誤り・ファイルなし・受け付け
      *           ない操作は1、権限なしは8。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CUSTMRG.
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
           SELECT DATA-FILE           ASSIGN TO DYNAMIC
                                        WK-FILE-NAME
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-DATA-FS.
           SELECT NEW-FILE            ASSIGN TO "CUSTMRG.TMP"
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT XREF-WORK-FILE      ASSIGN TO "CUSTXREF.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUP-RPT-FILE        ASSIGN TO "DUPRPT.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-DUP-FS.
           COPY MRGCSL.
           COPY CXRSL.
           COPY CUSTMSL.
           COPY MNTJSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       FD  NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-REC                PIC X(104).
       FD  XREF-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  XREF-WORK-REC          PIC X(24).
       FD  DUP-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUP-RPT-LINE           PIC X(160).
       COPY MRGCFD.
       COPY CXRFD.
       COPY CUSTMFD.
       COPY MNTJFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-DATA-FS         PIC XX.
           88  WK-DATA-FOUND               VALUE "00".
       01  WK-DUP-FS          PIC XX.
           88  WK-DUP-FOUND                VALUE "00".
       01  WK-MAST-FS         PIC XX.
           88  WK-MAST-OK                  VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-FILE-NAME       PIC X(40)  VALUE "TESTDATA.DAT".
       01  WK-ENV-FILE        PIC X(40)  VALUE SPACES.
       01  WK-ACTION          PIC X(07)  VALUE SPACES.
       01  WK-ENV-PAIR        PIC X(05)  VALUE SPACES.
       01  WK-ENV-SURVIVOR    PIC X(06)  VALUE SPACES.
       01  WK-ENV-SURVIVOR-N  REDEFINES WK-ENV-SURVIVOR
                              PIC 9(06).
       01  WK-ENV-SEQ         PIC X(06)  VALUE SPACES.
       01  WK-ENV-SEQ-N       REDEFINES WK-ENV-SEQ
                              PIC 9(06).
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    DUPRPT.TXTの組の見つけ方(見出し「PAIR nnnnn」と明細2行)。
       01  WK-PAIR-NO         PIC 9(05)  VALUE ZERO.
       01  WK-ED-PAIR         PIC ZZZZ9.
       01  WK-PAIR-HEAD       PIC X(10).
       01  WK-PAIR-STATE      PIC 9(01)  VALUE ZERO.
       01  WK-PAIR-SEQ-1      PIC X(06)  VALUE SPACES.
       01  WK-PAIR-SEQ-2      PIC X(06)  VALUE SPACES.
       01  WK-SCAN            PIC 9(03)  COMP.
       01  WK-DIGIT-X         PIC X(01).
       01  WK-DIGIT  REDEFINES WK-DIGIT-X  PIC 9(01).
       01  WK-SURVIVOR        PIC 9(06).
       01  WK-ABSORBED        PIC 9(06).
      *
      *    名寄せ確定ファイルの作業表(MRGCFDと同じ並び＋作業欄)。
       01  WK-MC-TAB.
           05  WK-MC-ENTRY  OCCURS 500 TIMES INDEXED BY IDX-MC.
               10  WK-MC-REC.
                   15  WK-MC-SURVIVOR     PIC 9(06).
                   15  FILLER             PIC X(02).
                   15  WK-MC-ABSORBED     PIC 9(06).
                   15  FILLER             PIC X(02).
                   15  WK-MC-STATUS       PIC X(09).
                   15  FILLER             PIC X(02).
                   15  WK-MC-OPERATOR     PIC X(10).
                   15  FILLER             PIC X(02).
                   15  WK-MC-CONF-DATE    PIC X(08).
                   15  FILLER             PIC X(02).
                   15  WK-MC-MERGE-STAMP  PIC X(14).
                   15  FILLER             PIC X(02).
                   15  WK-MC-MERGE-OPER   PIC X(10).
               10  WK-MC-DO-SW            PIC X(01).
               10  WK-MC-S-FOUND-SW       PIC X(01).
               10  WK-MC-A-FOUND-SW       PIC X(01).
               10  WK-MC-AMOUNT           PIC S9(09)V9(02).
       01  WK-MC-COUNT        PIC 9(03)  COMP  VALUE ZERO.
       01  WK-MC-HIT          PIC 9(03)  COMP.
       01  WK-MC-BAD-SW       PIC X      VALUE "N".
           88  WK-MC-BAD                  VALUE "Y".
       01  WK-DO-CT           PIC 9(03)  COMP  VALUE ZERO.
      *
      *    残高移動の作業域。
       01  WK-OLD-BAL         PIC S9(09)V9(02).
       01  WK-UNDO-AMOUNT     PIC S9(09)V9(02)  VALUE ZERO.
       01  WK-JRN-FOUND-SW    PIC X      VALUE "N".
           88  WK-JRN-FOUND               VALUE "Y".
       01  WK-ROLE            PIC X(08).
       01  WK-PARTNER         PIC 9(06).
       01  WK-CHANGED-SW      PIC X.
           88  WK-CHANGED                 VALUE "Y".
       01  WK-MJ-ACTION       PIC X(08).
      *
      *    保守ジャーナル用。顧客ファイルの残高移動の像。
       01  WK-BAL-IMG.
           05  BIMG-SEQ                 PIC 9(06).
           05  FILLER                   PIC X(02).
           05  BIMG-BALANCE             PIC S9(09)V9(02)
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(02).
           05  BIMG-ROLE                PIC X(08).
           05  FILLER                   PIC X(02).
           05  BIMG-PARTNER             PIC 9(06).
      *
      *    保守ジャーナル用。顧客マスタの像(CUSTMNTと同じ)。
       01  WK-IMG-REC.
           05  IMG-SEQ                  PIC X(06).
           05  IMG-NAME                 PIC X(20).
           05  IMG-ADDRESS              PIC X(40).
           05  IMG-KANA                 PIC X(20).
           05  IMG-POSTAL               PIC X(07).
           05  IMG-STATUS               PIC X(01).
       01  WK-REC-X           PIC X(104).
       01  WK-BEFORE-IMG      PIC X(100).
       01  WK-AFTER-IMG       PIC X(100).
       01  WK-MAST-FILE-NAME  PIC X(12)  VALUE "CUSTMAST.IDX".
       01  WK-JRN-FILE        PIC X(12).
       01  WK-MAST-MSG-SW     PIC X      VALUE "N".
      *
       01  WK-MERGE-CT        PIC 9(05)  VALUE ZERO.
       01  WK-SKIP-CT         PIC 9(05)  VALUE ZERO.
       01  WK-ED-SEQ-1        PIC 9(06).
       01  WK-ED-SEQ-2        PIC 9(06).
       01  WK-ED-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
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
            DISPLAY "CUSTMRG START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS.
            EVALUATE WK-ACTION
                WHEN "LIST"
                    PERFORM P-025-LIST
                WHEN "CONFIRM"
                    PERFORM P-020-CONFIRM THRU P-020-EXIT
                WHEN "MERGE"
                    PERFORM P-040-MERGE THRU P-040-EXIT
                WHEN "UNDO"
                    PERFORM P-060-UNDO THRU P-060-EXIT
                WHEN OTHER
                    DISPLAY "MR-ACTION MUST BE LIST/CONFIRM/MERGE/UNDO"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "CUSTMRG END".
            GOBACK
            .
      *
       P-014-CHECK-AUTHORITY.
            MOVE SPACES              TO AC-PARM.
            MOVE "CUSTMRG"            TO AC-PROGRAM.
            MOVE WK-ACTION           TO AC-ACTION.
            IF WK-ACTION = "MERGE"
                MOVE WK-FILE-NAME     TO AC-KEY
            ELSE
                STRING WK-ABSORBED    DELIMITED BY SIZE
                       " INTO "       DELIMITED BY SIZE
                       WK-SURVIVOR    DELIMITED BY SIZE
                              INTO AC-KEY
            END-IF.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
            IF AC-ALLOW NOT = "Y"
                DISPLAY "OPERATOR " AC-OPERATOR
                        " NOT AUTHORIZED FOR " WK-ACTION
                MOVE 8                TO RETURN-CODE
            END-IF.
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "MR-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "LIST"           TO WK-ACTION
            END-IF.
            DISPLAY "MR-FILE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-FILE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-FILE NOT = SPACES
                MOVE WK-ENV-FILE      TO WK-FILE-NAME
            END-IF.
            DISPLAY "MR-PAIR"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-PAIR          FROM ENVIRONMENT-VALUE.
            DISPLAY "MR-SURVIVOR"       UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-SURVIVOR      FROM ENVIRONMENT-VALUE.
            DISPLAY "MR-SEQ"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-SEQ           FROM ENVIRONMENT-VALUE.
            ACCEPT WK-SYS-DATE           FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-SYS-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
      *
      *    確定。DUPRPT.TXTの組を引き、残す側・閉じる側を決めて
      *    名寄せ確定ファイルへ1行足す。
       P-020-CONFIRM.
            MOVE ZERO                 TO WK-PAIR-NO.
            PERFORM P-022-PAIR-DIGIT
               VARYING WK-SCAN FROM 1 BY 1 UNTIL WK-SCAN > 5.
            IF WK-PAIR-NO = ZERO
               OR WK-ENV-SURVIVOR IS NOT NUMERIC
                DISPLAY "MR-PAIR AND MR-SURVIVOR (6 DIGITS) REQUIRED"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            OPEN INPUT DUP-RPT-FILE.
            IF NOT WK-DUP-FOUND
                DISPLAY "DUPRPT.TXT NOT FOUND - RUN DUPCHK FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            MOVE WK-PAIR-NO           TO WK-ED-PAIR.
            MOVE SPACES               TO WK-PAIR-HEAD.
            STRING "PAIR "            DELIMITED BY SIZE
                   WK-ED-PAIR         DELIMITED BY SIZE
                              INTO WK-PAIR-HEAD.
            MOVE ZERO                 TO WK-PAIR-STATE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-024-FIND-PAIR UNTIL WK-EOF.
            CLOSE DUP-RPT-FILE.
            IF WK-PAIR-STATE NOT = 3
                DISPLAY "PAIR " WK-ENV-PAIR " NOT IN DUPRPT.TXT"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            EVALUATE WK-ENV-SURVIVOR
                WHEN WK-PAIR-SEQ-1
                    MOVE WK-PAIR-SEQ-1  TO WK-SURVIVOR
                    MOVE WK-PAIR-SEQ-2  TO WK-ABSORBED
                WHEN WK-PAIR-SEQ-2
                    MOVE WK-PAIR-SEQ-2  TO WK-SURVIVOR
                    MOVE WK-PAIR-SEQ-1  TO WK-ABSORBED
                WHEN OTHER
                    DISPLAY "MR-SURVIVOR " WK-ENV-SURVIVOR
                            " IS NOT IN PAIR " WK-ENV-PAIR " ("
                            WK-PAIR-SEQ-1 "/" WK-PAIR-SEQ-2 ")"
                    MOVE 1            TO RETURN-CODE
                    GO TO P-020-EXIT
            END-EVALUATE.
            PERFORM P-030-LOAD-CONF.
            MOVE "N"                  TO WK-MC-BAD-SW.
            PERFORM P-026-CHECK-CONF
               VARYING IDX-MC FROM 1 BY 1
                  UNTIL IDX-MC > WK-MC-COUNT.
            IF WK-MC-BAD
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            IF WK-MC-COUNT NOT < 500
                DISPLAY "MRGCONF.TXT IS FULL (500 ROWS)"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            PERFORM P-014-CHECK-AUTHORITY.
            IF AC-ALLOW NOT = "Y"
                GO TO P-020-EXIT
            END-IF.
            OPEN EXTEND MRG-CONF-FILE.
            MOVE SPACES               TO MRG-CONF-REC.
            MOVE WK-SURVIVOR          TO MC-SURVIVOR.
            MOVE WK-ABSORBED          TO MC-ABSORBED.
            SET MC-CONFIRMED          TO TRUE.
            MOVE AC-OPERATOR          TO MC-OPERATOR.
            MOVE WK-SYS-DATE          TO MC-CONF-DATE.
            WRITE MRG-CONF-REC.
            CLOSE MRG-CONF-FILE.
            DISPLAY "CONFIRMED: " WK-ABSORBED " INTO " WK-SURVIVOR
                    " BY " AC-OPERATOR.
       P-020-EXIT.
            EXIT.
      *
       P-022-PAIR-DIGIT.
            MOVE WK-ENV-PAIR(WK-SCAN:1)  TO WK-DIGIT-X.
            IF WK-DIGIT-X IS NUMERIC
                COMPUTE WK-PAIR-NO = WK-PAIR-NO * 10 + WK-DIGIT
            END-IF.
      *
      *    見出し行を見つけたら、続く明細2行の顧客番号を取る。
       P-024-FIND-PAIR.
            READ DUP-RPT-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    EVALUATE WK-PAIR-STATE
                        WHEN 0
                            IF DUP-RPT-LINE(1:10) = WK-PAIR-HEAD
                                MOVE 1    TO WK-PAIR-STATE
                            END-IF
                        WHEN 1
                            MOVE DUP-RPT-LINE(3:6)  TO WK-PAIR-SEQ-1
                            MOVE 2        TO WK-PAIR-STATE
                        WHEN 2
                            MOVE DUP-RPT-LINE(3:6)  TO WK-PAIR-SEQ-2
                            MOVE 3        TO WK-PAIR-STATE
                            MOVE "Y"      TO WK-EOF-SW
                    END-EVALUATE
            END-READ.
      *
      *    生きている(取り消していない)確定・統合との重なりを見る。
       P-026-CHECK-CONF.
            IF WK-MC-STATUS(IDX-MC) NOT = "REVERSED"
                IF WK-MC-ABSORBED(IDX-MC) = WK-ABSORBED
                    DISPLAY WK-ABSORBED " IS ALREADY "
                            WK-MC-STATUS(IDX-MC) " INTO "
                            WK-MC-SURVIVOR(IDX-MC)
                    MOVE "Y"          TO WK-MC-BAD-SW
                END-IF
                IF WK-MC-ABSORBED(IDX-MC) = WK-SURVIVOR
                    DISPLAY WK-SURVIVOR " IS " WK-MC-STATUS(IDX-MC)
                            " INTO " WK-MC-SURVIVOR(IDX-MC)
                            " - CHOOSE THAT NUMBER AS SURVIVOR"
                    MOVE "Y"          TO WK-MC-BAD-SW
                END-IF
                IF WK-MC-SURVIVOR(IDX-MC) = WK-ABSORBED
                   AND WK-MC-STATUS(IDX-MC) = "CONFIRMED"
                    DISPLAY WK-ABSORBED " IS SURVIVOR OF AN UNMERGED"
                            " PAIR - RUN MERGE FIRST"
                    MOVE "Y"          TO WK-MC-BAD-SW
                END-IF
            END-IF.
      *
       P-025-LIST.
            PERFORM P-030-LOAD-CONF.
            DISPLAY "SURVIV  ABSORB  STATUS     CONFIRMED BY"
                    "          MERGED/REVERSED".
            PERFORM P-027-LIST-ONE
               VARYING IDX-MC FROM 1 BY 1
                  UNTIL IDX-MC > WK-MC-COUNT.
            DISPLAY WK-MC-COUNT " ROW(S)".
      *
       P-027-LIST-ONE.
            DISPLAY WK-MC-SURVIVOR(IDX-MC) "  "
                    WK-MC-ABSORBED(IDX-MC) "  "
                    WK-MC-STATUS(IDX-MC) "  "
                    WK-MC-OPERATOR(IDX-MC) " "
                    WK-MC-CONF-DATE(IDX-MC) "  "
                    WK-MC-MERGE-STAMP(IDX-MC) " "
                    WK-MC-MERGE-OPER(IDX-MC).
      *
       P-030-LOAD-CONF.
            MOVE ZERO                 TO WK-MC-COUNT.
            OPEN INPUT MRG-CONF-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-032-LOAD-ONE UNTIL WK-EOF.
            CLOSE MRG-CONF-FILE.
      *
       P-032-LOAD-ONE.
            READ MRG-CONF-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    IF MRG-CONF-REC NOT = SPACES
                       AND WK-MC-COUNT < 500
                        ADD 1         TO WK-MC-COUNT
                        SET IDX-MC    TO WK-MC-COUNT
                        MOVE MRG-CONF-REC  TO WK-MC-REC(IDX-MC)
                        MOVE "N"      TO WK-MC-DO-SW(IDX-MC)
                                         WK-MC-S-FOUND-SW(IDX-MC)
                                         WK-MC-A-FOUND-SW(IDX-MC)
                        MOVE ZERO     TO WK-MC-AMOUNT(IDX-MC)
                    END-IF
            END-READ.
      *
       P-035-WRITE-CONF.
            OPEN OUTPUT MRG-CONF-FILE.
            PERFORM P-036-WRITE-ONE
               VARYING IDX-MC FROM 1 BY 1
                  UNTIL IDX-MC > WK-MC-COUNT.
            CLOSE MRG-CONF-FILE.
      *
       P-036-WRITE-ONE.
            MOVE WK-MC-REC(IDX-MC)    TO MRG-CONF-REC.
            WRITE MRG-CONF-REC.
      *
      *    統合。確定済みの組について、まず顧客ファイルに両方が
      *    あるかと閉じる側の残高を調べ、次の読み直しで残高を移す。
       P-040-MERGE.
            PERFORM P-030-LOAD-CONF.
            MOVE ZERO                 TO WK-DO-CT.
            PERFORM P-041-MARK-TODO
               VARYING IDX-MC FROM 1 BY 1
                  UNTIL IDX-MC > WK-MC-COUNT.
            IF WK-DO-CT = ZERO
                DISPLAY "NO CONFIRMED PAIR TO MERGE"
                GO TO P-040-EXIT
            END-IF.
            PERFORM P-014-CHECK-AUTHORITY.
            IF AC-ALLOW NOT = "Y"
                GO TO P-040-EXIT
            END-IF.
            OPEN INPUT DATA-FILE.
            IF NOT WK-DATA-FOUND
                DISPLAY WK-FILE-NAME " NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-042-SCAN-ONE UNTIL WK-EOF.
            CLOSE DATA-FILE.
            MOVE "顧客の名寄せ統合"    TO PS-TITLE.
            PERFORM P-046-OPEN-REPORT.
            PERFORM P-045-CHECK-FOUND
               VARYING IDX-MC FROM 1 BY 1
                  UNTIL IDX-MC > WK-MC-COUNT.
            IF WK-DO-CT > ZERO
                MOVE "MERGE"          TO WK-MJ-ACTION
                PERFORM P-050-REWRITE-FILE
                PERFORM P-048-FINISH-ONE
                   VARYING IDX-MC FROM 1 BY 1
                      UNTIL IDX-MC > WK-MC-COUNT
                PERFORM P-035-WRITE-CONF
            END-IF.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "MERGED " WK-MERGE-CT "  NOT MERGED " WK-SKIP-CT.
            MOVE WK-SKIP-CT           TO RETURN-CODE.
       P-040-EXIT.
            EXIT.
      *
       P-041-MARK-TODO.
            IF WK-MC-STATUS(IDX-MC) = "CONFIRMED"
                MOVE "Y"              TO WK-MC-DO-SW(IDX-MC)
                ADD 1                 TO WK-DO-CT
            END-IF.
      *
       P-042-SCAN-ONE.
            READ DATA-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        PERFORM P-043-SCAN-MATCH
                           VARYING IDX-MC FROM 1 BY 1
                              UNTIL IDX-MC > WK-MC-COUNT
                    END-IF
            END-READ.
      *
       P-043-SCAN-MATCH.
            IF WK-MC-DO-SW(IDX-MC) = "Y"
                IF CUST-SEQ-NO = WK-MC-SURVIVOR(IDX-MC)
                    MOVE "Y"          TO WK-MC-S-FOUND-SW(IDX-MC)
                END-IF
                IF CUST-SEQ-NO = WK-MC-ABSORBED(IDX-MC)
                    MOVE "Y"          TO WK-MC-A-FOUND-SW(IDX-MC)
                    MOVE CUST-BALANCE TO WK-MC-AMOUNT(IDX-MC)
                END-IF
            END-IF.
      *
      *    両方がそろわない組は今回は統合しない(確定のまま残す)。
       P-045-CHECK-FOUND.
            IF WK-MC-DO-SW(IDX-MC) = "Y"
               AND (WK-MC-S-FOUND-SW(IDX-MC) NOT = "Y"
                    OR WK-MC-A-FOUND-SW(IDX-MC) NOT = "Y")
                MOVE "N"              TO WK-MC-DO-SW(IDX-MC)
                SUBTRACT 1            FROM WK-DO-CT
                ADD 1                 TO WK-SKIP-CT
                MOVE WK-MC-ABSORBED(IDX-MC)  TO WK-ED-SEQ-1
                MOVE WK-MC-SURVIVOR(IDX-MC)  TO WK-ED-SEQ-2
                MOVE SPACES           TO PS-LINE
                STRING "  未統合    "  DELIMITED BY SIZE
                       WK-ED-SEQ-1    DELIMITED BY SIZE
                       "→"           DELIMITED BY SIZE
                       WK-ED-SEQ-2    DELIMITED BY SIZE
                       "  顧客ファイルに両方がそろわない"
                                      DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
       P-046-OPEN-REPORT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "CUSTMRG.RPT"         TO PS-REPORT-NAME.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  区分      顧客番号  役割      "
                                              DELIMITED BY SIZE
                   "相手        変更前の残高"  DELIMITED BY SIZE
                   "    変更後の残高"
                                              DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
      *    統合した組の後始末: 確定ファイル・対照表・顧客マスタ。
       P-048-FINISH-ONE.
            IF WK-MC-DO-SW(IDX-MC) = "Y"
                MOVE "MERGED"         TO WK-MC-STATUS(IDX-MC)
                MOVE WK-STAMP         TO WK-MC-MERGE-STAMP(IDX-MC)
                MOVE AC-OPERATOR      TO WK-MC-MERGE-OPER(IDX-MC)
                OPEN EXTEND XREF-FILE
                MOVE SPACES           TO XREF-REC
                MOVE WK-MC-ABSORBED(IDX-MC)  TO XR-OLD
                MOVE WK-MC-SURVIVOR(IDX-MC)  TO XR-NEW
                MOVE WK-SYS-DATE      TO XR-DATE
                WRITE XREF-REC
                CLOSE XREF-FILE
                MOVE WK-MC-ABSORBED(IDX-MC)  TO WK-ABSORBED
                PERFORM P-080-SET-MASTER THRU P-080-EXIT
                ADD 1                 TO WK-MERGE-CT
            END-IF.
      *
      *    顧客ファイルを読み直し、対象の組の残高を移して作業
      *    ファイルへ書き、最後に戻す。変えたレコードごとに前像・
      *    後像をジャーナルへ残す。MERGEとUNDOで共用する。
       P-050-REWRITE-FILE.
            OPEN INPUT DATA-FILE.
            OPEN OUTPUT NEW-FILE.
            OPEN EXTEND MNT-JRNL-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-052-REWRITE-ONE UNTIL WK-EOF.
            CLOSE MNT-JRNL-FILE.
            CLOSE NEW-FILE.
            CLOSE DATA-FILE.
            PERFORM P-070-COPY-BACK.
      *
       P-052-REWRITE-ONE.
            READ DATA-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        PERFORM P-054-MOVE-BALANCE
                    END-IF
                    WRITE NEW-REC FROM CUSTOMER-REC
            END-READ.
      *
       P-054-MOVE-BALANCE.
            MOVE CUST-BALANCE         TO WK-OLD-BAL.
            MOVE "N"                  TO WK-CHANGED-SW.
            PERFORM P-056-APPLY-PAIR
               VARYING IDX-MC FROM 1 BY 1
                  UNTIL IDX-MC > WK-MC-COUNT.
            IF WK-CHANGED
                MOVE SPACES           TO WK-BAL-IMG
                MOVE CUST-SEQ-NO      TO BIMG-SEQ
                MOVE WK-OLD-BAL       TO BIMG-BALANCE
                MOVE WK-ROLE          TO BIMG-ROLE
                MOVE WK-PARTNER       TO BIMG-PARTNER
                MOVE WK-BAL-IMG       TO WK-BEFORE-IMG
                MOVE CUST-BALANCE     TO BIMG-BALANCE
                MOVE WK-BAL-IMG       TO WK-AFTER-IMG
                MOVE WK-FILE-NAME     TO WK-JRN-FILE
                PERFORM P-075-WRITE-JOURNAL
                MOVE CUST-SEQ-NO      TO WK-ED-SEQ-1
                MOVE WK-PARTNER       TO WK-ED-SEQ-2
                MOVE WK-OLD-BAL       TO WK-ED-AMOUNT
                MOVE CUST-BALANCE     TO WK-ED-BALANCE
                MOVE SPACES           TO PS-LINE
                STRING "  "           DELIMITED BY SIZE
                       WK-MJ-ACTION   DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-ED-SEQ-1    DELIMITED BY SIZE
                       "    "         DELIMITED BY SIZE
                       WK-ROLE        DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-ED-SEQ-2    DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-ED-AMOUNT   DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-ED-BALANCE  DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
      *    MERGEは閉じる側の残高を残す側へ足し、閉じる側をゼロに
      *    する。UNDOは同じ金額を逆向きに戻す。
       P-056-APPLY-PAIR.
            IF WK-MC-DO-SW(IDX-MC) = "Y"
                IF CUST-SEQ-NO = WK-MC-SURVIVOR(IDX-MC)
                    IF WK-MJ-ACTION = "MERGE"
                        ADD WK-MC-AMOUNT(IDX-MC)  TO CUST-BALANCE
                    ELSE
                        SUBTRACT WK-MC-AMOUNT(IDX-MC)
                                      FROM CUST-BALANCE
                    END-IF
                    MOVE "SURVIVOR"   TO WK-ROLE
                    MOVE WK-MC-ABSORBED(IDX-MC)  TO WK-PARTNER
                    MOVE "Y"          TO WK-CHANGED-SW
                END-IF
                IF CUST-SEQ-NO = WK-MC-ABSORBED(IDX-MC)
                    IF WK-MJ-ACTION = "MERGE"
                        MOVE ZERO     TO CUST-BALANCE
                    ELSE
                        ADD WK-MC-AMOUNT(IDX-MC)  TO CUST-BALANCE
                    END-IF
                    MOVE "ABSORBED"   TO WK-ROLE
                    MOVE WK-MC-SURVIVOR(IDX-MC)  TO WK-PARTNER
                    MOVE "Y"          TO WK-CHANGED-SW
                END-IF
            END-IF.
      *
      *    取り消し。統合時のジャーナルから閉じた側の統合前残高
      *    (=移した金額)を読み、逆向きに戻す。
       P-060-UNDO.
            IF WK-ENV-SEQ IS NOT NUMERIC
                DISPLAY "MR-SEQ (6 DIGITS) REQUIRED"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            PERFORM P-030-LOAD-CONF.
            MOVE ZERO                 TO WK-MC-HIT.
            PERFORM P-062-FIND-MERGED
               VARYING IDX-MC FROM 1 BY 1
                  UNTIL IDX-MC > WK-MC-COUNT.
            IF WK-MC-HIT = ZERO
                DISPLAY WK-ENV-SEQ " IS NOT A MERGED NUMBER"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            SET IDX-MC                TO WK-MC-HIT.
            MOVE WK-MC-SURVIVOR(IDX-MC)  TO WK-SURVIVOR.
            MOVE WK-ENV-SEQ-N         TO WK-ABSORBED.
            MOVE "N"                  TO WK-MC-BAD-SW.
            PERFORM P-063-CHECK-LATER
               VARYING IDX-MC FROM 1 BY 1
                  UNTIL IDX-MC > WK-MC-COUNT.
            IF WK-MC-BAD
                DISPLAY WK-SURVIVOR " WAS MERGED LATER"
                        " - UNDO THAT MERGE FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            PERFORM P-064-FIND-AMOUNT.
            IF NOT WK-JRN-FOUND
                DISPLAY "MERGE JOURNAL ENTRY NOT FOUND FOR "
                        WK-ENV-SEQ
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            PERFORM P-014-CHECK-AUTHORITY.
            IF AC-ALLOW NOT = "Y"
                GO TO P-060-EXIT
            END-IF.
            OPEN INPUT DATA-FILE.
            IF NOT WK-DATA-FOUND
                DISPLAY WK-FILE-NAME " NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            CLOSE DATA-FILE.
            SET IDX-MC                TO WK-MC-HIT.
            MOVE "Y"                  TO WK-MC-DO-SW(IDX-MC).
            MOVE WK-UNDO-AMOUNT       TO WK-MC-AMOUNT(IDX-MC).
            MOVE "顧客の名寄せ統合(取り消し)"
                                      TO PS-TITLE.
            PERFORM P-046-OPEN-REPORT.
            MOVE "UNMERGE"            TO WK-MJ-ACTION.
            PERFORM P-050-REWRITE-FILE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            PERFORM P-066-DROP-XREF.
            PERFORM P-080-SET-MASTER THRU P-080-EXIT.
            SET IDX-MC                TO WK-MC-HIT.
            MOVE "REVERSED"           TO WK-MC-STATUS(IDX-MC).
            MOVE WK-STAMP             TO WK-MC-MERGE-STAMP(IDX-MC).
            MOVE AC-OPERATOR          TO WK-MC-MERGE-OPER(IDX-MC).
            PERFORM P-035-WRITE-CONF.
            MOVE WK-UNDO-AMOUNT       TO WK-ED-AMOUNT.
            DISPLAY "UNMERGED " WK-ENV-SEQ " FROM " WK-SURVIVOR
                    " AMOUNT " WK-ED-AMOUNT.
       P-060-EXIT.
            EXIT.
      *
       P-062-FIND-MERGED.
            IF WK-MC-ABSORBED(IDX-MC) = WK-ENV-SEQ-N
               AND WK-MC-STATUS(IDX-MC) = "MERGED"
                SET WK-MC-HIT         TO IDX-MC
            END-IF.
      *
       P-063-CHECK-LATER.
            IF WK-MC-ABSORBED(IDX-MC) = WK-SURVIVOR
               AND WK-MC-STATUS(IDX-MC) = "MERGED"
                MOVE "Y"              TO WK-MC-BAD-SW
            END-IF.
      *
      *    統合時刻の閉じた側の行(前像の残高が移した金額)を探す。
       P-064-FIND-AMOUNT.
            MOVE "N"                  TO WK-JRN-FOUND-SW.
            SET IDX-MC                TO WK-MC-HIT.
            OPEN INPUT MNT-JRNL-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-065-JRNL-ONE UNTIL WK-EOF.
            CLOSE MNT-JRNL-FILE.
      *
       P-065-JRNL-ONE.
            READ MNT-JRNL-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    IF MJ-PROGRAM = "CUSTMRG"
                       AND MJ-ACTION = "MERGE"
                       AND MJ-STAMP = WK-MC-MERGE-STAMP(IDX-MC)
                        MOVE MJ-BEFORE    TO WK-BAL-IMG
                        IF BIMG-ROLE = "ABSORBED"
                           AND BIMG-SEQ = WK-ENV-SEQ-N
                            MOVE BIMG-BALANCE  TO WK-UNDO-AMOUNT
                            MOVE "Y"  TO WK-JRN-FOUND-SW
                        END-IF
                    END-IF
            END-READ.
      *
      *    統合先対照表から取り消した番号の行を抜いて書き直す。
      *    1行ずつ作業ファイルCUSTXREF.TMPへ写してから元へ戻すので、
      *    行数に上限は無い。
       P-066-DROP-XREF.
            OPEN INPUT XREF-FILE.
            OPEN OUTPUT XREF-WORK-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-067-XREF-ONE UNTIL WK-EOF.
            CLOSE XREF-WORK-FILE.
            CLOSE XREF-FILE.
            OPEN INPUT XREF-WORK-FILE.
            OPEN OUTPUT XREF-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-068-XREF-BACK UNTIL WK-EOF.
            CLOSE XREF-FILE.
            CLOSE XREF-WORK-FILE.
      *
       P-067-XREF-ONE.
            READ XREF-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    IF XREF-REC NOT = SPACES
                       AND XR-OLD NOT = WK-ENV-SEQ-N
                        WRITE XREF-WORK-REC FROM XREF-REC
                    END-IF
            END-READ.
      *
       P-068-XREF-BACK.
            READ XREF-WORK-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    WRITE XREF-REC FROM XREF-WORK-REC
            END-READ.
      *
       P-070-COPY-BACK.
            OPEN INPUT NEW-FILE.
            OPEN OUTPUT DATA-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-072-COPY-ONE UNTIL WK-EOF.
            CLOSE DATA-FILE.
            CLOSE NEW-FILE.
      *
       P-072-COPY-ONE.
            READ NEW-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    WRITE CUSTOMER-REC FROM NEW-REC
            END-READ.
      *
      *    保守ジャーナルへ1行追記する(対象ファイル名は呼び出し側が
      *    WK-JRN-FILEへ置く)。
       P-075-WRITE-JOURNAL.
            MOVE SPACES               TO MNT-JRNL-REC.
            MOVE WK-STAMP             TO MJ-STAMP.
            MOVE "CUSTMRG"            TO MJ-PROGRAM.
            MOVE WK-MJ-ACTION         TO MJ-ACTION.
            MOVE WK-JRN-FILE          TO MJ-FILE.
            MOVE WK-BEFORE-IMG        TO MJ-BEFORE.
            MOVE WK-AFTER-IMG         TO MJ-AFTER.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
      *
      *    顧客マスタの閉じる側を解約(MERGE)または取引中(UNMERGE)
      *    にする。マスタが無い環境では顧客ファイルの残高と対照表
      *    だけで統合が成り立つので、その旨を1度だけ表示して続ける。
       P-080-SET-MASTER.
            OPEN I-O CUST-MASTER.
            IF NOT WK-MAST-OK
                IF WK-MAST-MSG-SW = "N"
                    DISPLAY "CUSTMAST.IDX NOT AVAILABLE (FILE STATUS "
                            WK-MAST-FS ") - STATUS NOT CHANGED"
                    MOVE "Y"          TO WK-MAST-MSG-SW
                END-IF
                GO TO P-080-EXIT
            END-IF.
            MOVE WK-ABSORBED          TO CM-CUST-SEQ.
            READ CUST-MASTER KEY IS CM-CUST-SEQ
                INVALID KEY
                    DISPLAY "NOT IN CUSTMAST.IDX: " WK-ABSORBED
                    CLOSE CUST-MASTER
                    GO TO P-080-EXIT
            END-READ.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC           TO WK-BEFORE-IMG.
            IF WK-MJ-ACTION = "MERGE"
                SET CM-CLOSED         TO TRUE
                MOVE WK-SYS-DATE      TO CM-CLOSE-DATE
            ELSE
                SET CM-ACTIVE         TO TRUE
                MOVE ZERO             TO CM-CLOSE-DATE
            END-IF.
            MOVE WK-STAMP             TO CM-UPDATED.
            MOVE AC-OPERATOR          TO CM-OPERATOR.
            REWRITE CUST-MASTER-REC
                INVALID KEY
                    DISPLAY "REWRITE FAILED (FILE STATUS "
                            WK-MAST-FS ") " WK-ABSORBED
                    CLOSE CUST-MASTER
                    GO TO P-080-EXIT
            END-REWRITE.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC           TO WK-AFTER-IMG.
            CLOSE CUST-MASTER.
            MOVE WK-MAST-FILE-NAME    TO WK-JRN-FILE.
            OPEN EXTEND MNT-JRNL-FILE.
            PERFORM P-075-WRITE-JOURNAL.
            CLOSE MNT-JRNL-FILE.
       P-080-EXIT.
            EXIT.
      *
       P-085-BUILD-IMAGE.
            MOVE CM-CUST-REC          TO WK-REC-X.
            MOVE SPACES               TO WK-IMG-REC.
            MOVE WK-REC-X(1:6)        TO IMG-SEQ.
            MOVE WK-REC-X(7:20)       TO IMG-NAME.
            MOVE WK-REC-X(27:40)      TO IMG-ADDRESS.
            MOVE WK-REC-X(67:20)      TO IMG-KANA.
            MOVE WK-REC-X(98:7)       TO IMG-POSTAL.
            MOVE CM-STATUS            TO IMG-STATUS.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
