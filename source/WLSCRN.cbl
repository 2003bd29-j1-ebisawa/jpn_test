      ******************************************************************
      *    テストケース：WLSCRN
      *    プログラム名：日本語化テスト 反社チェック照合
      *    処理概要　　：顧客ファイル(CUSTREC.CPY)の氏名・カナを
      *                  照合対象者リストWATCHLST.TXTと突き合わせ、
      *                  該当の疑いがある顧客を取扱注意の照合結果
      *                  WLSCRN.RPTと確認ファイルWLREVIEW.TXTへ
      *                  出す。カナはKANANRMで半角へ寄せて空白を
      *                  除いたもの、および五十音キー(KANAKEY)の
      *                  基本バイト列(濁点・小書き・長音の違いを
      *                  吸収)で比べ、氏名は異体字を標準形に揃え
      *                  (KJNORM)空白を除いて比べる。住所がリスト
      *                  にあるときはADRNORMで表記を揃えて比べ、
      *                  一致を添える。コンプライアンス担当は
      *                  確認ファイルの組ごとに「別人と確認」
      *                  「上申」の判断を操作者ID付きで記録する
      *                  (AUTHCHKで権限を確かめる)。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     WL-ACTION   = SCREEN | DECIDE (既定SCREEN)
      *       SCREEN ... 顧客ファイル全件を照合し、照合結果を刷り
      *                  確認ファイルを更新する
      *       DECIDE ... 確認ファイルの1組へ判断を記録する
      *     WL-FILE     = 対象ファイル(既定TESTDATA.DAT)
      *     WL-CUST     = 顧客連番6桁(DECIDE)
      *     WL-ID       = リスト内の番号(DECIDE)
      *     WL-DECISION = CLEARED | ESCALATED (DECIDE)
      *   判定:
      *     EXACT     氏名・カナとも一致
      *     KANA-ONLY カナ(またはその五十音キー)だけ一致
      *     PARTIAL   氏名だけ一致(カナ不明・不一致)、氏名の
      *               2文字以上が他方に含まれる、またはカナの
      *               五十音キー3文字以上が他方の先頭と一致
      *   確認ファイルは照合のたびに書き直す。既にある組は判断を
      *   引き継ぐが、判定が変わった組は確認待ち(PENDING)へ戻す。
      *   今回挙がらなかった組も判断の記録として残す。照合は
      *   確認ファイルを2000組まで表に持つ。それを超えたら書き直す
      *   と組を失うので、確認ファイルは前のまま残してRC=12で
      *   終わる。判断の記録は確認ファイルを1行ずつ作業ファイル
      *   WLREVIEW.TMPへ写しながら該当の組だけ書き換えて戻すので、
      *   組の数に上限は無い。
      *   照合結果・確認ファイルは取扱注意。コンソールへは件数
      *   だけを出す。
      *   戻り値: SCREENは今回挙がった組のうち確認待ちの件数。
      *           リスト・対象ファイルなし・指定誤り・組が無いは1、
      *           権限なし(操作者ID不明を含む)は8。確認ファイルが
      *           表に収まらないときは12。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           WLSCRN.
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
           COPY WLSSL.
           COPY WLRSL.
           SELECT REVIEW-WORK-FILE    ASSIGN TO "WLREVIEW.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       COPY WLSFD.
       COPY WLRFD.
       FD  REVIEW-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-WORK-REC        PIC X(71).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-DATA-FS         PIC XX.
           88  WK-DATA-FOUND               VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-FILE-NAME       PIC X(40)  VALUE "TESTDATA.DAT".
       01  WK-ENV-FILE        PIC X(40)  VALUE SPACES.
       01  WK-ACTION          PIC X(06)  VALUE SPACES.
       01  WK-ENV-CUST        PIC X(06)  VALUE SPACES.
       01  WK-ENV-ID          PIC X(06)  VALUE SPACES.
       01  WK-ENV-DECISION    PIC X(09)  VALUE SPACES.
           88  WK-DECISION-OK             VALUE "CLEARED"
                                                "ESCALATED".
       01  WK-SYS-DATE        PIC 9(08).
      *
      *    照合対象者リストの作業表(比較用に正規化した形で持つ)。
       01  WK-WL-TAB.
           05  WK-WL-ENTRY  OCCURS 500 TIMES INDEXED BY IDX-WL.
               10  WK-WL-ID           PIC X(06).
               10  WK-WL-NAME         PIC X(20).
               10  WK-WL-SOURCE       PIC X(10).
               10  WK-WL-KANJI        PIC X(40).
               10  WK-WL-KANJI-LEN    PIC 9(02)  COMP.
               10  WK-WL-KANA         PIC X(40).
               10  WK-WL-BASE         PIC X(40).
               10  WK-WL-BASE-LEN     PIC 9(02)  COMP.
               10  WK-WL-ADDR         PIC X(40).
       01  WK-WL-COUNT        PIC 9(03)  COMP  VALUE ZERO.
      *
      *    確認ファイルの作業表(WLRFDと同じ並び)。
       01  WK-RV-TAB.
           05  WK-RV-ENTRY  OCCURS 2000 TIMES INDEXED BY IDX-RV.
               10  WK-RV-CUST         PIC X(06).
               10  FILLER             PIC X(02).
               10  WK-RV-ID           PIC X(06).
               10  FILLER             PIC X(02).
               10  WK-RV-GRADE        PIC X(09).
               10  FILLER             PIC X(02).
               10  WK-RV-ADDR         PIC X(01).
               10  FILLER             PIC X(02).
               10  WK-RV-DECISION     PIC X(09).
               10  FILLER             PIC X(02).
               10  WK-RV-OPERATOR     PIC X(10).
               10  FILLER             PIC X(02).
               10  WK-RV-DEC-DATE     PIC X(08).
               10  FILLER             PIC X(02).
               10  WK-RV-SCREEN-DATE  PIC X(08).
       01  WK-RV-COUNT        PIC 9(04)  COMP  VALUE ZERO.
       01  WK-RV-HIT          PIC 9(04)  COMP.
       01  WK-KEY-CUST        PIC X(06).
       01  WK-KEY-ID          PIC X(06).
       01  WK-RV-FULL-SW      PIC X       VALUE "N".
           88  WK-RV-FULL                 VALUE "Y".
       01  WK-PAIR-SW         PIC X       VALUE "N".
           88  WK-PAIR-FOUND              VALUE "Y".
      *
      *    正規化の作業域。
       01  WK-NORM-IN         PIC X(40).
       01  WK-NORM-KANJI      PIC X(40).
       01  WK-NORM-KANJI-LEN  PIC 9(02)  COMP.
       01  WK-NORM-KANA       PIC X(40).
       01  WK-NORM-BASE       PIC X(40).
       01  WK-NORM-BASE-LEN   PIC 9(02)  COMP.
       01  WK-NORM-ADDR       PIC X(40).
       01  WK-STRIP-IN        PIC X(40).
       01  WK-STRIP-OUT       PIC X(40).
       01  WK-STRIP-LEN       PIC 9(02)  COMP.
       01  WK-SCAN            PIC 9(03)  COMP.
       01  WK-LEAD            PIC X(01).
           88  WK-LEAD-BYTE               VALUE X"81" THRU X"9F"
                                                X"E0" THRU X"FC".
      *
      *    顧客1件分の正規化結果。
       01  WK-C-KANJI         PIC X(40).
       01  WK-C-KANJI-LEN     PIC 9(02)  COMP.
       01  WK-C-KANA          PIC X(40).
       01  WK-C-BASE          PIC X(40).
       01  WK-C-BASE-LEN      PIC 9(02)  COMP.
       01  WK-C-ADDR          PIC X(40).
      *
      *    比較の作業域。
       01  WK-KANJI-EQ-SW     PIC X.
           88  WK-KANJI-EQ                VALUE "Y".
       01  WK-KANA-EQ-SW      PIC X.
           88  WK-KANA-EQ                 VALUE "Y".
       01  WK-PART-SW         PIC X.
           88  WK-PART                    VALUE "Y".
       01  WK-GRADE           PIC X(09).
       01  WK-ADDR-MATCH      PIC X(01).
       01  WK-LONG            PIC X(40).
       01  WK-LONG-LEN        PIC 9(02)  COMP.
       01  WK-SHORT           PIC X(40).
       01  WK-SHORT-LEN       PIC 9(02)  COMP.
       01  WK-P               PIC 9(03)  COMP.
      *
       01  WK-READ-CT         PIC 9(07)  VALUE ZERO.
       01  WK-HIT-CT          PIC 9(07)  VALUE ZERO.
       01  WK-EXACT-CT        PIC 9(07)  VALUE ZERO.
       01  WK-KANA-CT         PIC 9(07)  VALUE ZERO.
       01  WK-PARTIAL-CT      PIC 9(07)  VALUE ZERO.
       01  WK-PENDING-CT      PIC 9(07)  VALUE ZERO.
       01  WK-ED-COUNT        PIC Z,ZZZ,ZZ9.
      *
      *    カナ正規化(KANANRM)の受け渡し領域。
       01  KN-PARM.
           05  KN-DIRECTION             PIC X(01).
           05  KN-INPUT                 PIC X(40).
           05  KN-OUTPUT                PIC X(80).
           05  KN-STATUS                PIC X(02).
      *
      *    五十音整列キー(KANAKEY)の受け渡し領域。
       01  KY-PARM.
           05  KY-INPUT                 PIC X(40).
           05  KY-OUTPUT                PIC X(80).
           05  KY-STATUS                PIC X(02).
      *
      *    異体字正規化(KJNORM)の受け渡し領域。
       01  KJ-PARM.
           05  KJ-INPUT                 PIC X(40).
           05  KJ-OUTPUT                PIC X(40).
           05  KJ-MAPPED                PIC 9(02).
           05  KJ-STATUS                PIC X(02).
      *
      *    住所表記正規化(ADRNORM)の受け渡し領域。
       01  AN-PARM.
           05  AN-INPUT                 PIC N(20).
           05  AN-INPUT-X  REDEFINES AN-INPUT
                                        PIC X(40).
           05  AN-OUTPUT                PIC N(20).
           05  AN-OUTPUT-X REDEFINES AN-OUTPUT
                                        PIC X(40).
           05  AN-STATUS                PIC X(02).
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
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "WLSCRN START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS.
            EVALUATE WK-ACTION
                WHEN "SCREEN"
                    PERFORM P-020-SCREEN THRU P-020-EXIT
                WHEN "DECIDE"
                    PERFORM P-070-DECIDE THRU P-070-EXIT
                WHEN OTHER
                    DISPLAY "WL-ACTION MUST BE SCREEN/DECIDE"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "WLSCRN END".
            GOBACK
            .
      *
       P-014-CHECK-AUTHORITY.
            MOVE SPACES              TO AC-PARM.
            MOVE "WLSCRN"             TO AC-PROGRAM.
            MOVE "DECIDE"             TO AC-ACTION.
            STRING WK-ENV-CUST        DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WK-ENV-ID          DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WK-ENV-DECISION    DELIMITED BY SIZE
                              INTO AC-KEY.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
      *    判断は誰のものか残せなければ記録しない。
            IF AC-OPERATOR = SPACES
                MOVE "N"              TO AC-ALLOW
            END-IF.
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "WL-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "SCREEN"         TO WK-ACTION
            END-IF.
            DISPLAY "WL-FILE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-FILE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-FILE NOT = SPACES
                MOVE WK-ENV-FILE      TO WK-FILE-NAME
            END-IF.
            DISPLAY "WL-CUST"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-CUST          FROM ENVIRONMENT-VALUE.
            DISPLAY "WL-ID"             UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-ID            FROM ENVIRONMENT-VALUE.
            DISPLAY "WL-DECISION"       UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DECISION      FROM ENVIRONMENT-VALUE.
            ACCEPT WK-SYS-DATE           FROM DATE YYYYMMDD.
      *
      *    照合。リスト・確認ファイルを読み、顧客を1件ずつ比べる。
       P-020-SCREEN.
            PERFORM P-030-LOAD-WATCH.
            IF WK-WL-COUNT = ZERO
                DISPLAY "WATCHLST.TXT NOT FOUND OR EMPTY"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            OPEN INPUT DATA-FILE.
            IF NOT WK-DATA-FOUND
                DISPLAY WK-FILE-NAME " NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            PERFORM P-040-LOAD-REVIEW.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "WLSCRN.RPT"          TO PS-REPORT-NAME.
            MOVE "反社チェック照合結果【取扱注意】"
                                      TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "＊＊ 取扱注意：関係者以外の"
                                              DELIMITED BY SIZE
                   "閲覧・複写を禁ずる ＊＊"
                                              DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "判定      住 顧客番号  氏名"
                                              DELIMITED BY SIZE
                   "                カナ"     DELIMITED BY SIZE
                   "                  リスト  氏名(リスト)"
                                              DELIMITED BY SIZE
                   "        掲載元      判断" DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-050-SCREEN-ONE UNTIL WK-EOF.
            CLOSE DATA-FILE.
            IF NOT WK-RV-FULL
                PERFORM P-080-WRITE-REVIEW
            END-IF.
            PERFORM P-085-TOTALS.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "RECORDS " WK-READ-CT
                    "  HITS " WK-HIT-CT
                    "  PENDING " WK-PENDING-CT.
            MOVE WK-PENDING-CT        TO RETURN-CODE.
            IF WK-RV-FULL
                DISPLAY "WLREVIEW.TXT OVER 2000 PAIRS - NOT REWRITTEN"
                MOVE 12               TO RETURN-CODE
            END-IF.
       P-020-EXIT.
            EXIT.
      *
      *    リストを読み、比較用の形を作って表へ置く。
       P-030-LOAD-WATCH.
            MOVE ZERO                 TO WK-WL-COUNT.
            OPEN INPUT WATCH-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-032-LOAD-ONE UNTIL WK-EOF.
            CLOSE WATCH-FILE.
      *
       P-032-LOAD-ONE.
            READ WATCH-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    IF WATCH-REC NOT = SPACES
                       AND WK-WL-COUNT < 500
                        PERFORM P-034-STORE-ONE
                    END-IF
            END-READ.
      *
       P-034-STORE-ONE.
            ADD 1                     TO WK-WL-COUNT.
            SET IDX-WL                TO WK-WL-COUNT.
            MOVE WL-ID                TO WK-WL-ID(IDX-WL).
            MOVE WATCH-REC(9:20)      TO WK-WL-NAME(IDX-WL).
            MOVE WL-SOURCE            TO WK-WL-SOURCE(IDX-WL).
            MOVE WATCH-REC(9:20)      TO WK-NORM-IN.
            PERFORM P-060-NORM-NAME.
            MOVE WK-NORM-KANJI        TO WK-WL-KANJI(IDX-WL).
            MOVE WK-NORM-KANJI-LEN    TO WK-WL-KANJI-LEN(IDX-WL).
            MOVE WL-KANA              TO WK-NORM-IN.
            PERFORM P-064-NORM-KANA THRU P-064-EXIT.
            MOVE WK-NORM-KANA         TO WK-WL-KANA(IDX-WL).
            MOVE WK-NORM-BASE         TO WK-WL-BASE(IDX-WL).
            MOVE WK-NORM-BASE-LEN     TO WK-WL-BASE-LEN(IDX-WL).
            MOVE WATCH-REC(53:40)     TO WK-NORM-IN.
            PERFORM P-068-NORM-ADDR.
            MOVE WK-NORM-ADDR         TO WK-WL-ADDR(IDX-WL).
      *
      *    確認ファイル(これまでの判断)を表へ読む。
       P-040-LOAD-REVIEW.
            MOVE ZERO                 TO WK-RV-COUNT.
            OPEN INPUT REVIEW-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-042-LOAD-ONE UNTIL WK-EOF.
            CLOSE REVIEW-FILE.
      *
       P-042-LOAD-ONE.
            READ REVIEW-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    IF REVIEW-REC NOT = SPACES
                        IF WK-RV-COUNT < 2000
                            ADD 1     TO WK-RV-COUNT
                            MOVE REVIEW-REC
                                 TO WK-RV-ENTRY(WK-RV-COUNT)
                        ELSE
                            MOVE "Y"  TO WK-RV-FULL-SW
                        END-IF
                    END-IF
            END-READ.
      *
       P-050-SCREEN-ONE.
            READ DATA-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        PERFORM P-052-CHECK-CUST
                    END-IF
            END-READ.
      *
       P-052-CHECK-CUST.
            ADD 1                     TO WK-READ-CT.
            MOVE CUSTOMER-REC(7:20)   TO WK-NORM-IN.
            PERFORM P-060-NORM-NAME.
            MOVE WK-NORM-KANJI        TO WK-C-KANJI.
            MOVE WK-NORM-KANJI-LEN    TO WK-C-KANJI-LEN.
            MOVE CUSTOMER-REC(67:20)  TO WK-NORM-IN.
            PERFORM P-064-NORM-KANA THRU P-064-EXIT.
            MOVE WK-NORM-KANA         TO WK-C-KANA.
            MOVE WK-NORM-BASE         TO WK-C-BASE.
            MOVE WK-NORM-BASE-LEN     TO WK-C-BASE-LEN.
            MOVE CUSTOMER-REC(27:40)  TO WK-NORM-IN.
            PERFORM P-068-NORM-ADDR.
            MOVE WK-NORM-ADDR         TO WK-C-ADDR.
            PERFORM P-054-COMPARE
               VARYING IDX-WL FROM 1 BY 1
                  UNTIL IDX-WL > WK-WL-COUNT.
      *
      *    顧客1件とリスト1名を比べて判定する。
       P-054-COMPARE.
            MOVE "N"                  TO WK-KANJI-EQ-SW
                                         WK-KANA-EQ-SW
                                         WK-PART-SW.
            IF WK-C-KANJI-LEN > ZERO
               AND WK-C-KANJI = WK-WL-KANJI(IDX-WL)
                MOVE "Y"              TO WK-KANJI-EQ-SW
            END-IF.
            IF WK-C-KANA NOT = SPACES
               AND WK-WL-KANA(IDX-WL) NOT = SPACES
                IF WK-C-KANA = WK-WL-KANA(IDX-WL)
                   OR (WK-C-BASE-LEN > ZERO
                       AND WK-C-BASE = WK-WL-BASE(IDX-WL))
                    MOVE "Y"          TO WK-KANA-EQ-SW
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN WK-KANJI-EQ AND WK-KANA-EQ
                    MOVE "EXACT"      TO WK-GRADE
                WHEN WK-KANA-EQ
                    MOVE "KANA-ONLY"  TO WK-GRADE
                WHEN WK-KANJI-EQ
                    MOVE "PARTIAL"    TO WK-GRADE
                WHEN OTHER
                    PERFORM P-056-PARTIAL-KANJI THRU P-056-EXIT
                    IF NOT WK-PART
                        PERFORM P-057-PARTIAL-KANA THRU P-057-EXIT
                    END-IF
                    IF WK-PART
                        MOVE "PARTIAL" TO WK-GRADE
                    ELSE
                        MOVE SPACES   TO WK-GRADE
                    END-IF
            END-EVALUATE.
            IF WK-GRADE NOT = SPACES
                MOVE SPACE            TO WK-ADDR-MATCH
                IF WK-WL-ADDR(IDX-WL) NOT = SPACES
                   AND WK-C-ADDR = WK-WL-ADDR(IDX-WL)
                    MOVE "Y"          TO WK-ADDR-MATCH
                END-IF
                PERFORM P-058-RECORD-HIT
            END-IF.
      *
      *    氏名の短い方(2文字以上)が長い方に含まれるか。全角だけの
      *    並びなので2バイトずつずらして探す。
       P-056-PARTIAL-KANJI.
            IF WK-C-KANJI-LEN < 4
               OR WK-WL-KANJI-LEN(IDX-WL) < 4
                GO TO P-056-EXIT
            END-IF.
            IF WK-C-KANJI-LEN > WK-WL-KANJI-LEN(IDX-WL)
                MOVE WK-C-KANJI               TO WK-LONG
                MOVE WK-C-KANJI-LEN           TO WK-LONG-LEN
                MOVE WK-WL-KANJI(IDX-WL)      TO WK-SHORT
                MOVE WK-WL-KANJI-LEN(IDX-WL)  TO WK-SHORT-LEN
            ELSE
                MOVE WK-WL-KANJI(IDX-WL)      TO WK-LONG
                MOVE WK-WL-KANJI-LEN(IDX-WL)  TO WK-LONG-LEN
                MOVE WK-C-KANJI               TO WK-SHORT
                MOVE WK-C-KANJI-LEN           TO WK-SHORT-LEN
            END-IF.
            PERFORM P-059-KANJI-AT
               VARYING WK-P FROM 1 BY 2
                  UNTIL WK-P + WK-SHORT-LEN - 1 > WK-LONG-LEN.
       P-056-EXIT.
            EXIT.
      *
      *    カナの五十音キーの短い方(3文字以上)が長い方の先頭と
      *    一致するか(姓だけ・名だけの掲載を拾う)。
       P-057-PARTIAL-KANA.
            IF WK-C-BASE-LEN < 3
               OR WK-WL-BASE-LEN(IDX-WL) < 3
                GO TO P-057-EXIT
            END-IF.
            IF WK-C-BASE-LEN > WK-WL-BASE-LEN(IDX-WL)
                IF WK-C-BASE(1:WK-WL-BASE-LEN(IDX-WL)) =
                   WK-WL-BASE(IDX-WL)(1:WK-WL-BASE-LEN(IDX-WL))
                    MOVE "Y"          TO WK-PART-SW
                END-IF
            ELSE
                IF WK-WL-BASE(IDX-WL)(1:WK-C-BASE-LEN) =
                   WK-C-BASE(1:WK-C-BASE-LEN)
                    MOVE "Y"          TO WK-PART-SW
                END-IF
            END-IF.
       P-057-EXIT.
            EXIT.
      *
      *    挙がった組を確認ファイルの表へ反映し、照合結果へ刷る。
       P-058-RECORD-HIT.
            ADD 1                     TO WK-HIT-CT.
            EVALUATE WK-GRADE
                WHEN "EXACT"      ADD 1  TO WK-EXACT-CT
                WHEN "KANA-ONLY"  ADD 1  TO WK-KANA-CT
                WHEN OTHER        ADD 1  TO WK-PARTIAL-CT
            END-EVALUATE.
            PERFORM P-075-FIND-REVIEW.
            IF WK-RV-HIT = ZERO
                IF WK-RV-COUNT < 2000
                    ADD 1             TO WK-RV-COUNT
                    MOVE WK-RV-COUNT  TO WK-RV-HIT
                    MOVE SPACES       TO WK-RV-ENTRY(WK-RV-HIT)
                    MOVE CUSTOMER-REC(1:6)
                                      TO WK-RV-CUST(WK-RV-HIT)
                    MOVE WK-WL-ID(IDX-WL)
                                      TO WK-RV-ID(WK-RV-HIT)
                    MOVE WK-GRADE     TO WK-RV-GRADE(WK-RV-HIT)
                    MOVE "PENDING"    TO WK-RV-DECISION(WK-RV-HIT)
                ELSE
                    MOVE "Y"          TO WK-RV-FULL-SW
                END-IF
            ELSE
                IF WK-RV-GRADE(WK-RV-HIT) NOT = WK-GRADE
                    MOVE WK-GRADE     TO WK-RV-GRADE(WK-RV-HIT)
                    MOVE "PENDING"    TO WK-RV-DECISION(WK-RV-HIT)
                    MOVE SPACES       TO WK-RV-OPERATOR(WK-RV-HIT)
                                         WK-RV-DEC-DATE(WK-RV-HIT)
                END-IF
            END-IF.
            MOVE SPACES               TO PS-LINE.
            IF WK-RV-HIT = ZERO
                STRING WK-GRADE       DELIMITED BY SIZE
                       " "            DELIMITED BY SIZE
                       WK-ADDR-MATCH  DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       CUSTOMER-REC(1:6)  DELIMITED BY SIZE
                              INTO PS-LINE
                MOVE "NOT KEPT"       TO PS-LINE(108:9)
            ELSE
                MOVE WK-ADDR-MATCH    TO WK-RV-ADDR(WK-RV-HIT)
                MOVE WK-SYS-DATE      TO WK-RV-SCREEN-DATE(WK-RV-HIT)
                IF WK-RV-DECISION(WK-RV-HIT) = "PENDING"
                    ADD 1             TO WK-PENDING-CT
                END-IF
                STRING WK-GRADE       DELIMITED BY SIZE
                       " "            DELIMITED BY SIZE
                       WK-ADDR-MATCH  DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       CUSTOMER-REC(1:6)  DELIMITED BY SIZE
                       "    "         DELIMITED BY SIZE
                       CUSTOMER-REC(7:20)  DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       CUSTOMER-REC(67:20) DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-WL-ID(IDX-WL)     DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-WL-NAME(IDX-WL)   DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-WL-SOURCE(IDX-WL) DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-RV-DECISION(WK-RV-HIT) DELIMITED BY SIZE
                              INTO PS-LINE
            END-IF.
            PERFORM P-090-WRITE.
      *
       P-059-KANJI-AT.
            IF WK-LONG(WK-P:WK-SHORT-LEN) = WK-SHORT(1:WK-SHORT-LEN)
                MOVE "Y"              TO WK-PART-SW
            END-IF.
      *
      *    氏名の正規化: 異体字を標準形へ揃え、全角・半角空白を除く。
       P-060-NORM-NAME.
            MOVE WK-NORM-IN           TO KJ-INPUT.
            CALL "KJNORM" USING KJ-PARM.
            MOVE KJ-OUTPUT            TO WK-STRIP-IN.
            PERFORM P-062-STRIP.
            MOVE WK-STRIP-OUT         TO WK-NORM-KANJI.
            MOVE WK-STRIP-LEN         TO WK-NORM-KANJI-LEN.
      *
       P-062-STRIP.
            INSPECT WK-STRIP-IN REPLACING ALL X"8140" BY "  ".
            MOVE SPACES               TO WK-STRIP-OUT.
            MOVE ZERO                 TO WK-STRIP-LEN.
            PERFORM P-063-STRIP-BYTE
               VARYING WK-SCAN FROM 1 BY 1 UNTIL WK-SCAN > 40.
      *
       P-063-STRIP-BYTE.
            IF WK-STRIP-IN(WK-SCAN:1) NOT = SPACE
                ADD 1                 TO WK-STRIP-LEN
                MOVE WK-STRIP-IN(WK-SCAN:1)
                       TO WK-STRIP-OUT(WK-STRIP-LEN:1)
            END-IF.
      *
      *    カナの正規化: 空白を除き、全角なら半角へ寄せる。あわせて
      *    五十音キーの基本バイト(1文字1バイト)だけを並べたものを
      *    作る。濁点・半濁点・小書き・長音の揺れはここで消える。
       P-064-NORM-KANA.
            MOVE SPACES               TO WK-NORM-KANA WK-NORM-BASE.
            MOVE ZERO                 TO WK-NORM-BASE-LEN.
            MOVE WK-NORM-IN           TO WK-STRIP-IN.
            PERFORM P-062-STRIP.
            IF WK-STRIP-LEN = ZERO
                GO TO P-064-EXIT
            END-IF.
            MOVE WK-STRIP-OUT(1:1)    TO WK-LEAD.
            IF WK-LEAD-BYTE
                MOVE "H"              TO KN-DIRECTION
                MOVE WK-STRIP-OUT     TO KN-INPUT
                CALL "KANANRM" USING KN-PARM
                MOVE KN-OUTPUT        TO WK-NORM-KANA
            ELSE
                MOVE WK-STRIP-OUT     TO WK-NORM-KANA
            END-IF.
            MOVE WK-NORM-KANA         TO KY-INPUT.
            CALL "KANAKEY" USING KY-PARM.
            PERFORM P-066-BASE-BYTE
               VARYING WK-SCAN FROM 1 BY 2 UNTIL WK-SCAN > 79.
       P-064-EXIT.
            EXIT.
      *
       P-066-BASE-BYTE.
            IF KY-OUTPUT(WK-SCAN:2) NOT = SPACES
               AND WK-NORM-BASE-LEN < 40
                ADD 1                 TO WK-NORM-BASE-LEN
                MOVE KY-OUTPUT(WK-SCAN:1)
                       TO WK-NORM-BASE(WK-NORM-BASE-LEN:1)
            END-IF.
      *
      *    住所の正規化。直せない住所はADRNORMが入力のまま返す。
       P-068-NORM-ADDR.
            MOVE SPACES               TO WK-NORM-ADDR.
            IF WK-NORM-IN NOT = SPACES
                MOVE WK-NORM-IN       TO AN-INPUT-X
                CALL "ADRNORM" USING AN-PARM
                MOVE AN-OUTPUT-X      TO WK-NORM-ADDR
            END-IF.
      *
      *    判断の記録。確認ファイルを作業ファイルへ写しながら該当
      *    する組を書き換え、組があれば元へ戻す。
       P-070-DECIDE.
            IF WK-ENV-CUST = SPACES OR WK-ENV-ID = SPACES
               OR NOT WK-DECISION-OK
                DISPLAY "WL-CUST/WL-ID/WL-DECISION"
                        " (CLEARED/ESCALATED) REQUIRED"
                MOVE 1                TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            PERFORM P-014-CHECK-AUTHORITY.
            IF AC-ALLOW NOT = "Y"
                DISPLAY "OPERATOR " AC-OPERATOR
                        " NOT AUTHORIZED FOR " WK-ACTION
                MOVE 8                TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            MOVE "N"                  TO WK-PAIR-SW.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT REVIEW-FILE.
            OPEN OUTPUT REVIEW-WORK-FILE.
            PERFORM P-072-DECIDE-ONE UNTIL WK-EOF.
            CLOSE REVIEW-WORK-FILE.
            CLOSE REVIEW-FILE.
            IF NOT WK-PAIR-FOUND
                DISPLAY "PAIR " WK-ENV-CUST " " WK-ENV-ID
                        " NOT IN WLREVIEW.TXT"
                MOVE 1                TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT REVIEW-WORK-FILE.
            OPEN OUTPUT REVIEW-FILE.
            PERFORM P-074-COPY-BACK UNTIL WK-EOF.
            CLOSE REVIEW-FILE.
            CLOSE REVIEW-WORK-FILE.
            DISPLAY "PAIR " WK-ENV-CUST " " WK-ENV-ID " "
                    WK-ENV-DECISION " BY " AC-OPERATOR.
       P-070-EXIT.
            EXIT.
      *
      *    1行を作業ファイルへ写す。最初に一致した組へ判断を入れる。
       P-072-DECIDE-ONE.
            READ REVIEW-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    IF REVIEW-REC NOT = SPACES
                        IF WR-CUST-SEQ = WK-ENV-CUST
                           AND WR-WL-ID = WK-ENV-ID
                           AND NOT WK-PAIR-FOUND
                            MOVE "Y"  TO WK-PAIR-SW
                            MOVE WK-ENV-DECISION  TO WR-DECISION
                            MOVE AC-OPERATOR      TO WR-OPERATOR
                            MOVE WK-SYS-DATE      TO WR-DEC-DATE
                        END-IF
                        WRITE REVIEW-WORK-REC FROM REVIEW-REC
                    END-IF
            END-READ.
      *
       P-074-COPY-BACK.
            READ REVIEW-WORK-FILE
                AT END
                    MOVE "Y"          TO WK-EOF-SW
                NOT AT END
                    WRITE REVIEW-REC FROM REVIEW-WORK-REC
            END-READ.
      *
      *    顧客連番とリスト番号で確認ファイルの表を引く。
       P-075-FIND-REVIEW.
            MOVE CUSTOMER-REC(1:6)    TO WK-KEY-CUST.
            MOVE WK-WL-ID(IDX-WL)     TO WK-KEY-ID.
            PERFORM P-075-FIND-PAIR.
      *
       P-075-FIND-PAIR.
            MOVE ZERO                 TO WK-RV-HIT.
            PERFORM P-076-MATCH-PAIR
               VARYING IDX-RV FROM 1 BY 1
                  UNTIL IDX-RV > WK-RV-COUNT
                     OR WK-RV-HIT NOT = ZERO.
      *
       P-076-MATCH-PAIR.
            IF WK-RV-CUST(IDX-RV) = WK-KEY-CUST
               AND WK-RV-ID(IDX-RV) = WK-KEY-ID
                SET WK-RV-HIT         TO IDX-RV
            END-IF.
      *
       P-080-WRITE-REVIEW.
            OPEN OUTPUT REVIEW-FILE.
            PERFORM P-082-WRITE-ONE
               VARYING IDX-RV FROM 1 BY 1
                  UNTIL IDX-RV > WK-RV-COUNT.
            CLOSE REVIEW-FILE.
      *
       P-082-WRITE-ONE.
            MOVE WK-RV-ENTRY(IDX-RV)  TO REVIEW-REC.
            WRITE REVIEW-REC.
      *
       P-085-TOTALS.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-READ-CT           TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "照合した顧客　　　" DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-WL-COUNT          TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "リスト掲載者　　　" DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-EXACT-CT          TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "完全一致　　　　　" DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-KANA-CT           TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "カナのみ一致　　　" DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-PARTIAL-CT        TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "部分一致　　　　　" DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-PENDING-CT        TO WK-ED-COUNT.
            MOVE SPACES               TO PS-LINE.
            STRING "うち確認待ち　　　" DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
