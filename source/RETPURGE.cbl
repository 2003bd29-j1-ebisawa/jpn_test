      ******************************************************************
      *    テストケース：RETPURGE
      *    プログラム名：日本語化テスト 保存期間切れ個人情報の消去
      *    処理概要　　：顧客マスタ(CUSTMAST.IDX)で解約済みの顧客の
      *                  うち、保存期間規則RETRULE.TXT(項目種別→
      *                  解約後の保存年数)を過ぎた項目を、登録済みの
      *                  顧客ファイルのすべてで置き換えて消去し、
      *                  ファイルごとの件数・実施者・実施日を載せた
      *                  消去証明書を印字する。置き換えはANONYMZと
      *                  同じ形を保つ置き換え(ANONFLD)で行うため、
      *                  消去後もレコードの形(文字数・文字種)は
      *                  変わらず、残高と取引ジャーナルの残高履歴は
      *                  一切触らない。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     RP-ACTION = LIST  ... 試行。消去する顧客・項目と
      *                           ファイルごとの件数を一覧にする
      *                           だけでファイルは変えない(既定)
      *                 PURGE ... 消去して証明書を印字する
      *                           (AUTHCHKの操作PURGEが必要)
      *     RP-DATE   = 基準日YYYYMMDD(既定は当日)
      *   規則ファイルRETRULE.TXTの1行: 項目種別X(10)・空白2・
      *   保存年数99・空白2・メモ。項目種別はNAME(氏名)・
      *   ADDRESS(住所と郵便番号)・KANA(カナ)。規則の無い種別は
      *   消去しない。解約日+保存年数の日付を基準日が過ぎた
      *   項目を消去する。
      *   登録顧客ファイルCUSTREG.TXTの1行: ファイル名X(40)・
      *   空白2・形式X(04)。形式は
      *     CUST ... CUSTREC様式の順編成(TESTDATA.DAT・本番抽出と
      *              その保管分。管理トレーラは読み飛ばしてそのまま)
      *     CMST ... 顧客索引マスタCUSTMAST.IDX(カナが変わると
      *              主キーが変わるため、削除して書き直す)
      *     DUPR ... DUPCHKの重複疑いレポートDUPRPT.TXTの明細行
      *     MNTJ ... 保守ジャーナルMNTJRNL.DATのCUSTMAST.IDX行の
      *              前像・後像。置き換えた行は連鎖値(JRNCHN)が
      *              合わなくなるため、消去前の連鎖が切れていな
      *              ければ書き戻すときに連鎖値を付け直す。消去前
      *              から切れていれば付け直さず(改ざんの跡を消さ
      *              ないため)、その旨を証明書に記す
      *   登録ファイルが無ければ上の既定の5本を使う。置き換えは
      *   連番だけで決まるため、消去済みのレコードはもう一度
      *   通しても変わらず、件数にも数えない。
      *   出力: LIST ... PURGELST.RPT
      *         PURGE .. PURGECRT-<基準日>.RPT(消去証明書)
      *   戻り値: 0=正常 1=指定・規則・マスタの不備 8=権限なし
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           RETPURGE.
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
           SELECT RULE-FILE           ASSIGN TO "RETRULE.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-RULE-FS.
           SELECT OPTIONAL REG-FILE   ASSIGN TO "CUSTREG.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DATA-FILE           ASSIGN TO DYNAMIC
                                        WK-FILE-NAME
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-DATA-FS.
           SELECT NEW-FILE            ASSIGN TO "RETPURGE.TMP"
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT TEXT-FILE           ASSIGN TO DYNAMIC
                                        WK-FILE-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-DATA-FS.
           SELECT NEW-TEXT-FILE       ASSIGN TO "RETPURGT.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY CUSTMSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  RULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULE-REC.
           05  RR-KIND                PIC X(10).
           05  FILLER                 PIC X(02).
           05  RR-YEARS               PIC X(02).
           05  FILLER                 PIC X(02).
           05  RR-MEMO                PIC X(40).
       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-REC.
           05  RG-FILE                PIC X(40).
           05  FILLER                 PIC X(02).
           05  RG-LAYOUT              PIC X(04).
       FD  DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       FD  NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-REC                PIC X(104).
       FD  TEXT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEXT-REC               PIC X(280).
       FD  NEW-TEXT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-TEXT-REC           PIC X(280).
       COPY CUSTMFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-RULE-FS         PIC XX.
           88  WK-RULE-FOUND               VALUE "00".
       01  WK-DATA-FS         PIC XX.
           88  WK-DATA-FOUND               VALUE "00".
       01  WK-MAST-FS         PIC XX.
           88  WK-MAST-OK                  VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-FILE-NAME       PIC X(40).
      *
       01  WK-ACTION          PIC X(05)  VALUE SPACES.
           88  WK-PURGE                   VALUE "PURGE".
       01  WK-ENV-DATE        PIC X(08)  VALUE SPACES.
       01  WK-BASE            PIC 9(08).
       01  WK-BASE-X  REDEFINES WK-BASE  PIC X(08).
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
       01  WK-OPERATOR        PIC X(10)  VALUE SPACES.
       01  WK-BASE-WAREKI     PIC X(40).
       01  WK-RUN-WAREKI      PIC X(40).
      *
      *    項目種別ごとの保存年数。規則の無い種別は消去しない。
       01  WK-RULE-TAB.
           05  WK-RULE-ENTRY  OCCURS 3 TIMES INDEXED BY IDX-RULE.
               10  WK-RULE-KIND       PIC X(10).
               10  WK-RULE-LABEL      PIC X(16).
               10  WK-RULE-SET        PIC X(01).
               10  WK-RULE-YEARS      PIC 9(02).
               10  WK-RULE-MEMO       PIC X(40).
       01  WK-RULE-COUNT      PIC 9(03)  COMP  VALUE 3.
       01  WK-RULE-LINE       PIC 9(05)  VALUE ZERO.
      *
      *    登録顧客ファイル(登録ファイルが無ければ既定の5本)。
       01  WK-DEF-TABLE-DEF.
           05  FILLER.
               10  FILLER   PIC X(40)  VALUE "TESTDATA.DAT".
               10  FILLER   PIC X(04)  VALUE "CUST".
           05  FILLER.
               10  FILLER   PIC X(40)  VALUE "CUSTMAST.IDX".
               10  FILLER   PIC X(04)  VALUE "CMST".
           05  FILLER.
               10  FILLER   PIC X(40)  VALUE "PRODEXT.DAT".
               10  FILLER   PIC X(04)  VALUE "CUST".
           05  FILLER.
               10  FILLER   PIC X(40)  VALUE "DUPRPT.TXT".
               10  FILLER   PIC X(04)  VALUE "DUPR".
           05  FILLER.
               10  FILLER   PIC X(40)  VALUE "MNTJRNL.DAT".
               10  FILLER   PIC X(04)  VALUE "MNTJ".
       01  WK-DEF-TAB  REDEFINES WK-DEF-TABLE-DEF.
           05  WK-DEF-ENTRY  OCCURS 5 TIMES INDEXED BY IDX-DEF.
               10  WK-DEF-FILE        PIC X(40).
               10  WK-DEF-LAYOUT      PIC X(04).
       01  WK-DEF-COUNT       PIC 9(03)  COMP  VALUE 5.
      *
      *    ファイルごとの処理結果。
       01  WK-FL-TAB.
           05  WK-FL-ENTRY  OCCURS 30 TIMES INDEXED BY IDX-FL.
               10  WK-FL-FILE         PIC X(40).
               10  WK-FL-LAYOUT       PIC X(04).
               10  WK-FL-READ         PIC 9(07).
               10  WK-FL-MASKED       PIC 9(07).
               10  WK-FL-STATE        PIC X(01).
                   88  WK-FL-DONE                 VALUE "D".
                   88  WK-FL-ABSENT               VALUE "A".
                   88  WK-FL-BAD-LAYOUT           VALUE "L".
       01  WK-FL-COUNT        PIC 9(03)  COMP  VALUE ZERO.
       01  WK-FL-MAX          PIC 9(03)  COMP  VALUE 30.
      *
      *    消去対象の顧客(解約済みで、いずれかの項目の保存期間が
      *    過ぎたもの)と、顧客ごとの消去する項目。
       01  WK-EX-TAB.
           05  WK-EX-ENTRY  OCCURS 5000 TIMES INDEXED BY IDX-EX.
               10  WK-EX-SEQ          PIC 9(06).
               10  WK-EX-CLOSE        PIC 9(08).
               10  WK-EX-NAME         PIC X(01).
               10  WK-EX-ADDRESS      PIC X(01).
               10  WK-EX-KANA         PIC X(01).
       01  WK-EX-COUNT        PIC 9(05)  COMP  VALUE ZERO.
       01  WK-EX-MAX          PIC 9(05)  COMP  VALUE 5000.
       01  WK-EX-HIT          PIC 9(05)  COMP.
       01  WK-CLOSED-CT       PIC 9(07)  VALUE ZERO.
       01  WK-LIMIT           PIC 9(08).
      *
      *    項目の置き換え(ANONFLD)の受け渡し領域。残高は揺らさない。
       01  AF-PARM.
           05  AF-RECORD                PIC X(104).
           05  AF-NAME                  PIC X(01).
           05  AF-ADDRESS               PIC X(01).
           05  AF-KANA                  PIC X(01).
           05  AF-BALANCE               PIC X(01)  VALUE "N".
           05  AF-STATUS                PIC X(02).
       01  WK-BEFORE-REC      PIC X(104).
      *
      *    保守ジャーナル1行の並び(MNTJFDと同じ)と、顧客マスタの
      *    前像・後像(CUSTMNTが書く像)の並び。
       01  WK-MJ-LINE.
           05  WK-MJ-STAMP              PIC X(14).
           05  FILLER                   PIC X(02).
           05  WK-MJ-PROGRAM            PIC X(10).
           05  FILLER                   PIC X(02).
           05  WK-MJ-ACTION             PIC X(08).
           05  FILLER                   PIC X(02).
           05  WK-MJ-FILE               PIC X(12).
           05  FILLER                   PIC X(02).
           05  WK-MJ-BEFORE             PIC X(100).
           05  FILLER                   PIC X(02).
           05  WK-MJ-AFTER              PIC X(100).
           05  FILLER                   PIC X(02).
           05  WK-MJ-CHAIN-SEQ          PIC X(07).
           05  FILLER                   PIC X(02).
           05  WK-MJ-CHAIN              PIC X(09).
           05  FILLER                   PIC X(06).
       01  WK-IMG-REC.
           05  WK-IMG-SEQ               PIC X(06).
           05  WK-IMG-NAME              PIC X(20).
           05  WK-IMG-ADDRESS           PIC X(40).
           05  WK-IMG-KANA              PIC X(20).
           05  WK-IMG-POSTAL            PIC X(07).
           05  WK-IMG-STATUS            PIC X(01).
           05  FILLER                   PIC X(06).
       01  WK-LINE-CHANGED-SW PIC X(01).
           88  WK-LINE-CHANGED            VALUE "Y".
      *
      *    DUPRPT.TXTの明細行("  連番  氏名  カナ  住所")の並び。
       01  WK-DUP-LINE.
           05  WK-DUP-LEAD              PIC X(02).
           05  WK-DUP-SEQ               PIC X(06).
           05  FILLER                   PIC X(02).
           05  WK-DUP-NAME              PIC X(20).
           05  FILLER                   PIC X(02).
           05  WK-DUP-KANA              PIC X(20).
           05  FILLER                   PIC X(02).
           05  WK-DUP-ADDRESS           PIC X(40).
           05  FILLER                   PIC X(186).
      *
      *    KANANRM(カナ幅正規化)の受け渡し領域。マスタの主キーを
      *    置き換えたカナから組み直す。
       01  KN-PARM.
           05  KN-DIRECTION             PIC X(01).
           05  KN-INPUT                 PIC X(40).
           05  KN-OUTPUT                PIC X(80).
           05  KN-STATUS                PIC X(02).
       01  WK-OLD-KEY         PIC X(46).
       01  WK-SAVE-REC        PIC X(191).
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
      *    和暦変換(WAREKI)の受け渡し領域と編集域。
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
      *    印字(PRTSRV)。
       COPY PRTPARM.
       01  WK-ED-COUNT        PIC Z,ZZZ,ZZ9.
       01  WK-ED-COUNT2       PIC Z,ZZZ,ZZ9.
       01  WK-ED-YEARS        PIC Z9.
       01  WK-KINDS           PIC X(30).
       01  WK-STATE-TEXT      PIC X(20).
       01  WK-TOT-READ        PIC 9(07)  VALUE ZERO.
       01  WK-TOT-MASKED      PIC 9(07)  VALUE ZERO.
      *
      *    保守ジャーナルの連鎖値の照合と付け直し(JRNCHN)。
       COPY JCPARM.
       01  WK-RC-PREV-ORIG    PIC 9(09).
       01  WK-RC-PREV-NEW     PIC 9(09).
       01  WK-RC-STORED       PIC 9(09).
       01  WK-RC-BROKEN-SW    PIC X(01)  VALUE "N".
           88  WK-RC-BROKEN               VALUE "Y"  FALSE "N".
       01  WK-RC-STATE        PIC X(01)  VALUE SPACE.
           88  WK-RC-RECHAINED            VALUE "R".
           88  WK-RC-LEFT-BROKEN          VALUE "B".
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "RETPURGE START".
            PERFORM P-015-ACCEPT-PARMS THRU P-015-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            PERFORM P-020-LOAD-RULES THRU P-020-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            PERFORM P-024-LOAD-REGISTRY.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            IF WK-PURGE
                PERFORM P-082-AUTHORIZE
                IF AC-ALLOW NOT = "Y"
                    MOVE 8            TO RETURN-CODE
                    GO TO P-010-END
                END-IF
                MOVE AC-OPERATOR      TO WK-OPERATOR
            END-IF.
            PERFORM P-030-LOAD-EXPIRED THRU P-030-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            PERFORM P-040-ONE-FILE THRU P-040-EXIT
               VARYING IDX-FL FROM 1 BY 1
                  UNTIL IDX-FL > WK-FL-COUNT.
            PERFORM P-070-PRINT.
            DISPLAY "RETPURGE " WK-ACTION " CUSTOMER(S)="
                    WK-EX-COUNT " RECORD(S)=" WK-TOT-MASKED.
       P-010-END.
            DISPLAY "RETPURGE END".
            GOBACK
            .
      *
      *    操作・基準日。基準日はWAREKIで暦日として確かめる。
       P-015-ACCEPT-PARMS.
            DISPLAY "RP-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            DISPLAY "RP-DATE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DATE          FROM ENVIRONMENT-VALUE.
            DISPLAY "X_OPERATOR"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-OPERATOR          FROM ENVIRONMENT-VALUE.
            ACCEPT WK-SYS-DATE           FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-SYS-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
            IF WK-ACTION = SPACES
                MOVE "LIST"           TO WK-ACTION
            END-IF.
            IF WK-ACTION NOT = "LIST" AND NOT WK-PURGE
                DISPLAY "RP-ACTION MUST BE LIST OR PURGE"
                MOVE 1                TO RETURN-CODE
                GO TO P-015-EXIT
            END-IF.
            IF WK-ENV-DATE = SPACES
                MOVE WK-SYS-DATE      TO WK-BASE
            ELSE
                IF WK-ENV-DATE IS NOT NUMERIC
                    DISPLAY "RP-DATE MUST BE YYYYMMDD: " WK-ENV-DATE
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-DATE      TO WK-BASE-X
            END-IF.
            MOVE WK-BASE              TO WK-WR-IN.
            PERFORM P-080-WAREKI-EDIT.
            IF WR-STATUS NOT = "00"
               OR WK-BASE-X(5:2) < "01" OR WK-BASE-X(5:2) > "12"
               OR WK-BASE-X(7:2) < "01" OR WK-BASE-X(7:2) > "31"
                DISPLAY "RP-DATE INVALID: " WK-BASE
                MOVE 1                TO RETURN-CODE
                GO TO P-015-EXIT
            END-IF.
            MOVE WK-WR-OUT            TO WK-BASE-WAREKI.
            MOVE WK-SYS-DATE          TO WK-WR-IN.
            PERFORM P-080-WAREKI-EDIT.
            MOVE WK-WR-OUT            TO WK-RUN-WAREKI.
       P-015-EXIT.
            EXIT.
      *
      *    保存期間規則の読み込み。種別・年数の不正は全体を止める
      *    (誤った規則で消去すると取り返しがつかないため)。
       P-020-LOAD-RULES.
            MOVE "NAME"               TO WK-RULE-KIND(1).
            MOVE "氏名"               TO WK-RULE-LABEL(1).
            MOVE "ADDRESS"            TO WK-RULE-KIND(2).
            MOVE "住所・郵便番号"     TO WK-RULE-LABEL(2).
            MOVE "KANA"               TO WK-RULE-KIND(3).
            MOVE "カナ"               TO WK-RULE-LABEL(3).
            PERFORM P-021-CLEAR-RULE
               VARYING IDX-RULE FROM 1 BY 1
                  UNTIL IDX-RULE > WK-RULE-COUNT.
            OPEN INPUT RULE-FILE.
            IF NOT WK-RULE-FOUND
                DISPLAY "RETRULE.TXT NOT FOUND - NO RETENTION RULES"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-022-LOAD-ONE-RULE UNTIL WK-EOF.
            CLOSE RULE-FILE.
       P-020-EXIT.
            EXIT.
      *
       P-021-CLEAR-RULE.
            MOVE "N"                  TO WK-RULE-SET(IDX-RULE).
            MOVE ZERO                 TO WK-RULE-YEARS(IDX-RULE).
            MOVE SPACES               TO WK-RULE-MEMO(IDX-RULE).
      *
       P-022-LOAD-ONE-RULE.
            READ RULE-FILE
                AT END
                    SET WK-EOF        TO TRUE
                NOT AT END
                    ADD 1             TO WK-RULE-LINE
                    IF RULE-REC NOT = SPACES
                       AND RULE-REC(1:1) NOT = "*"
                        PERFORM P-023-CHECK-RULE
                    END-IF
            END-READ.
      *
       P-023-CHECK-RULE.
            SET IDX-RULE              TO 1.
            SEARCH WK-RULE-ENTRY
                AT END
                    DISPLAY "RETRULE.TXT LINE " WK-RULE-LINE
                            ": UNKNOWN KIND " RR-KIND
                    MOVE 1            TO RETURN-CODE
                WHEN WK-RULE-KIND(IDX-RULE) = RR-KIND
                    IF RR-YEARS IS NOT NUMERIC
                        DISPLAY "RETRULE.TXT LINE " WK-RULE-LINE
                                ": YEARS MUST BE 2 DIGITS"
                        MOVE 1        TO RETURN-CODE
                    ELSE
                        MOVE "Y"      TO WK-RULE-SET(IDX-RULE)
                        MOVE RR-YEARS TO WK-RULE-YEARS(IDX-RULE)
                        MOVE RR-MEMO  TO WK-RULE-MEMO(IDX-RULE)
                    END-IF
            END-SEARCH.
      *
      *    登録顧客ファイルの読み込み。無ければ既定の5本。
       P-024-LOAD-REGISTRY.
            OPEN INPUT REG-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-026-LOAD-ONE-REG UNTIL WK-EOF.
            CLOSE REG-FILE.
            IF WK-FL-COUNT = ZERO
                PERFORM P-028-ADD-DEFAULT
                   VARYING IDX-DEF FROM 1 BY 1
                      UNTIL IDX-DEF > WK-DEF-COUNT
            END-IF.
      *
       P-026-LOAD-ONE-REG.
            READ REG-FILE
                AT END
                    SET WK-EOF        TO TRUE
                NOT AT END
                    IF REG-REC NOT = SPACES
                       AND REG-REC(1:1) NOT = "*"
                        IF WK-FL-COUNT >= WK-FL-MAX
                            DISPLAY "CUSTREG.TXT: MORE THAN "
                                    WK-FL-MAX " FILE(S)"
                            MOVE 1    TO RETURN-CODE
                            SET WK-EOF TO TRUE
                        ELSE
                            ADD 1     TO WK-FL-COUNT
                            SET IDX-FL TO WK-FL-COUNT
                            MOVE RG-FILE   TO WK-FL-FILE(IDX-FL)
                            MOVE RG-LAYOUT TO WK-FL-LAYOUT(IDX-FL)
                        END-IF
                    END-IF
            END-READ.
      *
       P-028-ADD-DEFAULT.
            ADD 1                     TO WK-FL-COUNT.
            SET IDX-FL                TO WK-FL-COUNT.
            MOVE WK-DEF-FILE(IDX-DEF)     TO WK-FL-FILE(IDX-FL).
            MOVE WK-DEF-LAYOUT(IDX-DEF)   TO WK-FL-LAYOUT(IDX-FL).
      *
      *    顧客マスタから消去対象を決める。解約済みの顧客について
      *    項目種別ごとに「解約日+保存年数」を求め、基準日がそれを
      *    過ぎていれば消去する。解約の有無はマスタにしか無いため、
      *    マスタが無ければ何も消さずに止める。
       P-030-LOAD-EXPIRED.
            OPEN INPUT CUST-MASTER.
            IF NOT WK-MAST-OK
                DISPLAY "CUSTMAST.IDX NOT AVAILABLE (FILE STATUS "
                        WK-MAST-FS ") - CANNOT TELL CLOSED CUSTOMERS"
                MOVE 1                TO RETURN-CODE
                GO TO P-030-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-032-CHECK-ONE UNTIL WK-EOF.
            CLOSE CUST-MASTER.
       P-030-EXIT.
            EXIT.
      *
       P-032-CHECK-ONE.
            READ CUST-MASTER NEXT
                AT END
                    SET WK-EOF        TO TRUE
                NOT AT END
                    IF CM-CLOSED AND CM-CLOSE-DATE NOT = ZERO
                        ADD 1         TO WK-CLOSED-CT
                        PERFORM P-034-DECIDE-KINDS
                    END-IF
            END-READ.
      *
       P-034-DECIDE-KINDS.
            IF WK-EX-COUNT >= WK-EX-MAX
                DISPLAY "MORE THAN " WK-EX-MAX
                        " CUSTOMER(S) TO PURGE - STOPPED"
                MOVE 1                TO RETURN-CODE
                SET WK-EOF            TO TRUE
            ELSE
                SET IDX-EX            TO WK-EX-COUNT
                SET IDX-EX            UP BY 1
                MOVE CM-CUST-SEQ      TO WK-EX-SEQ(IDX-EX)
                MOVE CM-CLOSE-DATE    TO WK-EX-CLOSE(IDX-EX)
                SET IDX-RULE          TO 1
                PERFORM P-036-EXPIRED
                MOVE WK-KINDS(1:1)    TO WK-EX-NAME(IDX-EX)
                SET IDX-RULE          TO 2
                PERFORM P-036-EXPIRED
                MOVE WK-KINDS(1:1)    TO WK-EX-ADDRESS(IDX-EX)
                SET IDX-RULE          TO 3
                PERFORM P-036-EXPIRED
                MOVE WK-KINDS(1:1)    TO WK-EX-KANA(IDX-EX)
                IF WK-EX-NAME(IDX-EX) = "Y"
                   OR WK-EX-ADDRESS(IDX-EX) = "Y"
                   OR WK-EX-KANA(IDX-EX) = "Y"
                    ADD 1             TO WK-EX-COUNT
                END-IF
            END-IF.
      *
      *    1種別の期限判定。結果はWK-KINDSの先頭1バイト(Y/N)。
      *    年数はYYYYMMDDの年の位へ足す(2/29の解約は、平年なら
      *    2/28の翌日から消去対象になる)。
       P-036-EXPIRED.
            MOVE "N"                  TO WK-KINDS.
            IF WK-RULE-SET(IDX-RULE) = "Y"
                COMPUTE WK-LIMIT = WK-EX-CLOSE(IDX-EX)
                                 + WK-RULE-YEARS(IDX-RULE) * 10000
                IF WK-BASE > WK-LIMIT
                    MOVE "Y"          TO WK-KINDS
                END-IF
            END-IF.
      *
      *    登録ファイル1本の処理。形式ごとに振り分ける。
       P-040-ONE-FILE.
            MOVE ZERO                 TO WK-FL-READ(IDX-FL).
            MOVE ZERO                 TO WK-FL-MASKED(IDX-FL).
            MOVE WK-FL-FILE(IDX-FL)   TO WK-FILE-NAME.
            EVALUATE WK-FL-LAYOUT(IDX-FL)
                WHEN "CUST"
                    PERFORM P-042-CUST-FILE THRU P-042-EXIT
                WHEN "CMST"
                    PERFORM P-050-MASTER THRU P-050-EXIT
                WHEN "DUPR"
                WHEN "MNTJ"
                    PERFORM P-060-TEXT-FILE THRU P-060-EXIT
                WHEN OTHER
                    SET WK-FL-BAD-LAYOUT(IDX-FL)  TO TRUE
                    DISPLAY "UNKNOWN LAYOUT " WK-FL-LAYOUT(IDX-FL)
                            " FOR " WK-FILE-NAME
            END-EVALUATE.
       P-040-EXIT.
            EXIT.
      *
      *    対象顧客の引き当て(連番で表を探す)。見つかれば
      *    WK-EX-HITに位置、無ければゼロ。
       P-041-FIND.
            MOVE ZERO                 TO WK-EX-HIT.
            IF AF-RECORD(1:6) IS NUMERIC
                SET IDX-EX            TO 1
                SEARCH WK-EX-ENTRY
                    AT END
                        CONTINUE
                    WHEN IDX-EX > WK-EX-COUNT
                        CONTINUE
                    WHEN WK-EX-SEQ(IDX-EX) = AF-RECORD(1:6)
                        SET WK-EX-HIT TO IDX-EX
                END-SEARCH
            END-IF.
      *
      *    引き当てた顧客の消去項目でANONFLDを呼ぶ。置き換えで
      *    変わったときだけWK-LINE-CHANGEDを立てる(郵便番号を持た
      *    ない行では、振り直した郵便番号を変化と見ない)。
       P-043-MASK.
            MOVE "N"                  TO WK-LINE-CHANGED-SW.
            PERFORM P-041-FIND.
            IF WK-EX-HIT NOT = ZERO
                SET IDX-EX            TO WK-EX-HIT
                MOVE WK-EX-NAME(IDX-EX)     TO AF-NAME
                MOVE WK-EX-ADDRESS(IDX-EX)  TO AF-ADDRESS
                MOVE WK-EX-KANA(IDX-EX)     TO AF-KANA
                MOVE AF-RECORD        TO WK-BEFORE-REC
                CALL "ANONFLD" USING AF-PARM
                IF AF-STATUS = "00"
                   AND (AF-RECORD(7:80) NOT = WK-BEFORE-REC(7:80)
                     OR (WK-BEFORE-REC(98:7) NOT = SPACES
                     AND AF-RECORD(98:7) NOT = WK-BEFORE-REC(98:7)))
                    MOVE "Y"          TO WK-LINE-CHANGED-SW
                END-IF
            END-IF.
      *
      *    CUSTREC様式の順編成。作業ファイルへ書き、変えた
      *    レコードがあれば(PURGEのとき)元へ書き戻す。
       P-042-CUST-FILE.
            OPEN INPUT DATA-FILE.
            IF NOT WK-DATA-FOUND
                SET WK-FL-ABSENT(IDX-FL)  TO TRUE
                GO TO P-042-EXIT
            END-IF.
            OPEN OUTPUT NEW-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-044-CUST-ONE UNTIL WK-EOF.
            CLOSE NEW-FILE.
            CLOSE DATA-FILE.
            SET WK-FL-DONE(IDX-FL)    TO TRUE.
            IF WK-PURGE AND WK-FL-MASKED(IDX-FL) > ZERO
                OPEN INPUT NEW-FILE
                OPEN OUTPUT DATA-FILE
                MOVE "N"              TO WK-EOF-SW
                PERFORM P-046-COPY-BACK UNTIL WK-EOF
                CLOSE DATA-FILE
                CLOSE NEW-FILE
            END-IF.
       P-042-EXIT.
            EXIT.
      *
       P-044-CUST-ONE.
            READ DATA-FILE
                AT END
                    SET WK-EOF        TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        ADD 1         TO WK-FL-READ(IDX-FL)
                        MOVE CUSTOMER-REC  TO AF-RECORD
                        PERFORM P-043-MASK
                        IF WK-LINE-CHANGED
                            ADD 1     TO WK-FL-MASKED(IDX-FL)
                            MOVE AF-RECORD TO CUSTOMER-REC
                        END-IF
                    END-IF
                    WRITE NEW-REC     FROM CUSTOMER-REC
            END-READ.
      *
       P-046-COPY-BACK.
            READ NEW-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    WRITE CUSTOMER-REC FROM NEW-REC
            END-READ.
      *
      *    顧客索引マスタ。対象顧客を顧客番号(副キー)で1件ずつ
      *    引く。カナを置き換えると主キーが変わるため、旧キーを
      *    削除して新しいキーで書き直す(CUSTMNTのカナ変更と同じ)。
       P-050-MASTER.
            IF WK-PURGE
                OPEN I-O CUST-MASTER
            ELSE
                OPEN INPUT CUST-MASTER
            END-IF.
            IF NOT WK-MAST-OK
                SET WK-FL-ABSENT(IDX-FL)  TO TRUE
                GO TO P-050-EXIT
            END-IF.
            PERFORM P-052-MASTER-ONE THRU P-052-EXIT
               VARYING WK-EX-HIT FROM 1 BY 1
                  UNTIL WK-EX-HIT > WK-EX-COUNT.
            CLOSE CUST-MASTER.
            SET WK-FL-DONE(IDX-FL)    TO TRUE.
       P-050-EXIT.
            EXIT.
      *
       P-052-MASTER-ONE.
            SET IDX-EX                TO WK-EX-HIT.
            MOVE WK-EX-SEQ(IDX-EX)    TO CM-CUST-SEQ.
            READ CUST-MASTER KEY IS CM-CUST-SEQ
                INVALID KEY
                    GO TO P-052-EXIT
            END-READ.
            ADD 1                     TO WK-FL-READ(IDX-FL).
            MOVE CM-CUST-REC          TO AF-RECORD.
            MOVE WK-EX-NAME(IDX-EX)     TO AF-NAME.
            MOVE WK-EX-ADDRESS(IDX-EX)  TO AF-ADDRESS.
            MOVE WK-EX-KANA(IDX-EX)     TO AF-KANA.
            CALL "ANONFLD" USING AF-PARM.
            IF AF-STATUS NOT = "00" OR AF-RECORD = CM-CUST-REC
                GO TO P-052-EXIT
            END-IF.
            ADD 1                     TO WK-FL-MASKED(IDX-FL).
            IF NOT WK-PURGE
                GO TO P-052-EXIT
            END-IF.
            MOVE CM-KEY               TO WK-OLD-KEY.
            MOVE AF-RECORD            TO CM-CUST-REC.
            MOVE "F"                  TO KN-DIRECTION.
            MOVE AF-RECORD(67:20)     TO KN-INPUT.
            CALL "KANANRM" USING KN-PARM.
            MOVE KN-OUTPUT(1:40)      TO CM-NORM-KANA.
            MOVE CM-CUST-SEQ          TO CM-SEQ-NO.
            MOVE WK-STAMP             TO CM-UPDATED.
            MOVE WK-OPERATOR          TO CM-OPERATOR.
            IF CM-KEY = WK-OLD-KEY
                REWRITE CUST-MASTER-REC
                    INVALID KEY
                        DISPLAY "REWRITE FAILED (FILE STATUS "
                                WK-MAST-FS ") " CM-CUST-SEQ
                        SUBTRACT 1    FROM WK-FL-MASKED(IDX-FL)
                END-REWRITE
                GO TO P-052-EXIT
            END-IF.
            MOVE CUST-MASTER-REC      TO WK-SAVE-REC.
            MOVE WK-OLD-KEY           TO CM-KEY.
            DELETE CUST-MASTER
                INVALID KEY
                    DISPLAY "DELETE FAILED (FILE STATUS "
                            WK-MAST-FS ") " CM-CUST-SEQ
                    SUBTRACT 1        FROM WK-FL-MASKED(IDX-FL)
                    GO TO P-052-EXIT
            END-DELETE.
            MOVE WK-SAVE-REC          TO CUST-MASTER-REC.
            WRITE CUST-MASTER-REC
                INVALID KEY
                    DISPLAY "WRITE FAILED (FILE STATUS "
                            WK-MAST-FS ") " CM-CUST-SEQ
                    SUBTRACT 1        FROM WK-FL-MASKED(IDX-FL)
            END-WRITE.
       P-052-EXIT.
            EXIT.
      *
      *    テキストのファイル(DUPRPT.TXT・MNTJRNL.DAT)。行ごとに
      *    顧客項目を拾って置き換え、作業ファイル経由で書き戻す。
       P-060-TEXT-FILE.
            OPEN INPUT TEXT-FILE.
            IF NOT WK-DATA-FOUND
                SET WK-FL-ABSENT(IDX-FL)  TO TRUE
                GO TO P-060-EXIT
            END-IF.
            OPEN OUTPUT NEW-TEXT-FILE.
            MOVE ZERO                 TO WK-RC-PREV-ORIG
                                         WK-RC-PREV-NEW.
            SET WK-RC-BROKEN          TO FALSE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-062-TEXT-ONE UNTIL WK-EOF.
            CLOSE NEW-TEXT-FILE.
            CLOSE TEXT-FILE.
            SET WK-FL-DONE(IDX-FL)    TO TRUE.
            IF WK-PURGE AND WK-FL-MASKED(IDX-FL) > ZERO
                OPEN INPUT NEW-TEXT-FILE
                OPEN OUTPUT TEXT-FILE
                MOVE "N"              TO WK-EOF-SW
                PERFORM P-068-TEXT-BACK UNTIL WK-EOF
                CLOSE TEXT-FILE
                CLOSE NEW-TEXT-FILE
                IF WK-FL-LAYOUT(IDX-FL) = "MNTJ"
      *                JRNCHNが覚えている書き換え前の連鎖値を捨て、
      *                同じ実行単位の後の追記が書き換え後の最後の
      *                行から続くようにする。
                    CANCEL "JRNCHN"
                    IF WK-RC-BROKEN
                        SET WK-RC-LEFT-BROKEN  TO TRUE
                        DISPLAY "MNTJRNL CHAIN ALREADY BROKEN - "
                                "NOT RE-CHAINED: " WK-FILE-NAME
                    ELSE
                        SET WK-RC-RECHAINED    TO TRUE
                    END-IF
                END-IF
            END-IF.
       P-060-EXIT.
            EXIT.
      *
       P-062-TEXT-ONE.
            READ TEXT-FILE
                AT END
                    SET WK-EOF        TO TRUE
                NOT AT END
                    ADD 1             TO WK-FL-READ(IDX-FL)
                    IF WK-FL-LAYOUT(IDX-FL) = "DUPR"
                        PERFORM P-064-DUP-LINE THRU P-064-EXIT
                    ELSE
                        PERFORM P-063-CHECK-LINK
                        PERFORM P-066-JRNL-LINE THRU P-066-EXIT
                    END-IF
                    WRITE NEW-TEXT-REC  FROM TEXT-REC
            END-READ.
      *
      *    DUPRPT.TXTの明細行。見出し・合計行は連番欄が数字で
      *    ないため素通しになる。
       P-064-DUP-LINE.
            MOVE TEXT-REC             TO WK-DUP-LINE.
            IF WK-DUP-LEAD NOT = SPACES
                GO TO P-064-EXIT
            END-IF.
            MOVE SPACES               TO CUSTOMER-REC.
            MOVE WK-DUP-SEQ           TO CUSTOMER-REC(1:6).
            MOVE WK-DUP-NAME          TO CUSTOMER-REC(7:20).
            MOVE WK-DUP-ADDRESS       TO CUSTOMER-REC(27:40).
            MOVE WK-DUP-KANA          TO CUSTOMER-REC(67:20).
            MOVE CUSTOMER-REC         TO AF-RECORD.
            PERFORM P-043-MASK.
            IF WK-LINE-CHANGED
                MOVE AF-RECORD(7:20)  TO WK-DUP-NAME
                MOVE AF-RECORD(27:40) TO WK-DUP-ADDRESS
                MOVE AF-RECORD(67:20) TO WK-DUP-KANA
                MOVE WK-DUP-LINE      TO TEXT-REC
                ADD 1                 TO WK-FL-MASKED(IDX-FL)
            END-IF.
       P-064-EXIT.
            EXIT.
      *
      *    置き換える前の行で連鎖をたどり、切れ目があれば覚える。
       P-063-CHECK-LINK.
            MOVE TEXT-REC             TO WK-MJ-LINE.
            IF WK-MJ-CHAIN-SEQ IS NUMERIC
               AND WK-MJ-CHAIN IS NUMERIC
                MOVE "H"              TO JC-FUNCTION
                MOVE "MNTJRNL.DAT"    TO JC-FILE
                MOVE TEXT-REC         TO JC-RECORD
                MOVE WK-RC-PREV-ORIG  TO JC-PREV
                CALL "JRNCHN" USING JC-PARM
                MOVE WK-MJ-CHAIN      TO WK-RC-STORED
                IF JC-CHAIN NOT = WK-RC-STORED
                    SET WK-RC-BROKEN  TO TRUE
                END-IF
                MOVE WK-RC-STORED     TO WK-RC-PREV-ORIG
            END-IF.
      *
      *    保守ジャーナルのCUSTMAST.IDX行。前像・後像それぞれを
      *    顧客レコードの並びへ写して置き換え、像へ戻す。
       P-066-JRNL-LINE.
            MOVE TEXT-REC             TO WK-MJ-LINE.
            IF WK-MJ-FILE NOT = "CUSTMAST.IDX"
                GO TO P-066-EXIT
            END-IF.
            MOVE "N"                  TO WK-KINDS.
            MOVE WK-MJ-BEFORE         TO WK-IMG-REC.
            PERFORM P-067-MASK-IMAGE.
            MOVE WK-IMG-REC           TO WK-MJ-BEFORE.
            MOVE WK-MJ-AFTER          TO WK-IMG-REC.
            PERFORM P-067-MASK-IMAGE.
            MOVE WK-IMG-REC           TO WK-MJ-AFTER.
            IF WK-KINDS(1:1) = "Y"
                MOVE WK-MJ-LINE       TO TEXT-REC
                ADD 1                 TO WK-FL-MASKED(IDX-FL)
            END-IF.
       P-066-EXIT.
            EXIT.
      *
      *    像1つの置き換え。変わればWK-KINDSの先頭を"Y"にする。
       P-067-MASK-IMAGE.
            MOVE SPACES               TO CUSTOMER-REC.
            MOVE WK-IMG-SEQ           TO CUSTOMER-REC(1:6).
            MOVE WK-IMG-NAME          TO CUSTOMER-REC(7:20).
            MOVE WK-IMG-ADDRESS       TO CUSTOMER-REC(27:40).
            MOVE WK-IMG-KANA          TO CUSTOMER-REC(67:20).
            MOVE WK-IMG-POSTAL        TO CUSTOMER-REC(98:7).
            MOVE CUSTOMER-REC         TO AF-RECORD.
            PERFORM P-043-MASK.
            IF WK-LINE-CHANGED
                MOVE AF-RECORD(7:20)  TO WK-IMG-NAME
                MOVE AF-RECORD(27:40) TO WK-IMG-ADDRESS
                MOVE AF-RECORD(67:20) TO WK-IMG-KANA
                MOVE AF-RECORD(98:7)  TO WK-IMG-POSTAL
                MOVE "Y"              TO WK-KINDS(1:1)
            END-IF.
      *
       P-068-TEXT-BACK.
            READ NEW-TEXT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF WK-FL-LAYOUT(IDX-FL) = "MNTJ"
                       AND NOT WK-RC-BROKEN
                        PERFORM P-069-RECHAIN
                    END-IF
                    WRITE TEXT-REC     FROM NEW-TEXT-REC
            END-READ.
      *
      *    置き換え後の内容で連鎖値を付け直す(連番はそのまま)。
       P-069-RECHAIN.
            MOVE NEW-TEXT-REC         TO WK-MJ-LINE.
            IF WK-MJ-CHAIN-SEQ IS NUMERIC
               AND WK-MJ-CHAIN IS NUMERIC
                MOVE "H"              TO JC-FUNCTION
                MOVE "MNTJRNL.DAT"    TO JC-FILE
                MOVE NEW-TEXT-REC     TO JC-RECORD
                MOVE WK-RC-PREV-NEW   TO JC-PREV
                CALL "JRNCHN" USING JC-PARM
                MOVE JC-RECORD        TO NEW-TEXT-REC
                MOVE JC-CHAIN         TO WK-RC-PREV-NEW
            END-IF.
      *
      *    消去証明書(PURGE)・消去予定一覧(LIST)の印字。
       P-070-PRINT.
            MOVE SPACES               TO PS-PARM.
            MOVE "O"                  TO PS-FUNCTION.
            IF WK-PURGE
                STRING "PURGECRT-"    DELIMITED BY SIZE
                       WK-BASE-X      DELIMITED BY SIZE
                       ".RPT"         DELIMITED BY SIZE
                              INTO PS-REPORT-NAME
                MOVE "個人情報消去証明書"   TO PS-TITLE
            ELSE
                MOVE "PURGELST.RPT"   TO PS-REPORT-NAME
                STRING "個人情報消去予定一覧"
                                      DELIMITED BY SIZE
                       "(試行・未消去)"
                                      DELIMITED BY SIZE
                              INTO PS-TITLE
            END-IF.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  基準日: "       DELIMITED BY SIZE
                   WK-BASE-WAREKI     DELIMITED BY "  "
                   "  実施日: "       DELIMITED BY SIZE
                   WK-RUN-WAREKI      DELIMITED BY "  "
                   "  実施者: "       DELIMITED BY SIZE
                   WK-OPERATOR        DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "  [保存期間の規則]" TO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-072-RULE-LINE
               VARYING IDX-RULE FROM 1 BY 1
                  UNTIL IDX-RULE > WK-RULE-COUNT.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-CLOSED-CT         TO WK-ED-COUNT.
            MOVE WK-EX-COUNT          TO WK-ED-COUNT2.
            MOVE SPACES               TO PS-LINE.
            STRING "  [消去対象の顧客]  解約済み"
                                      DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                   "件のうち期限切れ" DELIMITED BY SIZE
                   WK-ED-COUNT2       DELIMITED BY SIZE
                   "件"               DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "  顧客番号  解約日      消去する項目"
                                      TO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-074-CUST-LINE
               VARYING IDX-EX FROM 1 BY 1
                  UNTIL IDX-EX > WK-EX-COUNT.
            IF WK-EX-COUNT = ZERO
                MOVE "  (なし)"       TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "  [ファイル別件数]" TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "  ファイル名                                "
                                      DELIMITED BY SIZE
                   "形式     読んだ件数   消去件数  状態"
                                      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-076-FILE-LINE
               VARYING IDX-FL FROM 1 BY 1
                  UNTIL IDX-FL > WK-FL-COUNT.
            MOVE WK-TOT-READ          TO WK-ED-COUNT.
            MOVE WK-TOT-MASKED        TO WK-ED-COUNT2.
            MOVE SPACES               TO PS-LINE.
            STRING "  合計                                      "
                                      DELIMITED BY SIZE
                   "       "          DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WK-ED-COUNT2       DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-RC-RECHAINED
                MOVE SPACES           TO PS-LINE
                STRING "  保守ジャーナルの連鎖値は"
                                      DELIMITED BY SIZE
                       "消去後の内容で付け直した。"
                                      DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            IF WK-RC-LEFT-BROKEN
                MOVE SPACES           TO PS-LINE
                STRING "  保守ジャーナルの連鎖が"
                                      DELIMITED BY SIZE
                       "消去前から切れていたため"
                                      DELIMITED BY SIZE
                       "付け直していない"
                                      DELIMITED BY SIZE
                       "(JRNVRFYで確認)。"
                                      DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            IF WK-PURGE
                MOVE SPACES           TO PS-LINE
                STRING "  上記のとおり、保存期間を過ぎた"
                                      DELIMITED BY SIZE
                       "個人情報を"   DELIMITED BY SIZE
                       "復元できない形に置き換えて"
                                      DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
                MOVE SPACES           TO PS-LINE
                STRING "  消去したことを証明します。"
                                      DELIMITED BY SIZE
                       "(残高・取引履歴は保持)"
                                      DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
                MOVE SPACES           TO PS-LINE
                PERFORM P-090-WRITE
                MOVE SPACES           TO PS-LINE
                STRING "  実施者  "   DELIMITED BY SIZE
                       WK-OPERATOR    DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WK-RUN-WAREKI  DELIMITED BY "  "
                              INTO PS-LINE
                PERFORM P-090-WRITE
            ELSE
                MOVE SPACES           TO PS-LINE
                STRING "  試行のため、ファイルは"
                                      DELIMITED BY SIZE
                       "変更していません。"
                                      DELIMITED BY SIZE
                       "消去件数は消去される件数。"
                                      DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE "C"                  TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
       P-072-RULE-LINE.
            MOVE SPACES               TO PS-LINE.
            IF WK-RULE-SET(IDX-RULE) = "Y"
                MOVE WK-RULE-YEARS(IDX-RULE)  TO WK-ED-YEARS
                STRING "  "                     DELIMITED BY SIZE
                       WK-RULE-KIND(IDX-RULE)   DELIMITED BY SIZE
                       WK-RULE-LABEL(IDX-RULE)  DELIMITED BY SIZE
                       "  解約後"               DELIMITED BY SIZE
                       WK-ED-YEARS              DELIMITED BY SIZE
                       "年  "                   DELIMITED BY SIZE
                       WK-RULE-MEMO(IDX-RULE)   DELIMITED BY SIZE
                              INTO PS-LINE
            ELSE
                STRING "  "                     DELIMITED BY SIZE
                       WK-RULE-KIND(IDX-RULE)   DELIMITED BY SIZE
                       WK-RULE-LABEL(IDX-RULE)  DELIMITED BY SIZE
                       "  規則なし(消去しない)"
                                                DELIMITED BY SIZE
                              INTO PS-LINE
            END-IF.
            PERFORM P-090-WRITE.
      *
       P-074-CUST-LINE.
            MOVE SPACES               TO WK-KINDS.
            IF WK-EX-NAME(IDX-EX) = "Y"
                MOVE "氏名"           TO WK-KINDS(1:6)
            END-IF.
            IF WK-EX-ADDRESS(IDX-EX) = "Y"
                MOVE "住所"           TO WK-KINDS(8:6)
            END-IF.
            IF WK-EX-KANA(IDX-EX) = "Y"
                MOVE "カナ"           TO WK-KINDS(15:6)
            END-IF.
            MOVE SPACES               TO PS-LINE.
            STRING "  "               DELIMITED BY SIZE
                   WK-EX-SEQ(IDX-EX)  DELIMITED BY SIZE
                   "    "             DELIMITED BY SIZE
                   WK-EX-CLOSE(IDX-EX)  DELIMITED BY SIZE
                   "    "             DELIMITED BY SIZE
                   WK-KINDS           DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
       P-076-FILE-LINE.
            EVALUATE TRUE
                WHEN WK-FL-ABSENT(IDX-FL)
                    MOVE "ファイル無し"   TO WK-STATE-TEXT
                WHEN WK-FL-BAD-LAYOUT(IDX-FL)
                    MOVE "形式不明"       TO WK-STATE-TEXT
                WHEN WK-PURGE
                    MOVE "消去済み"       TO WK-STATE-TEXT
                WHEN OTHER
                    MOVE "試行"           TO WK-STATE-TEXT
            END-EVALUATE.
            ADD WK-FL-READ(IDX-FL)    TO WK-TOT-READ.
            ADD WK-FL-MASKED(IDX-FL)  TO WK-TOT-MASKED.
            MOVE WK-FL-READ(IDX-FL)   TO WK-ED-COUNT.
            MOVE WK-FL-MASKED(IDX-FL) TO WK-ED-COUNT2.
            MOVE SPACES               TO PS-LINE.
            STRING "  "                    DELIMITED BY SIZE
                   WK-FL-FILE(IDX-FL)      DELIMITED BY SIZE
                   "  "                    DELIMITED BY SIZE
                   WK-FL-LAYOUT(IDX-FL)    DELIMITED BY SIZE
                   "   "                   DELIMITED BY SIZE
                   WK-ED-COUNT             DELIMITED BY SIZE
                   "  "                    DELIMITED BY SIZE
                   WK-ED-COUNT2            DELIMITED BY SIZE
                   "  "                    DELIMITED BY SIZE
                   WK-STATE-TEXT           DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
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
      *
      *    AUTHCHKで権限を確かめる。実施者は証明書へ載せる。
       P-082-AUTHORIZE.
            MOVE "RETPURGE"           TO AC-PROGRAM.
            MOVE "PURGE"              TO AC-ACTION.
            MOVE WK-BASE-X            TO AC-KEY.
            MOVE SPACES               TO AC-OPERATOR.
            MOVE SPACE                TO AC-ALLOW.
            MOVE SPACES               TO AC-STATUS.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
            IF AC-ALLOW NOT = "Y"
                DISPLAY "OPERATOR " AC-OPERATOR
                        " NOT AUTHORIZED FOR " AC-ACTION
            END-IF.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      ******************************************************************
