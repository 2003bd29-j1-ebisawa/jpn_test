      ******************************************************************
      *    テストケース：GOLDCMP
      *    プログラム名：日本語化テスト 帳票の正本比較
      *    処理概要　　：業務が実際に読む印字出力(STMTPRT.RPT・
      *                  DIFFLIST.TXT・MOCLOSE.RPT・PRTSRVで刷る
      *                  報告書・QA-72.RPT/QA-81.CSVなど)を、正本
      *                  登録簿GOLDREG.TXTに載せた正本(GOLD-<帳票
      *                  名>)と1行ずつ突き合わせる。実行ID・日付・
      *                  頁の時刻のような毎回変わる欄は、帳票ごとの
      *                  桁規則で伏せてから比べる。違いは最初に
      *                  食い違う桁を(バイトではなく)表示幅の桁で
      *                  GOLDCMP.RPTへ報告する。コンパイラ変更で
      *                  全角の欄が1バイトずれても見逃さない。
      *                  正本の差し替え(昇格)は権限確認(AUTHCHK)を
      *                  経た場合だけ行い、GOLDLOG.TXTへ記録する。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     GC-ACTION = COMPARE | PROMOTE (既定COMPARE)
      *       COMPARE ... 登録簿の全帳票を正本と比べる
      *       PROMOTE ... GC-REPORTの今の出力を新しい正本にする
      *     GC-REPORT = 昇格する帳票名(PROMOTEのとき。登録簿に
      *                 載っている名前に限る)
      *   登録簿(GOLDREG.TXT)の1行:
      *     種別X(03)+空白2+帳票名X(40)+空白2+開始桁9(03)+空白2
      *     +桁数9(03)+空白2+目印X(20)
      *     種別RPT ... 比較する帳票(桁・目印は使わない)
      *     種別MSK ... 伏せ字の規則。帳票の開始桁から桁数ぶん
      *                 (表示幅の桁)を比較から外す。目印があれば
      *                 目印を含む行だけ、空白なら全行に効く。
      *     先頭が"*"の行は注記。
      *   全角文字(シフトJISの先行バイト)は2バイトで表示幅2と
      *   数え、伏せ字も差分の位置も文字の途中では割らない。
      *   昇格記録(GOLDLOG.TXT): 時刻YYYYMMDDHHMMSS+空白2+
      *     帳票名X(40)+空白2+操作者X(10)+空白2+行数9(06)
      *   戻り値: 0=全帳票一致(または昇格済み) 4=差分・正本なし・
      *           出力なしあり 1=指定の誤り 8=権限なし
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           GOLDCMP.
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
           SELECT OPTIONAL REG-FILE   ASSIGN TO "GOLDREG.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACT-IN              ASSIGN TO DYNAMIC
                                        WK-ACT-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-ACT-FS.
           SELECT GLD-IN              ASSIGN TO DYNAMIC
                                        WK-GLD-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-GLD-FS.
           SELECT GLD-OUT             ASSIGN TO DYNAMIC
                                        WK-GLD-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOG-FILE   ASSIGN TO "GOLDLOG.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-REC.
           05  REG-KIND               PIC X(03).
           05  FILLER                 PIC X(02).
           05  REG-REPORT             PIC X(40).
           05  FILLER                 PIC X(02).
           05  REG-FROM               PIC X(03).
           05  FILLER                 PIC X(02).
           05  REG-WIDTH              PIC X(03).
           05  FILLER                 PIC X(02).
           05  REG-MARKER             PIC X(20).
       FD  ACT-IN
           LABEL RECORDS ARE STANDARD.
       01  ACT-IN-REC                 PIC X(200).
       FD  GLD-IN
           LABEL RECORDS ARE STANDARD.
       01  GLD-IN-REC                 PIC X(200).
       FD  GLD-OUT
           LABEL RECORDS ARE STANDARD.
       01  GLD-OUT-REC                PIC X(200).
       FD  LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-REC.
           05  LOG-STAMP              PIC X(14).
           05  FILLER                 PIC X(02).
           05  LOG-REPORT             PIC X(40).
           05  FILLER                 PIC X(02).
           05  LOG-OPERATOR           PIC X(10).
           05  FILLER                 PIC X(02).
           05  LOG-LINES              PIC 9(06).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ACT-FS          PIC XX.
           88  WK-ACT-FOUND                VALUE "00".
       01  WK-GLD-FS          PIC XX.
           88  WK-GLD-FOUND                VALUE "00".
       01  WK-ACT-EOF-SW      PIC X       VALUE "N".
           88  WK-ACT-EOF                 VALUE "Y".
       01  WK-GLD-EOF-SW      PIC X       VALUE "N".
           88  WK-GLD-EOF                 VALUE "Y".
       01  WK-ACT-NAME        PIC X(60).
       01  WK-GLD-NAME        PIC X(60).
       01  WK-ACTION          PIC X(08)  VALUE SPACES.
           88  WK-PROMOTE                 VALUE "PROMOTE".
           88  WK-COMPARE                 VALUE "COMPARE".
       01  WK-TGT-REPORT      PIC X(40)  VALUE SPACES.
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
      *
      *    登録簿の帳票と伏せ字の規則。
       01  WK-RPT-TAB.
           05  WK-RPT-NAME  PIC X(40)  OCCURS 30 TIMES
                                        INDEXED BY IDX-RPT.
       01  WK-RPT-COUNT       PIC 9(02)  COMP  VALUE ZERO.
       01  WK-MSK-TAB.
           05  WK-MSK-ENTRY  OCCURS 60 TIMES INDEXED BY IDX-MSK.
               10  WK-MSK-REPORT      PIC X(40).
               10  WK-MSK-FROM        PIC 9(03).
               10  WK-MSK-WIDTH       PIC 9(03).
               10  WK-MSK-MARKER      PIC X(20).
               10  WK-MSK-MARK-LEN    PIC 9(02).
       01  WK-MSK-COUNT       PIC 9(02)  COMP  VALUE ZERO.
       01  WK-MSK-HIT         PIC 9(03)  COMP.
       01  WK-MSK-TO          PIC 9(03)  COMP.
      *
      *    比べる1行(伏せ字を当てた後の正本・今の出力)。
       01  WK-LINE-G          PIC X(200).
       01  WK-LINE-A          PIC X(200).
       01  WK-LINE-W          PIC X(200).
       01  WK-LINE-NO         PIC 9(06)  VALUE ZERO.
      *
      *    表示幅の勘定。WK-POSは今のバイト位置、WK-COLはその
      *    文字の表示桁、WK-CLENはその文字のバイト数(=表示幅)。
       01  WK-POS             PIC 9(03)  COMP.
       01  WK-COL             PIC 9(03)  COMP.
       01  WK-CLEN            PIC 9(01)  COMP.
       01  WK-BYTE            PIC X(01).
       01  WK-DIFF-COL        PIC 9(03)  COMP.
       01  WK-DIFF-POS        PIC 9(03)  COMP.
      *
      *    帳票1本ぶんの集計。
       01  WK-RPT-DIFF-CT     PIC 9(06)  VALUE ZERO.
       01  WK-RPT-FIRST-LINE  PIC 9(06)  VALUE ZERO.
       01  WK-RPT-FIRST-COL   PIC 9(03)  VALUE ZERO.
       01  WK-SAME-CT         PIC 9(03)  VALUE ZERO.
       01  WK-DIFF-RPT-CT     PIC 9(03)  VALUE ZERO.
       01  WK-NOGOLD-CT       PIC 9(03)  VALUE ZERO.
       01  WK-MISSING-CT      PIC 9(03)  VALUE ZERO.
       01  WK-LINE-ED         PIC ZZZZZ9.
       01  WK-COL-ED          PIC ZZ9.
       01  WK-CT-ED           PIC ZZZZZ9.
       01  WK-COPY-CT         PIC 9(06)  VALUE ZERO.
      *
      *    全角安全な切り詰め(FOLDSJS)の受け渡し領域。差分の抜粋
      *    を欄へ収めるのに使う。
       01  FS-PARM.
           05  FS-FUNCTION              PIC X(01).
           05  FS-INPUT                 PIC X(200).
           05  FS-WIDTH                 PIC 9(03).
           05  FS-OUTPUT                PIC X(200).
           05  FS-REST                  PIC X(200).
           05  FS-STATUS                PIC X(02).
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
            DISPLAY "GOLDCMP START".
            PERFORM P-015-ACCEPT-PARMS.
            PERFORM P-020-LOAD-REGISTER.
            EVALUATE TRUE
                WHEN WK-COMPARE
                    PERFORM P-030-COMPARE-ALL
                WHEN WK-PROMOTE
                    PERFORM P-070-PROMOTE THRU P-070-EXIT
                WHEN OTHER
                    DISPLAY "GC-ACTION MUST BE COMPARE OR PROMOTE"
                    MOVE 1              TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "GOLDCMP END".
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "GC-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "COMPARE"           TO WK-ACTION
            END-IF.
            DISPLAY "GC-REPORT"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-REPORT        FROM ENVIRONMENT-VALUE.
      *
       P-020-LOAD-REGISTER.
            MOVE "N"                    TO WK-EOF-SW.
            OPEN INPUT REG-FILE.
            PERFORM P-022-LOAD-ONE UNTIL WK-EOF.
            CLOSE REG-FILE.
            DISPLAY "GOLDREG.TXT: " WK-RPT-COUNT " REPORT(S) "
                    WK-MSK-COUNT " MASK RULE(S)".
      *
       P-022-LOAD-ONE.
            READ REG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN REG-KIND = "RPT"
                         AND REG-REPORT NOT = SPACES
                         AND WK-RPT-COUNT < 30
                            ADD 1       TO WK-RPT-COUNT
                            SET IDX-RPT TO WK-RPT-COUNT
                            MOVE REG-REPORT
                                 TO WK-RPT-NAME(IDX-RPT)
                        WHEN REG-KIND = "MSK"
                         AND REG-FROM IS NUMERIC
                         AND REG-WIDTH IS NUMERIC
                         AND WK-MSK-COUNT < 60
                            PERFORM P-024-ADD-MASK
                        WHEN REG-KIND(1:1) = "*"
                          OR REG-REC = SPACES
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "GOLDREG LINE IGNORED: "
                                    REG-REC(1:60)
                    END-EVALUATE
            END-READ.
      *
       P-024-ADD-MASK.
            ADD 1                       TO WK-MSK-COUNT.
            SET IDX-MSK                 TO WK-MSK-COUNT.
            MOVE REG-REPORT             TO WK-MSK-REPORT(IDX-MSK).
            MOVE REG-FROM               TO WK-MSK-FROM(IDX-MSK).
            MOVE REG-WIDTH              TO WK-MSK-WIDTH(IDX-MSK).
            MOVE REG-MARKER             TO WK-MSK-MARKER(IDX-MSK).
            MOVE ZERO                   TO WK-MSK-MARK-LEN(IDX-MSK).
            PERFORM P-026-FIND-MARK-LEN
               VARYING WK-POS FROM 20 BY -1
                  UNTIL WK-POS < 1
                     OR WK-MSK-MARK-LEN(IDX-MSK) NOT = ZERO.
      *
       P-026-FIND-MARK-LEN.
            IF REG-MARKER(WK-POS:1) NOT = SPACE
                MOVE WK-POS             TO WK-MSK-MARK-LEN(IDX-MSK)
            END-IF.
      *
      *    登録簿の全帳票を正本と比べてGOLDCMP.RPTへ刷る。
       P-030-COMPARE-ALL.
            MOVE "O"                     TO PS-FUNCTION.
            MOVE "GOLDCMP.RPT"           TO PS-REPORT-NAME.
            MOVE "帳票の正本比較"        TO PS-TITLE.
            MOVE SPACES                 TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES                 TO PS-LINE.
            IF WK-RPT-COUNT = ZERO
                MOVE "GOLDREG.TXTに比較する帳票がない"
                                        TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            PERFORM P-040-COMPARE-ONE THRU P-040-EXIT
               VARYING IDX-RPT FROM 1 BY 1
                  UNTIL IDX-RPT > WK-RPT-COUNT.
            PERFORM P-090-WRITE.
            MOVE WK-SAME-CT             TO WK-CT-ED.
            STRING "一致       " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-DIFF-RPT-CT         TO WK-CT-ED.
            STRING "差分あり   " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-NOGOLD-CT           TO WK-CT-ED.
            STRING "正本なし   " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-MISSING-CT          TO WK-CT-ED.
            STRING "出力なし   " WK-CT-ED
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                     TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "SAME=" WK-SAME-CT " DIFF=" WK-DIFF-RPT-CT
                    " NO-GOLDEN=" WK-NOGOLD-CT
                    " MISSING=" WK-MISSING-CT.
            IF WK-DIFF-RPT-CT > ZERO OR WK-NOGOLD-CT > ZERO
               OR WK-MISSING-CT > ZERO
                MOVE 4                  TO RETURN-CODE
            ELSE
                MOVE ZERO               TO RETURN-CODE
            END-IF.
      *
      *    帳票1本を正本と1行ずつ比べる。
       P-040-COMPARE-ONE.
            PERFORM P-045-MAKE-NAMES.
            PERFORM P-090-WRITE.
            STRING "帳票 " WK-RPT-NAME(IDX-RPT)
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            OPEN INPUT ACT-IN.
            IF NOT WK-ACT-FOUND
                ADD 1                   TO WK-MISSING-CT
                STRING "MISSING    " WK-RPT-NAME(IDX-RPT)
                       "  今の出力が無い"
                              DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-090-WRITE
                GO TO P-040-EXIT
            END-IF.
            OPEN INPUT GLD-IN.
            IF NOT WK-GLD-FOUND
                CLOSE ACT-IN
                ADD 1                   TO WK-NOGOLD-CT
                STRING "NO-GOLDEN  " WK-RPT-NAME(IDX-RPT)
                       "  正本が無い(昇格が要る)"
                              DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-090-WRITE
                GO TO P-040-EXIT
            END-IF.
            MOVE ZERO                   TO WK-LINE-NO WK-RPT-DIFF-CT
                                           WK-RPT-FIRST-LINE
                                           WK-RPT-FIRST-COL.
            MOVE "N"                    TO WK-ACT-EOF-SW
                                           WK-GLD-EOF-SW.
            PERFORM P-050-READ-PAIR.
            PERFORM P-052-COMPARE-PAIR
               UNTIL WK-ACT-EOF AND WK-GLD-EOF.
            CLOSE ACT-IN.
            CLOSE GLD-IN.
            IF WK-RPT-DIFF-CT = ZERO
                ADD 1                   TO WK-SAME-CT
                STRING "SAME       " WK-RPT-NAME(IDX-RPT)
                              DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-090-WRITE
            ELSE
                ADD 1                   TO WK-DIFF-RPT-CT
                MOVE WK-RPT-DIFF-CT     TO WK-CT-ED
                MOVE WK-RPT-FIRST-LINE  TO WK-LINE-ED
                MOVE WK-RPT-FIRST-COL   TO WK-COL-ED
                STRING "DIFF       " WK-RPT-NAME(IDX-RPT)
                       "  差分" WK-CT-ED "行  最初は"
                       WK-LINE-ED "行目の" WK-COL-ED "桁"
                              DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
       P-040-EXIT.
            EXIT.
      *
       P-045-MAKE-NAMES.
            MOVE SPACES                 TO WK-ACT-NAME WK-GLD-NAME.
            MOVE WK-RPT-NAME(IDX-RPT)   TO WK-ACT-NAME.
            STRING "GOLD-"              DELIMITED BY SIZE
                   WK-RPT-NAME(IDX-RPT) DELIMITED BY SPACE
                              INTO WK-GLD-NAME.
      *
       P-050-READ-PAIR.
            MOVE SPACES                 TO WK-LINE-A WK-LINE-G.
            IF NOT WK-ACT-EOF
                READ ACT-IN
                    AT END    SET WK-ACT-EOF      TO TRUE
                    NOT AT END
                              MOVE ACT-IN-REC     TO WK-LINE-A
                END-READ
            END-IF.
            IF NOT WK-GLD-EOF
                READ GLD-IN
                    AT END    SET WK-GLD-EOF      TO TRUE
                    NOT AT END
                              MOVE GLD-IN-REC     TO WK-LINE-G
                END-READ
            END-IF.
      *
      *    1組を比べる。片方だけ尽きたら行数の違いとして数える。
       P-052-COMPARE-PAIR.
            ADD 1                       TO WK-LINE-NO.
            EVALUATE TRUE
                WHEN WK-ACT-EOF
                    MOVE 1              TO WK-DIFF-COL
                                           WK-DIFF-POS
                    PERFORM P-058-RECORD-DIFF
                    STRING "    " WK-LINE-ED "行目  "
                           "今の出力が尽きた"
                           "(正本の方が長い)"
                              DELIMITED BY SIZE  INTO PS-LINE
                    PERFORM P-090-WRITE
                WHEN WK-GLD-EOF
                    MOVE 1              TO WK-DIFF-COL
                                           WK-DIFF-POS
                    PERFORM P-058-RECORD-DIFF
                    STRING "    " WK-LINE-ED "行目  "
                           "正本が尽きた"
                           "(今の出力の方が長い)"
                              DELIMITED BY SIZE  INTO PS-LINE
                    PERFORM P-090-WRITE
                WHEN OTHER
                    MOVE WK-LINE-G      TO WK-LINE-W
                    PERFORM P-060-APPLY-MASKS
                    MOVE WK-LINE-W      TO WK-LINE-G
                    MOVE WK-LINE-A      TO WK-LINE-W
                    PERFORM P-060-APPLY-MASKS
                    MOVE WK-LINE-W      TO WK-LINE-A
                    IF WK-LINE-A NOT = WK-LINE-G
                        PERFORM P-054-FIND-DIFF-COL
                        PERFORM P-058-RECORD-DIFF
                        PERFORM P-059-SHOW-EXCERPT THRU P-059-EXIT
                    END-IF
            END-EVALUATE.
            PERFORM P-050-READ-PAIR.
      *
      *    正本の行を文字単位にたどり、最初に食い違う文字の表示桁
      *    を求める(全角の途中では割らない)。
       P-054-FIND-DIFF-COL.
            MOVE WK-LINE-G              TO WK-LINE-W.
            MOVE 1                      TO WK-POS WK-COL.
            MOVE ZERO                   TO WK-DIFF-COL.
            PERFORM P-056-STEP-ONE-CHAR
               UNTIL WK-POS > 200 OR WK-DIFF-COL NOT = ZERO.
      *
       P-056-STEP-ONE-CHAR.
            PERFORM P-062-CHAR-LEN.
            IF WK-LINE-G(WK-POS:WK-CLEN) NOT =
               WK-LINE-A(WK-POS:WK-CLEN)
                MOVE WK-COL             TO WK-DIFF-COL
                MOVE WK-POS             TO WK-DIFF-POS
            END-IF.
            ADD WK-CLEN                 TO WK-POS WK-COL.
      *
       P-058-RECORD-DIFF.
            ADD 1                       TO WK-RPT-DIFF-CT.
            IF WK-RPT-FIRST-LINE = ZERO
                MOVE WK-LINE-NO         TO WK-RPT-FIRST-LINE
                MOVE WK-DIFF-COL        TO WK-RPT-FIRST-COL
            END-IF.
            MOVE WK-LINE-NO             TO WK-LINE-ED.
            MOVE WK-DIFF-COL            TO WK-COL-ED.
      *
      *    差分の最初の5行だけ、食い違う文字からの抜粋を刷る。
       P-059-SHOW-EXCERPT.
            IF WK-RPT-DIFF-CT > 5
                GO TO P-059-EXIT
            END-IF.
            STRING "    " WK-LINE-ED "行目 " WK-COL-ED "桁"
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-LINE-G              TO WK-LINE-W.
            PERFORM P-066-CUT-EXCERPT.
            STRING "      正本: " FS-OUTPUT(1:60)
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-LINE-A              TO WK-LINE-W.
            PERFORM P-066-CUT-EXCERPT.
            STRING "      出力: " FS-OUTPUT(1:60)
                              DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-090-WRITE.
       P-059-EXIT.
            EXIT.
      *
      *    帳票に効く伏せ字の規則をWK-LINE-Wへ当てる。
       P-060-APPLY-MASKS.
            PERFORM P-061-TRY-ONE-MASK
               VARYING IDX-MSK FROM 1 BY 1
                  UNTIL IDX-MSK > WK-MSK-COUNT.
      *
       P-061-TRY-ONE-MASK.
            IF WK-MSK-REPORT(IDX-MSK) = WK-RPT-NAME(IDX-RPT)
                MOVE 1                  TO WK-MSK-HIT
                IF WK-MSK-MARK-LEN(IDX-MSK) > ZERO
                    MOVE ZERO           TO WK-MSK-HIT
                    INSPECT WK-LINE-W TALLYING WK-MSK-HIT
                        FOR ALL WK-MSK-MARKER(IDX-MSK)
                                (1:WK-MSK-MARK-LEN(IDX-MSK))
                END-IF
                IF WK-MSK-HIT > ZERO
                    COMPUTE WK-MSK-TO = WK-MSK-FROM(IDX-MSK)
                                      + WK-MSK-WIDTH(IDX-MSK) - 1
                    MOVE 1              TO WK-POS WK-COL
                    PERFORM P-064-MASK-ONE-CHAR
                       UNTIL WK-POS > 200
                          OR WK-COL > WK-MSK-TO
                END-IF
            END-IF.
      *
      *    WK-LINE-WのWK-POSの文字のバイト数(=表示幅)。シフトJIS
      *    の先行バイトなら2、それ以外(ASCII・半角カナ)は1。
       P-062-CHAR-LEN.
            MOVE WK-LINE-W(WK-POS:1)    TO WK-BYTE.
            IF ((WK-BYTE >= X"81" AND WK-BYTE <= X"9F")
                OR WK-BYTE >= X"E0")
               AND WK-POS < 200
                MOVE 2                  TO WK-CLEN
            ELSE
                MOVE 1                  TO WK-CLEN
            END-IF.
      *
      *    表示桁が伏せ字の範囲にかかる文字を、文字ごと"#"で
      *    埋める。
       P-064-MASK-ONE-CHAR.
            PERFORM P-062-CHAR-LEN.
            IF WK-COL + WK-CLEN - 1 >= WK-MSK-FROM(IDX-MSK)
                MOVE ALL "#"   TO WK-LINE-W(WK-POS:WK-CLEN)
            END-IF.
            ADD WK-CLEN                 TO WK-POS WK-COL.
      *
      *    WK-LINE-Wの食い違う文字から先を、全角を割らずに60桁へ
      *    切り詰める(FOLDSJS)。モジュールが無い環境ではそのまま。
       P-066-CUT-EXCERPT.
            MOVE "T"                     TO FS-FUNCTION.
            MOVE 60                     TO FS-WIDTH.
            MOVE SPACES                 TO FS-INPUT.
            MOVE WK-LINE-W(WK-DIFF-POS:)  TO FS-INPUT.
            CALL "FOLDSJS" USING FS-PARM
                ON EXCEPTION
                    MOVE FS-INPUT       TO FS-OUTPUT
            END-CALL.
      *
      *    今の出力を新しい正本として写し、昇格を記録する。
       P-070-PROMOTE.
            MOVE ZERO                   TO WK-MSK-HIT.
            PERFORM P-072-MATCH-REPORT
               VARYING IDX-RPT FROM 1 BY 1
                  UNTIL IDX-RPT > WK-RPT-COUNT
                     OR WK-MSK-HIT NOT = ZERO.
            IF WK-MSK-HIT = ZERO
                DISPLAY "GC-REPORT NOT IN GOLDREG.TXT: "
                        WK-TGT-REPORT
                MOVE 1                  TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            SET IDX-RPT                 TO WK-MSK-HIT.
            MOVE SPACES                 TO AC-PARM.
            MOVE "GOLDCMP"               TO AC-PROGRAM.
            MOVE "PROMOTE"               TO AC-ACTION.
            MOVE WK-TGT-REPORT          TO AC-KEY.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"             TO AC-ALLOW
            END-CALL.
            IF AC-ALLOW NOT = "Y"
                DISPLAY "OPERATOR " AC-OPERATOR
                        " NOT AUTHORIZED FOR PROMOTE"
                MOVE 8                  TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            PERFORM P-045-MAKE-NAMES.
            OPEN INPUT ACT-IN.
            IF NOT WK-ACT-FOUND
                DISPLAY "REPORT NOT FOUND: " WK-ACT-NAME
                MOVE 1                  TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            OPEN OUTPUT GLD-OUT.
            MOVE ZERO                   TO WK-COPY-CT.
            MOVE "N"                    TO WK-ACT-EOF-SW.
            PERFORM P-074-COPY-ONE UNTIL WK-ACT-EOF.
            CLOSE ACT-IN.
            CLOSE GLD-OUT.
            ACCEPT WK-SYS-DATE          FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME          FROM TIME.
            OPEN EXTEND LOG-FILE.
            MOVE SPACES                 TO LOG-REC.
            STRING WK-SYS-DATE          DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)     DELIMITED BY SIZE
                              INTO LOG-STAMP.
            MOVE WK-TGT-REPORT          TO LOG-REPORT.
            MOVE AC-OPERATOR            TO LOG-OPERATOR.
            MOVE WK-COPY-CT             TO LOG-LINES.
            WRITE LOG-REC.
            CLOSE LOG-FILE.
            DISPLAY "PROMOTED " WK-ACT-NAME(1:40) " -> "
                    WK-GLD-NAME(1:45) " " WK-COPY-CT " LINE(S)".
            MOVE ZERO                   TO RETURN-CODE.
       P-070-EXIT.
            EXIT.
      *
       P-072-MATCH-REPORT.
            IF WK-RPT-NAME(IDX-RPT) = WK-TGT-REPORT
                MOVE ZERO               TO WK-MSK-HIT
                SET WK-MSK-HIT          TO IDX-RPT
            END-IF.
      *
       P-074-COPY-ONE.
            READ ACT-IN
                AT END        SET WK-ACT-EOF      TO TRUE
                NOT AT END
                    MOVE ACT-IN-REC     TO GLD-OUT-REC
                    WRITE GLD-OUT-REC
                    ADD 1               TO WK-COPY-CT
            END-READ.
      *
       P-090-WRITE.
            MOVE "W"                     TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES                 TO PS-LINE.
      ******************************************************************
