      ******************************************************************
      *    テストケース：REPROKIT
      *    プログラム名：日本語化テスト ベンダ提出用再現キットの作成
      *    処理概要　　：NGになった1ケース(PROGRAM-ID+CASE-ID)に
      *                  ついて、ベンダへそのまま渡せる再現フォルダ
      *                  を組み立てる。収録するのは、プログラムの
      *                  ソース、CPYDEPの依存マップ(CPYDEP.TXT)に
      *                  載ったコピー句、ソースとコピー句が名指しで
      *                  開く入力データ(TESTDATA.DAT・HOLIDAY.DAT等)、
      *                  そのケースだけを流す実行プロファイル
      *                  RUNPROF.TXT(CASEキー=CTX-CASE-FILTER)、
      *                  証跡EVIDENCE.TXT(NGダイジェストと.RESの
      *                  該当行)、おもて書きREPRO-NOTE.TXT。
      *                  書き終えたフォルダを読み直して件数と
      *                  チェックサムを突き合わせ(PKGSNDと同じ管理
      *                  合計)、管理レコードPKGCTL.TXTを残す。
      *                  受け側はPKGRCVで同じ検収ができる。
      *  --------------------------------------------------------------
      *   指定は環境変数で渡す:
      *     REPRO-PROGRAM = 対象PROGRAM-ID
      *     REPRO-CASE    = 対象CASE-ID
      *     REPRO-TARGET  = 組み立て先ディレクトリ(作成済みのこと)
      *     REPRO-LANG    = JA | EN (既定JA。ENのときおもて書きの
      *                     見出しを日英対訳カタログPHRASES.TXTで
      *                     英語にする。カタログに無い句は日本語の
      *                     まま残し、件数を表示する)
      *   ソース・コピー句・入力データは起動ディレクトリから、
      *   NGDIGEST.TXT・<PROGRAM-ID>.RES・RUNMANIF.TXTはX_OUTDIR
      *   の下から読む。入力データは引用符で囲まれた".DAT"・".CSV"
      *   ・".TXT"の名前のうち起動ディレクトリに実在するもの(連鎖
      *   定義CHAINDEF.TXTのような.TXTの入力も含む)。対象ケースに
      *   結び付いた未解決のベンダ障害(VNDDEF.DAT)があれば、その
      *   番号をおもて書きに載せる。
      *   チェックサムはPKGSND/PKGRCVと同じ剰余ハッシュ(乗数31、
      *   法999999937)。
      *   戻り値: 0=正常 1=指定誤り・ソース/依存マップなし・
      *           組み立て先に書けない
      *           12=読み直しで件数・チェックサムが食い違った
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           REPROKIT.
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
           SELECT DEP-IN              ASSIGN TO "CPYDEP.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-DEP-FS.
           SELECT PHRASE-FILE         ASSIGN TO "PHRASES.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-PHRASE-FS.
           SELECT DATA-IN             ASSIGN TO DYNAMIC
                                        WK-DATA-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-DATA-FS.
           SELECT PROBE-IN            ASSIGN TO DYNAMIC
                                        WK-PROBE-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-PROBE-FS.
           SELECT KIT-OUT             ASSIGN TO DYNAMIC
                                        WK-KIT-OUT-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PKGCTL-FILE         ASSIGN TO DYNAMIC
                                        WK-CTL-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-CTL-FS.
           COPY VDEFSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  DEP-IN
           LABEL RECORDS ARE STANDARD.
       01  DEP-REC.
           05  DEP-COPYBOOK       PIC X(14).
           05  FILLER             PIC X(02).
           05  DEP-PROGRAM        PIC X(10).
       FD  PHRASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PHRASE-REC             PIC X(120).
       FD  DATA-IN
           LABEL RECORDS ARE STANDARD.
       01  DATA-IN-REC            PIC X(200).
       FD  PROBE-IN
           LABEL RECORDS ARE STANDARD.
       01  PROBE-IN-REC           PIC X(200).
       FD  KIT-OUT
           LABEL RECORDS ARE STANDARD.
       01  KIT-OUT-REC            PIC X(200).
       FD  PKGCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PKGCTL-REC.
           05  PKG-RUN-ID             PIC X(16).
           05  FILLER                 PIC X(02).
           05  PKG-FILE-NAME          PIC X(20).
           05  FILLER                 PIC X(02).
           05  PKG-REC-COUNT          PIC 9(07).
           05  FILLER                 PIC X(02).
           05  PKG-CHECKSUM           PIC 9(09).
       COPY VDEFFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-DEP-FS          PIC XX.
           88  WK-DEP-FOUND                VALUE "00".
       01  WK-PHRASE-FS       PIC XX.
           88  WK-PHRASE-FOUND             VALUE "00".
       01  WK-DATA-FS         PIC XX.
           88  WK-DATA-FOUND               VALUE "00".
       01  WK-PROBE-FS        PIC XX.
           88  WK-PROBE-FOUND              VALUE "00".
       01  WK-CTL-FS          PIC XX.
           88  WK-CTL-OK                   VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-DATA-EOF-SW     PIC X       VALUE "N".
           88  WK-DATA-EOF                VALUE "Y".
      *
       01  WK-PROGRAM         PIC X(10)  VALUE SPACES.
       01  WK-CASE-ID         PIC X(30)  VALUE SPACES.
       01  WK-TARGET-DIR      PIC X(40)  VALUE SPACES.
       01  WK-LANG            PIC X(02)  VALUE SPACES.
           88  WK-LANG-EN                 VALUE "EN".
       01  WK-OUTDIR          PIC X(40)  VALUE SPACES.
       01  WK-DATA-NAME       PIC X(80).
       01  WK-PROBE-NAME      PIC X(80).
       01  WK-KIT-OUT-NAME    PIC X(80).
       01  WK-CTL-NAME        PIC X(80).
       01  WK-BASE-NAME       PIC X(20).
       01  WK-KIT-ID          PIC X(16).
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
      *
      *    収録ファイルの表。KINDはS=ソース C=コピー句 F=入力データ
      *    P=実行プロファイル E=証跡 N=おもて書き。件数・チェック
      *    サムは書いたときの値(EXP)と読み直した値(CHK)。
       01  WK-KIT-TAB.
           05  WK-KIT-ENTRY  OCCURS 60 TIMES INDEXED BY IDX-KIT.
               10  WK-KIT-NAME        PIC X(20).
               10  WK-KIT-KIND        PIC X(01).
               10  WK-KIT-EXP-LINES   PIC 9(07).
               10  WK-KIT-EXP-SUM     PIC 9(09).
               10  WK-KIT-CHK-LINES   PIC 9(07).
               10  WK-KIT-CHK-SUM     PIC 9(09).
       01  WK-KIT-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-KIT-HIT         PIC 9(03)  COMP.
       01  WK-KIT-KEY         PIC X(20).
       01  WK-KIT-KIND-W      PIC X(01).
       01  WK-KIT-FULL-SW     PIC X      VALUE "N".
           88  WK-KIT-FULL                VALUE "Y".
       01  WK-SCAN-IX         PIC 9(03)  COMP.
       01  WK-SCAN-LIMIT      PIC 9(03)  COMP.
       01  WK-CUR-IX          PIC 9(03)  COMP.
       01  WK-PROF-IX         PIC 9(03)  COMP  VALUE ZERO.
       01  WK-EVID-IX         PIC 9(03)  COMP  VALUE ZERO.
       01  WK-NOTE-IX         PIC 9(03)  COMP  VALUE ZERO.
      *
      *    入力データ名の拾い出し(引用符で区切った偶数番目の塊が
      *    定数の中身)。
       01  WK-PART-TAB.
           05  WK-PART        PIC X(72)  OCCURS 5 TIMES.
       01  WK-LIT             PIC X(72).
       01  WK-LIT-LEN         PIC 9(03)  COMP.
       01  WK-LIT-SPACES      PIC 9(03)  COMP.
      *
      *    件数とチェックサムの計算(1行ずつ畳み込む)。
       01  WK-SUM-LINE        PIC X(200).
       01  WK-CUR-LINES       PIC 9(07).
       01  WK-CUR-SUM         PIC 9(09)  COMP.
       01  WK-POS             PIC 9(03)  COMP.
       01  WK-LEN             PIC 9(03)  COMP.
      *
      *    証跡とおもて書きの材料。
       01  WK-RUN-ID          PIC X(16)  VALUE SPACES.
       01  WK-BUILD-ID        PIC X(16)  VALUE SPACES.
       01  WK-DIGEST-HIT-CT   PIC 9(05)  VALUE ZERO.
       01  WK-RES-HIT-CT      PIC 9(05)  VALUE ZERO.
       01  WK-FIXTURE-CT      PIC 9(03)  VALUE ZERO.
       01  WK-COPYBOOK-CT     PIC 9(03)  VALUE ZERO.
       01  WK-MISMATCH-CT     PIC 9(03)  VALUE ZERO.
       01  WK-OPEN-TICKET-TAB.
           05  WK-OPEN-TICKET PIC X(12)  OCCURS 100 TIMES
                                          INDEXED BY IDX-OPT.
       01  WK-OPEN-TICKET-CT  PIC 9(03)  COMP  VALUE ZERO.
       01  WK-OPEN-HIT-SW     PIC X      VALUE "N".
           88  WK-OPEN-HIT                VALUE "Y".
       01  WK-TICKET-LIST     PIC X(60)  VALUE SPACES.
       01  WK-TICKET-PTR      PIC 9(03)  COMP  VALUE 1.
      *
      *    日英対訳カタログ(BILNGRDと同じPHRASES.TXT、1行=
      *    "日本語=英語")。見出しは句全体の完全一致で引く。
       01  WK-PHR-TAB.
           05  WK-PHR-ENTRY  OCCURS 200 TIMES INDEXED BY IDX-PHR.
               10  WK-PHR-JP          PIC X(60).
               10  WK-PHR-EN          PIC X(60).
       01  WK-PHR-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-PHR-JP-W        PIC X(60).
       01  WK-PHR-EN-W        PIC X(60).
       01  WK-LABEL-JP        PIC X(60).
       01  WK-LABEL           PIC X(60).
       01  WK-LABEL-HIT-SW    PIC X      VALUE "N".
           88  WK-LABEL-HIT               VALUE "Y".
       01  WK-UNTRANS-CT      PIC 9(03)  VALUE ZERO.
       01  WK-NOTE-VALUE      PIC X(60).
      *
       01  WK-ED-CT           PIC ZZZZ9.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "REPROKIT START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS.
            IF WK-PROGRAM = SPACES OR WK-CASE-ID = SPACES
               OR WK-TARGET-DIR = SPACES
                DISPLAY "SET REPRO-PROGRAM, REPRO-CASE AND "
                        "REPRO-TARGET"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
      *    収録物の洗い出し。ソース、依存マップのコピー句、
      *    ソースとコピー句が名指しする入力データ。
            MOVE SPACES               TO WK-KIT-KEY.
            STRING WK-PROGRAM         DELIMITED BY SPACE
                   ".cbl"             DELIMITED BY SIZE
                              INTO WK-KIT-KEY.
            MOVE WK-KIT-KEY           TO WK-PROBE-NAME.
            OPEN INPUT PROBE-IN.
            IF NOT WK-PROBE-FOUND
                DISPLAY "SOURCE NOT FOUND: " WK-KIT-KEY
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            CLOSE PROBE-IN.
            MOVE "S"                  TO WK-KIT-KIND-W.
            PERFORM P-018-ADD-KIT-FILE.
            PERFORM P-020-LOAD-COPYBOOKS.
            IF NOT WK-DEP-FOUND
                DISPLAY "CPYDEP.TXT NOT FOUND - RUN CPYDEP FIRST"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WK-KIT-COUNT         TO WK-SCAN-LIMIT.
            PERFORM P-030-SCAN-FOR-FIXTURES
               VARYING WK-SCAN-IX FROM 1 BY 1
                  UNTIL WK-SCAN-IX > WK-SCAN-LIMIT.
            PERFORM P-038-ADD-GENERATED.
      *    組み立て先に書けることを管理レコードの場所で確かめる。
            MOVE SPACES               TO WK-CTL-NAME.
            STRING WK-TARGET-DIR      DELIMITED BY SPACE
                   "/PKGCTL.TXT"      DELIMITED BY SIZE
                              INTO WK-CTL-NAME.
            OPEN OUTPUT PKGCTL-FILE.
            IF NOT WK-CTL-OK
                DISPLAY "TARGET NOT WRITABLE: " WK-TARGET-DIR
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            CLOSE PKGCTL-FILE.
      *    組み立て。複写、実行プロファイル、証跡、おもて書き。
            PERFORM P-040-COPY-ONE-FILE
               VARYING WK-CUR-IX FROM 1 BY 1
                  UNTIL WK-CUR-IX > WK-KIT-COUNT.
            PERFORM P-045-READ-MANIFEST.
            PERFORM P-050-WRITE-RUNPROF.
            PERFORM P-055-WRITE-EVIDENCE.
            PERFORM P-058-FIND-TICKETS.
            PERFORM P-060-WRITE-NOTE.
      *    読み直しによる完全性の検証と管理レコード。
            PERFORM P-070-VERIFY-ONE
               VARYING WK-CUR-IX FROM 1 BY 1
                  UNTIL WK-CUR-IX > WK-KIT-COUNT.
            PERFORM P-078-WRITE-CONTROL.
            IF WK-LANG-EN AND WK-UNTRANS-CT > ZERO
                DISPLAY WK-UNTRANS-CT " PHRASE(S) NOT IN CATALOG - "
                        "ADD TO PHRASES.TXT"
            END-IF.
            IF WK-MISMATCH-CT > ZERO
                DISPLAY "KIT INCOMPLETE: " WK-MISMATCH-CT
                        " FILE(S) DIFFER ON RE-READ"
                MOVE 12               TO RETURN-CODE
            ELSE
                MOVE WK-KIT-COUNT     TO WK-ED-CT
                DISPLAY "KIT VERIFIED: " WK-ED-CT " FILE(S), "
                        WK-COPYBOOK-CT " COPYBOOK(S), "
                        WK-FIXTURE-CT " FIXTURE(S) IN "
                        WK-TARGET-DIR
            END-IF.
            DISPLAY "REPROKIT END".
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "REPRO-PROGRAM"     UPON ENVIRONMENT-NAME.
            ACCEPT  WK-PROGRAM           FROM ENVIRONMENT-VALUE.
            DISPLAY "REPRO-CASE"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-CASE-ID           FROM ENVIRONMENT-VALUE.
            DISPLAY "REPRO-TARGET"      UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TARGET-DIR        FROM ENVIRONMENT-VALUE.
            DISPLAY "REPRO-LANG"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-LANG              FROM ENVIRONMENT-VALUE.
            DISPLAY "X_OUTDIR"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-OUTDIR            FROM ENVIRONMENT-VALUE.
            ACCEPT  WK-SYS-DATE          FROM DATE YYYYMMDD.
            ACCEPT  WK-SYS-TIME          FROM TIME.
            MOVE SPACES               TO WK-KIT-ID.
            STRING "K"                DELIMITED BY SIZE
                   WK-SYS-DATE        DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)   DELIMITED BY SIZE
                              INTO WK-KIT-ID.
            IF WK-LANG-EN
                PERFORM P-080-LOAD-CATALOG
            END-IF.
      *
      *    収録ファイルの表へWK-KIT-KEYを種別WK-KIT-KIND-Wで足す。
      *    足した位置をWK-KIT-HITに返す(既出・満杯のときはゼロ)。
       P-018-ADD-KIT-FILE.
            MOVE ZERO                 TO WK-KIT-HIT.
            PERFORM P-019-MATCH-KIT
               VARYING IDX-KIT FROM 1 BY 1
                  UNTIL IDX-KIT > WK-KIT-COUNT
                     OR WK-KIT-HIT NOT = ZERO.
            IF WK-KIT-HIT NOT = ZERO
                MOVE ZERO             TO WK-KIT-HIT
            ELSE
                IF WK-KIT-COUNT < 60
                    ADD 1             TO WK-KIT-COUNT
                    SET IDX-KIT       TO WK-KIT-COUNT
                    MOVE WK-KIT-KEY   TO WK-KIT-NAME(IDX-KIT)
                    MOVE WK-KIT-KIND-W
                                      TO WK-KIT-KIND(IDX-KIT)
                    MOVE ZERO         TO WK-KIT-EXP-LINES(IDX-KIT)
                                         WK-KIT-EXP-SUM(IDX-KIT)
                                         WK-KIT-CHK-LINES(IDX-KIT)
                                         WK-KIT-CHK-SUM(IDX-KIT)
                    MOVE WK-KIT-COUNT TO WK-KIT-HIT
                ELSE
                    IF NOT WK-KIT-FULL
                        SET WK-KIT-FULL  TO TRUE
                        DISPLAY "KIT TABLE FULL - NOT INCLUDED: "
                                WK-KIT-KEY
                    END-IF
                END-IF
            END-IF.
      *
       P-019-MATCH-KIT.
            IF WK-KIT-NAME(IDX-KIT) = WK-KIT-KEY
                SET WK-KIT-HIT        TO IDX-KIT
            END-IF.
      *
      *    依存マップから対象プログラムのコピー句を拾う。
       P-020-LOAD-COPYBOOKS.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT DEP-IN.
            IF WK-DEP-FOUND
                PERFORM P-022-LOAD-ONE-DEP UNTIL WK-EOF
                CLOSE DEP-IN
            END-IF.
      *
       P-022-LOAD-ONE-DEP.
            READ DEP-IN
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DEP-PROGRAM = WK-PROGRAM
                        MOVE SPACES   TO WK-KIT-KEY
                        STRING DEP-COPYBOOK  DELIMITED BY SPACE
                               ".CPY"        DELIMITED BY SIZE
                                      INTO WK-KIT-KEY
                        MOVE "C"      TO WK-KIT-KIND-W
                        PERFORM P-018-ADD-KIT-FILE
                        IF WK-KIT-HIT NOT = ZERO
                            ADD 1     TO WK-COPYBOOK-CT
                        END-IF
                    END-IF
            END-READ.
      *
      *    ソース・コピー句1本を読み、引用符で囲まれた入力データ
      *    名を拾う。注記行(7桁目*)は読み飛ばす。
       P-030-SCAN-FOR-FIXTURES.
            MOVE WK-KIT-NAME(WK-SCAN-IX)  TO WK-DATA-NAME.
            MOVE "N"                  TO WK-DATA-EOF-SW.
            OPEN INPUT DATA-IN.
            IF WK-DATA-FOUND
                PERFORM P-032-SCAN-ONE-LINE UNTIL WK-DATA-EOF
                CLOSE DATA-IN
            ELSE
                DISPLAY "NOT FOUND, NOT SCANNED: "
                        WK-KIT-NAME(WK-SCAN-IX)
            END-IF.
      *
       P-032-SCAN-ONE-LINE.
            READ DATA-IN
                AT END        SET WK-DATA-EOF      TO TRUE
                NOT AT END
                    IF DATA-IN-REC(7:1) NOT = "*"
                        MOVE SPACES   TO WK-PART-TAB
                        UNSTRING DATA-IN-REC(1:72) DELIMITED BY QUOTE
                                 INTO WK-PART(1) WK-PART(2)
                                      WK-PART(3) WK-PART(4)
                                      WK-PART(5)
                        MOVE WK-PART(2)  TO WK-LIT
                        PERFORM P-034-CHECK-LITERAL THRU P-034-EXIT
                        MOVE WK-PART(4)  TO WK-LIT
                        PERFORM P-034-CHECK-LITERAL THRU P-034-EXIT
                    END-IF
            END-READ.
      *
      *    名前として扱うのは、空白を含まず".DAT"・".CSV"・".TXT"
      *    で終わる20桁以内の定数のうち、起動ディレクトリに実在する
      *    もの
      *    (出力専用のファイル名は普通ここで落ちる)。
       P-034-CHECK-LITERAL.
            MOVE ZERO                 TO WK-LIT-LEN.
            PERFORM P-036-FIND-LIT-END
               VARYING WK-POS FROM 72 BY -1
                  UNTIL WK-POS < 1
                     OR WK-LIT-LEN NOT = ZERO.
            IF WK-LIT-LEN < 5 OR WK-LIT-LEN > 20
                GO TO P-034-EXIT
            END-IF.
            IF WK-LIT(WK-LIT-LEN - 3:4) NOT = ".DAT"
               AND WK-LIT(WK-LIT-LEN - 3:4) NOT = ".CSV"
               AND WK-LIT(WK-LIT-LEN - 3:4) NOT = ".TXT"
                GO TO P-034-EXIT
            END-IF.
            MOVE ZERO                 TO WK-LIT-SPACES.
            INSPECT WK-LIT(1:WK-LIT-LEN) TALLYING WK-LIT-SPACES
                FOR ALL SPACE.
            IF WK-LIT-SPACES > ZERO
                GO TO P-034-EXIT
            END-IF.
            MOVE WK-LIT               TO WK-PROBE-NAME.
            OPEN INPUT PROBE-IN.
            IF NOT WK-PROBE-FOUND
                GO TO P-034-EXIT
            END-IF.
            CLOSE PROBE-IN.
            MOVE WK-LIT               TO WK-KIT-KEY.
            MOVE "F"                  TO WK-KIT-KIND-W.
            PERFORM P-018-ADD-KIT-FILE.
            IF WK-KIT-HIT NOT = ZERO
                ADD 1                 TO WK-FIXTURE-CT
            END-IF.
       P-034-EXIT.
            EXIT.
      *
       P-036-FIND-LIT-END.
            IF WK-LIT(WK-POS:1) NOT = SPACE
                MOVE WK-POS           TO WK-LIT-LEN
            END-IF.
      *
      *    このプログラムが書く3本も表に載せ、管理合計の対象に
      *    する。
       P-038-ADD-GENERATED.
            MOVE "RUNPROF.TXT"        TO WK-KIT-KEY.
            MOVE "P"                  TO WK-KIT-KIND-W.
            PERFORM P-018-ADD-KIT-FILE.
            MOVE WK-KIT-HIT           TO WK-PROF-IX.
            MOVE "EVIDENCE.TXT"       TO WK-KIT-KEY.
            MOVE "E"                  TO WK-KIT-KIND-W.
            PERFORM P-018-ADD-KIT-FILE.
            MOVE WK-KIT-HIT           TO WK-EVID-IX.
            MOVE "REPRO-NOTE.TXT"     TO WK-KIT-KEY.
            MOVE "N"                  TO WK-KIT-KIND-W.
            PERFORM P-018-ADD-KIT-FILE.
            MOVE WK-KIT-HIT           TO WK-NOTE-IX.
      *
      *    ソース・コピー句・入力データ1本を組み立て先へ複写する。
       P-040-COPY-ONE-FILE.
            IF WK-KIT-KIND(WK-CUR-IX) = "S" OR "C" OR "F"
                MOVE WK-KIT-NAME(WK-CUR-IX)  TO WK-DATA-NAME
                MOVE "N"              TO WK-DATA-EOF-SW
                OPEN INPUT DATA-IN
                IF WK-DATA-FOUND
                    PERFORM P-083-OPEN-KIT-OUT
                    PERFORM P-042-COPY-ONE-LINE UNTIL WK-DATA-EOF
                    PERFORM P-084-CLOSE-KIT-OUT
                    CLOSE DATA-IN
                ELSE
                    DISPLAY "NOT FOUND, NOT COPIED: "
                            WK-KIT-NAME(WK-CUR-IX)
                END-IF
            END-IF.
      *
       P-042-COPY-ONE-LINE.
            READ DATA-IN
                AT END        SET WK-DATA-EOF      TO TRUE
                NOT AT END
                    MOVE DATA-IN-REC  TO KIT-OUT-REC
                    PERFORM P-085-PUT-LINE
            END-READ.
      *
      *    RUNMANIFの先頭行から実行IDと帰属ビルドを取る。
       P-045-READ-MANIFEST.
            MOVE "RUNMANIF.TXT"       TO WK-BASE-NAME.
            PERFORM P-082-OUTDIR-NAME.
            OPEN INPUT DATA-IN.
            IF WK-DATA-FOUND
                READ DATA-IN
                    AT END    CONTINUE
                    NOT AT END
                        MOVE DATA-IN-REC(1:16)   TO WK-RUN-ID
                        MOVE DATA-IN-REC(50:16)  TO WK-BUILD-ID
                END-READ
                CLOSE DATA-IN
            END-IF.
      *
      *    実行プロファイル。キット内で出力先は自フォルダ、対象は
      *    1プログラム・1ケースに絞る。
       P-050-WRITE-RUNPROF.
            MOVE WK-PROF-IX           TO WK-CUR-IX.
            PERFORM P-083-OPEN-KIT-OUT.
            MOVE SPACES               TO KIT-OUT-REC.
            STRING "* REPRO KIT "     DELIMITED BY SIZE
                   WK-KIT-ID          DELIMITED BY SPACE
                   " "                DELIMITED BY SIZE
                   WK-PROGRAM         DELIMITED BY SPACE
                   " / "              DELIMITED BY SIZE
                   WK-CASE-ID         DELIMITED BY SPACE
                              INTO KIT-OUT-REC.
            PERFORM P-085-PUT-LINE.
            MOVE "OUTDIR=."           TO KIT-OUT-REC.
            PERFORM P-085-PUT-LINE.
            STRING "FILTER="          DELIMITED BY SIZE
                   WK-PROGRAM         DELIMITED BY SPACE
                              INTO KIT-OUT-REC.
            PERFORM P-085-PUT-LINE.
            STRING "CASE="            DELIMITED BY SIZE
                   WK-CASE-ID         DELIMITED BY SPACE
                              INTO KIT-OUT-REC.
            PERFORM P-085-PUT-LINE.
            IF WK-BUILD-ID NOT = SPACES
                STRING "BUILD="       DELIMITED BY SIZE
                       WK-BUILD-ID    DELIMITED BY SPACE
                              INTO KIT-OUT-REC
                PERFORM P-085-PUT-LINE
            END-IF.
            PERFORM P-084-CLOSE-KIT-OUT.
      *
      *    証跡。NGダイジェストの実行ID行と該当ケース行、.RESの
      *    該当ケース行をそのまま写す。
       P-055-WRITE-EVIDENCE.
            MOVE WK-EVID-IX           TO WK-CUR-IX.
            PERFORM P-083-OPEN-KIT-OUT.
            MOVE "NGDIGEST.TXT"       TO WK-BASE-NAME.
            PERFORM P-082-OUTDIR-NAME.
            MOVE "N"                  TO WK-DATA-EOF-SW.
            OPEN INPUT DATA-IN.
            IF WK-DATA-FOUND
                PERFORM P-056-COPY-DIGEST-LINE UNTIL WK-DATA-EOF
                CLOSE DATA-IN
            ELSE
                DISPLAY "NGDIGEST.TXT NOT FOUND - NO DIGEST EVIDENCE"
            END-IF.
            MOVE SPACES               TO WK-BASE-NAME.
            STRING WK-PROGRAM         DELIMITED BY SPACE
                   ".RES"             DELIMITED BY SIZE
                              INTO WK-BASE-NAME.
            PERFORM P-082-OUTDIR-NAME.
            MOVE "N"                  TO WK-DATA-EOF-SW.
            OPEN INPUT DATA-IN.
            IF WK-DATA-FOUND
                PERFORM P-057-COPY-RES-LINE UNTIL WK-DATA-EOF
                CLOSE DATA-IN
            ELSE
                DISPLAY WK-BASE-NAME " NOT FOUND - NO RESULT EVIDENCE"
            END-IF.
            PERFORM P-084-CLOSE-KIT-OUT.
            IF WK-DIGEST-HIT-CT = ZERO
                DISPLAY "WARNING: CASE NOT IN NGDIGEST - "
                        WK-CASE-ID
            END-IF.
      *
       P-056-COPY-DIGEST-LINE.
            READ DATA-IN
                AT END        SET WK-DATA-EOF      TO TRUE
                NOT AT END
                    IF DATA-IN-REC(1:7) = "*RUNID*"
                        MOVE DATA-IN-REC  TO KIT-OUT-REC
                        PERFORM P-085-PUT-LINE
                    END-IF
                    IF DATA-IN-REC(1:10) = WK-PROGRAM
                       AND DATA-IN-REC(13:30) = WK-CASE-ID
                        ADD 1         TO WK-DIGEST-HIT-CT
                        MOVE DATA-IN-REC  TO KIT-OUT-REC
                        PERFORM P-085-PUT-LINE
                    END-IF
            END-READ.
      *
       P-057-COPY-RES-LINE.
            READ DATA-IN
                AT END        SET WK-DATA-EOF      TO TRUE
                NOT AT END
                    IF DATA-IN-REC(1:30) = WK-CASE-ID
                        ADD 1         TO WK-RES-HIT-CT
                        MOVE DATA-IN-REC  TO KIT-OUT-REC
                        PERFORM P-085-PUT-LINE
                    END-IF
            END-READ.
      *
      *    対象ケースに結び付いた未解決のベンダ障害番号を集める。
      *    台帳は障害行のあとにケース行が続く並び。
       P-058-FIND-TICKETS.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT VND-DEFECT-FILE.
            PERFORM P-059-READ-ONE-DEFECT UNTIL WK-EOF.
            CLOSE VND-DEFECT-FILE.
      *
       P-059-READ-ONE-DEFECT.
            READ VND-DEFECT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF VD-DEFECT-ROW
                        IF VD-STATUS-OPEN
                           AND WK-OPEN-TICKET-CT < 100
                            ADD 1     TO WK-OPEN-TICKET-CT
                            SET IDX-OPT  TO WK-OPEN-TICKET-CT
                            MOVE VD-TICKET
                                      TO WK-OPEN-TICKET(IDX-OPT)
                        END-IF
                    ELSE
                        IF VD-PROGRAM = WK-PROGRAM
                           AND VD-CASE-ID = WK-CASE-ID
                            PERFORM P-062-ADD-TICKET
                        END-IF
                    END-IF
            END-READ.
      *
       P-062-ADD-TICKET.
            MOVE "N"                  TO WK-OPEN-HIT-SW.
            PERFORM P-063-MATCH-OPEN-TICKET
               VARYING IDX-OPT FROM 1 BY 1
                  UNTIL IDX-OPT > WK-OPEN-TICKET-CT
                     OR WK-OPEN-HIT.
            IF WK-OPEN-HIT AND WK-TICKET-PTR < 48
                STRING VD-TICKET      DELIMITED BY SPACE
                       " "            DELIMITED BY SIZE
                              INTO WK-TICKET-LIST
                              WITH POINTER WK-TICKET-PTR
            END-IF.
      *
       P-063-MATCH-OPEN-TICKET.
            IF WK-OPEN-TICKET(IDX-OPT) = VD-TICKET
                SET WK-OPEN-HIT       TO TRUE
            END-IF.
      *
      *    おもて書き。見出しはENのときカタログで英語にする。
       P-060-WRITE-NOTE.
            MOVE WK-NOTE-IX           TO WK-CUR-IX.
            PERFORM P-083-OPEN-KIT-OUT.
            MOVE ALL "="              TO KIT-OUT-REC(1:60).
            PERFORM P-085-PUT-LINE.
            MOVE "ベンダ提出用再現キット" TO WK-LABEL-JP.
            MOVE WK-KIT-ID            TO WK-NOTE-VALUE.
            PERFORM P-064-NOTE-ITEM.
            MOVE ALL "="              TO KIT-OUT-REC(1:60).
            PERFORM P-085-PUT-LINE.
            MOVE "対象プログラム"      TO WK-LABEL-JP.
            MOVE WK-PROGRAM           TO WK-NOTE-VALUE.
            PERFORM P-064-NOTE-ITEM.
            MOVE "対象ケース"          TO WK-LABEL-JP.
            MOVE WK-CASE-ID           TO WK-NOTE-VALUE.
            PERFORM P-064-NOTE-ITEM.
            MOVE "実行ID"              TO WK-LABEL-JP.
            MOVE WK-RUN-ID            TO WK-NOTE-VALUE.
            PERFORM P-064-NOTE-ITEM.
            MOVE "コンパイラビルド"    TO WK-LABEL-JP.
            MOVE WK-BUILD-ID          TO WK-NOTE-VALUE.
            PERFORM P-064-NOTE-ITEM.
            IF WK-TICKET-LIST NOT = SPACES
                MOVE "ベンダ障害番号"  TO WK-LABEL-JP
                MOVE WK-TICKET-LIST   TO WK-NOTE-VALUE
                PERFORM P-064-NOTE-ITEM
            END-IF.
            PERFORM P-085-PUT-LINE.
            MOVE "収録ファイル"        TO WK-LABEL-JP.
            MOVE SPACES               TO WK-NOTE-VALUE.
            PERFORM P-064-NOTE-ITEM.
            PERFORM P-066-NOTE-FILE
               VARYING IDX-KIT FROM 1 BY 1
                  UNTIL IDX-KIT > WK-KIT-COUNT.
            PERFORM P-085-PUT-LINE.
            MOVE "再現手順"            TO WK-LABEL-JP.
            MOVE SPACES               TO WK-NOTE-VALUE.
            PERFORM P-064-NOTE-ITEM.
            MOVE "1. 全ファイルを同じ場所でコンパイル"
                                      TO WK-LABEL-JP.
            PERFORM P-068-NOTE-STEP.
            MOVE "2. RUNPROF.TXTを置いてTESTALLを起動"
                                      TO WK-LABEL-JP.
            PERFORM P-068-NOTE-STEP.
            MOVE "3. 結果をEVIDENCE.TXTの期待値と比べる"
                                      TO WK-LABEL-JP.
            PERFORM P-068-NOTE-STEP.
            MOVE "4. 受領時にPKGRCVでPKGCTL.TXTを検収"
                                      TO WK-LABEL-JP.
            PERFORM P-068-NOTE-STEP.
            PERFORM P-084-CLOSE-KIT-OUT.
      *
      *    見出しと値の1行。
       P-064-NOTE-ITEM.
            PERFORM P-086-TRANSLATE.
            STRING WK-LABEL           DELIMITED BY "  "
                   " : "              DELIMITED BY SIZE
                   WK-NOTE-VALUE      DELIMITED BY SIZE
                              INTO KIT-OUT-REC.
            PERFORM P-085-PUT-LINE.
      *
      *    収録ファイル1本の行(名前と種別)。
       P-066-NOTE-FILE.
            EVALUATE WK-KIT-KIND(IDX-KIT)
                WHEN "S"  MOVE "ソース"            TO WK-LABEL-JP
                WHEN "C"  MOVE "コピー句"          TO WK-LABEL-JP
                WHEN "F"  MOVE "入力データ"        TO WK-LABEL-JP
                WHEN "P"  MOVE "実行プロファイル" TO WK-LABEL-JP
                WHEN "E"  MOVE "証跡"              TO WK-LABEL-JP
                WHEN OTHER
                          MOVE "おもて書き"        TO WK-LABEL-JP
            END-EVALUATE.
            PERFORM P-086-TRANSLATE.
            STRING "  "               DELIMITED BY SIZE
                   WK-KIT-NAME(IDX-KIT)  DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WK-LABEL           DELIMITED BY "  "
                              INTO KIT-OUT-REC.
            PERFORM P-085-PUT-LINE.
      *
       P-068-NOTE-STEP.
            PERFORM P-086-TRANSLATE.
            STRING "  "               DELIMITED BY SIZE
                   WK-LABEL           DELIMITED BY "  "
                              INTO KIT-OUT-REC.
            PERFORM P-085-PUT-LINE.
      *
      *    組み立て先のファイル1本を読み直し、書いたときの件数・
      *    チェックサムと突き合わせる。
       P-070-VERIFY-ONE.
            MOVE SPACES               TO WK-DATA-NAME.
            STRING WK-TARGET-DIR      DELIMITED BY SPACE
                   "/"                DELIMITED BY SIZE
                   WK-KIT-NAME(WK-CUR-IX)  DELIMITED BY SPACE
                              INTO WK-DATA-NAME.
            MOVE ZERO                 TO WK-CUR-LINES WK-CUR-SUM.
            MOVE "N"                  TO WK-DATA-EOF-SW.
            OPEN INPUT DATA-IN.
            IF WK-DATA-FOUND
                PERFORM P-072-SUM-ONE-REC UNTIL WK-DATA-EOF
                CLOSE DATA-IN
                MOVE WK-CUR-LINES     TO WK-KIT-CHK-LINES(WK-CUR-IX)
                MOVE WK-CUR-SUM       TO WK-KIT-CHK-SUM(WK-CUR-IX)
            ELSE
                MOVE 9999999          TO WK-KIT-CHK-LINES(WK-CUR-IX)
            END-IF.
            IF WK-KIT-CHK-LINES(WK-CUR-IX)
               NOT = WK-KIT-EXP-LINES(WK-CUR-IX)
               OR WK-KIT-CHK-SUM(WK-CUR-IX)
                  NOT = WK-KIT-EXP-SUM(WK-CUR-IX)
                ADD 1                 TO WK-MISMATCH-CT
                DISPLAY "MISMATCH: " WK-KIT-NAME(WK-CUR-IX)
                        " WRITTEN " WK-KIT-EXP-LINES(WK-CUR-IX)
                        "/" WK-KIT-EXP-SUM(WK-CUR-IX)
                        " READ " WK-KIT-CHK-LINES(WK-CUR-IX)
                        "/" WK-KIT-CHK-SUM(WK-CUR-IX)
            END-IF.
      *
       P-072-SUM-ONE-REC.
            READ DATA-IN
                AT END        SET WK-DATA-EOF      TO TRUE
                NOT AT END
                    ADD 1             TO WK-CUR-LINES
                    MOVE DATA-IN-REC  TO WK-SUM-LINE
                    PERFORM P-087-SUM-ONE-LINE
            END-READ.
      *
      *    管理レコード。PKGSNDと同じ形で、実行IDの欄にキットIDを
      *    入れる。
       P-078-WRITE-CONTROL.
            OPEN OUTPUT PKGCTL-FILE.
            PERFORM P-079-CONTROL-ONE
               VARYING IDX-KIT FROM 1 BY 1
                  UNTIL IDX-KIT > WK-KIT-COUNT.
            CLOSE PKGCTL-FILE.
      *
       P-079-CONTROL-ONE.
            MOVE SPACES               TO PKGCTL-REC.
            MOVE WK-KIT-ID            TO PKG-RUN-ID.
            MOVE WK-KIT-NAME(IDX-KIT)      TO PKG-FILE-NAME.
            MOVE WK-KIT-EXP-LINES(IDX-KIT) TO PKG-REC-COUNT.
            MOVE WK-KIT-EXP-SUM(IDX-KIT)   TO PKG-CHECKSUM.
            WRITE PKGCTL-REC.
      *
      *    日英対訳カタログの読み込み。
       P-080-LOAD-CATALOG.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT PHRASE-FILE.
            IF WK-PHRASE-FOUND
                PERFORM P-081-LOAD-ONE-PHRASE UNTIL WK-EOF
                CLOSE PHRASE-FILE
            ELSE
                DISPLAY "PHRASES.TXT NOT FOUND - NOTE STAYS JAPANESE"
            END-IF.
      *
       P-081-LOAD-ONE-PHRASE.
            READ PHRASE-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF PHRASE-REC NOT = SPACES
                       AND PHRASE-REC(1:1) NOT = "*"
                       AND WK-PHR-COUNT < 200
                        MOVE SPACES   TO WK-PHR-JP-W WK-PHR-EN-W
                        UNSTRING PHRASE-REC DELIMITED BY "="
                                 INTO WK-PHR-JP-W WK-PHR-EN-W
                        IF WK-PHR-JP-W NOT = SPACES
                            ADD 1     TO WK-PHR-COUNT
                            SET IDX-PHR  TO WK-PHR-COUNT
                            MOVE WK-PHR-JP-W
                                 TO WK-PHR-JP(IDX-PHR)
                            MOVE WK-PHR-EN-W
                                 TO WK-PHR-EN(IDX-PHR)
                        END-IF
                    END-IF
            END-READ.
      *
      *    X_OUTDIRの下のWK-BASE-NAMEをWK-DATA-NAMEに組む。
       P-082-OUTDIR-NAME.
            MOVE SPACES               TO WK-DATA-NAME.
            IF WK-OUTDIR = SPACES
                MOVE WK-BASE-NAME     TO WK-DATA-NAME
            ELSE
                STRING WK-OUTDIR      DELIMITED BY SPACE
                       "/"            DELIMITED BY SIZE
                       WK-BASE-NAME   DELIMITED BY SPACE
                              INTO WK-DATA-NAME
            END-IF.
      *
      *    収録ファイルWK-CUR-IX番を組み立て先に開く。
       P-083-OPEN-KIT-OUT.
            MOVE SPACES               TO WK-KIT-OUT-NAME.
            STRING WK-TARGET-DIR      DELIMITED BY SPACE
                   "/"                DELIMITED BY SIZE
                   WK-KIT-NAME(WK-CUR-IX)  DELIMITED BY SPACE
                              INTO WK-KIT-OUT-NAME.
            MOVE ZERO                 TO WK-CUR-LINES WK-CUR-SUM.
            OPEN OUTPUT KIT-OUT.
            MOVE SPACES               TO KIT-OUT-REC.
      *
       P-084-CLOSE-KIT-OUT.
            CLOSE KIT-OUT.
            MOVE WK-CUR-LINES         TO WK-KIT-EXP-LINES(WK-CUR-IX).
            MOVE WK-CUR-SUM           TO WK-KIT-EXP-SUM(WK-CUR-IX).
            DISPLAY "PACKED " WK-KIT-NAME(WK-CUR-IX)
                    " " WK-CUR-LINES " LINE(S)".
      *
      *    キットへの1行出力。書いた行を件数とチェックサムに
      *    織り込み(読み直しの突き合わせ元)、出力域を空ける。
       P-085-PUT-LINE.
            WRITE KIT-OUT-REC.
            ADD 1                     TO WK-CUR-LINES.
            MOVE KIT-OUT-REC          TO WK-SUM-LINE.
            PERFORM P-087-SUM-ONE-LINE.
            MOVE SPACES               TO KIT-OUT-REC.
      *
      *    見出しWK-LABEL-JPをWK-LABELにする。ENでカタログに
      *    無い句は日本語のまま残して数える。
       P-086-TRANSLATE.
            MOVE WK-LABEL-JP          TO WK-LABEL.
            IF WK-LANG-EN
                MOVE "N"              TO WK-LABEL-HIT-SW
                PERFORM P-089-MATCH-PHRASE
                   VARYING IDX-PHR FROM 1 BY 1
                      UNTIL IDX-PHR > WK-PHR-COUNT
                         OR WK-LABEL-HIT
                IF NOT WK-LABEL-HIT
                    ADD 1             TO WK-UNTRANS-CT
                    DISPLAY "NOT IN CATALOG: " WK-LABEL-JP
                END-IF
            END-IF.
      *
      *    1行のチェックサム(PKGSNDと同じ計算式)。
       P-087-SUM-ONE-LINE.
            MOVE ZERO                 TO WK-LEN.
            PERFORM P-088-FIND-TRIM
               VARYING WK-POS FROM 200 BY -1
                  UNTIL WK-POS < 1
                     OR WK-LEN NOT = ZERO.
            PERFORM P-090-FOLD-ONE-BYTE
               VARYING WK-POS FROM 1 BY 1
                  UNTIL WK-POS > WK-LEN.
      *
       P-088-FIND-TRIM.
            IF WK-SUM-LINE(WK-POS:1) NOT = SPACE
                MOVE WK-POS           TO WK-LEN
            END-IF.
      *
       P-089-MATCH-PHRASE.
            IF WK-PHR-JP(IDX-PHR) = WK-LABEL-JP
                MOVE WK-PHR-EN(IDX-PHR)  TO WK-LABEL
                SET WK-LABEL-HIT      TO TRUE
            END-IF.
      *
       P-090-FOLD-ONE-BYTE.
            COMPUTE WK-CUR-SUM = FUNCTION MOD(
                    WK-CUR-SUM * 31
                    + FUNCTION ORD(WK-SUM-LINE(WK-POS:1)) - 1
                    999999937).
      ******************************************************************
