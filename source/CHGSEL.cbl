      ******************************************************************
      *    テストケース：CHGSEL
      *    プログラム名：日本語化テスト 変更起点のテスト選別
      *    処理概要　　：変更したソース・コピー句の名前の一覧から、
      *                  流すべきテストの組を割り出して実行プロファ
      *                  イルRUNPROF.TXTのFILTERキーに書く。コピー
      *                  句はCPYDEPの依存マップ(CPYDEP.TXT)で使う側
      *                  のプログラムへ、サブプログラムはCALLCHKと
      *                  同じ静的CALL "名前"の抜き出しで呼ぶ側へ、
      *                  呼ぶ側が尽きるまで広げる(KANANRMを直せば
      *                  QA-KANA・DUPCHK・CUSTINQ…が選ばれる)。
      *                  選んだ理由は1本ずつ注記行("*"行)として
      *                  同じプロファイルに残す。解決できない名前が
      *                  ひとつでもあれば、絞り込みは諦めてFILTERを
      *                  書かない(=全件実行)。取りこぼすより多めに
      *                  流すほうを選ぶ。
      *  --------------------------------------------------------------
      *   指定は環境変数で渡す:
      *     CHGSEL-LIST = 変更一覧のファイル名(既定CHANGED.TXT)。
      *                   1行1名、"source/KANANRM.cbl"のような
      *                   パス付き(git diff --name-onlyの出力)でも
      *                   よい。空行と桁1が"*"の行は読み飛ばす。
      *     X_OUTDIR    = 書き出すプロファイルのOUTDIR(既定".")
      *   ソース(<名前>.cbl)・コピー句(<名前>.CPY)・CPYDEP.TXT
      *   は起動ディレクトリから読み、RUNPROF.TXTも起動ディレク
      *   トリ(TESTALLが読む場所)へ書く。RUNPROF.TXTに既にある
      *   行は、FILTER・OUTDIRのキーと前回のCHGSELの注記行を除いて
      *   そのまま先頭へ引き継ぐ(作業ファイルRUNPROF.TMP経由)。
      *   FILTERに載せるのは起動表(PROGTAB)のプログラムだけ。
      *   ユーティリティ一覧のサブプログラムは、それを呼ぶテストを
      *   通じて試されるため、選んだ理由の注記にだけ載る。
      *   全件実行へ倒すのは次のとき: 起動表にもユーティリティ
      *   一覧にも無いソース、依存マップに載らないコピー句、
      *   .cbl/.CPY以外の変更、起動表のテストに1本も届かない変更
      *   (試す手段が無い)、TESTALL自体の変更、FILTERの容量
      *   (20件・60桁)超え、CPYDEP.TXTが無いこと、依存マップ
      *   (1500行)・CALLの辺(2000本)の表の容量超え。
      *   戻り値: 0=絞り込みを書いた 1=変更一覧なし
      *           4=全件実行へ倒した(理由は注記行とDISPLAY)
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CHGSEL.
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
           SELECT LIST-FILE           ASSIGN TO DYNAMIC
                                        WK-LIST-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-LIST-FS.
           SELECT DEP-IN              ASSIGN TO "CPYDEP.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-DEP-FS.
           SELECT SRC-FILE            ASSIGN TO DYNAMIC
                                        WK-SRC-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-SRC-FS.
           SELECT PROF-OUT            ASSIGN TO "RUNPROF.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROF-SAVE           ASSIGN TO "RUNPROF.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY PROFSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIST-REC               PIC X(80).
       FD  DEP-IN
           LABEL RECORDS ARE STANDARD.
       01  DEP-IN-REC.
           05  DEP-IN-COPYBOOK    PIC X(14).
           05  FILLER             PIC X(02).
           05  DEP-IN-PROGRAM     PIC X(10).
       FD  SRC-FILE
           LABEL RECORDS ARE STANDARD.
       01  SRC-REC                PIC X(100).
       FD  PROF-OUT
           LABEL RECORDS ARE STANDARD.
       01  PROF-OUT-REC           PIC X(80).
       FD  PROF-SAVE
           LABEL RECORDS ARE STANDARD.
       01  PROF-SAVE-REC          PIC X(80).
       COPY PROFFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-LIST-FS         PIC XX.
           88  WK-LIST-FOUND              VALUE "00".
       01  WK-DEP-FS          PIC XX.
           88  WK-DEP-FOUND               VALUE "00".
       01  WK-SRC-FS          PIC XX.
           88  WK-SRC-FOUND               VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-LIST-NAME       PIC X(40)   VALUE SPACES.
       01  WK-SRC-NAME        PIC X(40).
       01  WK-OUTDIR          PIC X(40)   VALUE SPACES.
      *
      *    引き継ぐプロファイル行の判定。
       01  WK-PROF-KEY        PIC X(20).
       01  WK-PROF-VALUE      PIC X(60).
       01  WK-CARRY-SW        PIC X       VALUE "N".
           88  WK-CARRY                   VALUE "Y".
      *
      *    起動表(TESTALLが起動する)とユーティリティ一覧。
       COPY PROGTAB.
       COPY UTILTAB.
      *
      *    依存マップ(コピー句→使う側のプログラム)。
       01  WK-DEP-TAB.
           05  WK-DEP-ENTRY  OCCURS 1500 TIMES INDEXED BY IDX-DEP.
               10  WK-DEP-CPY         PIC X(14).
               10  WK-DEP-PROG        PIC X(10).
       01  WK-DEP-COUNT       PIC 9(04)  COMP  VALUE ZERO.
       01  WK-DEP-OVER-SW     PIC X       VALUE "N".
           88  WK-DEP-OVER                VALUE "Y".
       01  WK-D               PIC 9(04)  COMP.
      *
      *    静的CALLの辺(呼ぶ側→呼ばれる側)。手続きを収めたコピー
      *    句の中のCALLは、そのコピー句を使う各プログラムの辺にする。
       01  WK-EDGE-TAB.
           05  WK-EDGE-ENTRY  OCCURS 2000 TIMES INDEXED BY IDX-EDGE.
               10  WK-EDGE-FROM       PIC X(10).
               10  WK-EDGE-TO         PIC X(10).
       01  WK-EDGE-COUNT      PIC 9(04)  COMP  VALUE ZERO.
       01  WK-EDGE-OVER-SW    PIC X       VALUE "N".
           88  WK-EDGE-OVER               VALUE "Y".
       01  WK-SCAN-NAME       PIC X(14).
       01  WK-SCAN-KIND       PIC X(01).
           88  WK-SCAN-PROGRAM            VALUE "P".
           88  WK-SCAN-COPYBOOK           VALUE "C".
       01  WK-CALLEE          PIC X(10).
       01  WK-CALL-POS        PIC 9(03)  COMP.
      *
      *    選んだプログラムの組と、選んだ理由。
      *    理由: CHANGED=ソース自体の変更 COPY=変更コピー句を使う
      *          CALLS=選んだサブプログラムを呼ぶ
       01  WK-SEL-TAB.
           05  WK-SEL-ENTRY  OCCURS 300 TIMES INDEXED BY IDX-SEL.
               10  WK-SEL-PROGRAM     PIC X(10).
               10  WK-SEL-WHY         PIC X(07).
               10  WK-SEL-VIA         PIC X(14).
               10  WK-SEL-KIND        PIC X(01).
                   88  WK-SEL-TESTALL             VALUE "T".
                   88  WK-SEL-UTILITY             VALUE "U".
       01  WK-SEL-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-S               PIC 9(03)  COMP.
       01  WK-NEW-PROGRAM     PIC X(10).
       01  WK-NEW-WHY         PIC X(07).
       01  WK-NEW-VIA         PIC X(14).
       01  WK-NEW-KIND        PIC X(01).
       01  WK-HIT-SW          PIC X      VALUE "N".
           88  WK-HIT                     VALUE "Y"  FALSE "N".
       01  WK-DEP-HIT-SW      PIC X      VALUE "N".
           88  WK-DEP-HIT                 VALUE "Y"  FALSE "N".
      *
      *    変更一覧の1行。
       01  WK-ENTRY           PIC X(80).
       01  WK-BASE            PIC X(40).
       01  WK-EXT             PIC X(10).
       01  WK-SLASH-POS       PIC 9(03)  COMP.
       01  WK-P               PIC 9(03)  COMP.
       01  WK-CHANGED-CT      PIC 9(05)  VALUE ZERO.
      *
      *    全件実行へ倒した理由(先頭20件を注記に残す)。
       01  WK-WHY-TAB.
           05  WK-WHY-LINE  PIC X(70)  OCCURS 20 TIMES.
       01  WK-FALLBACK-CT     PIC 9(05)  VALUE ZERO.
       01  WK-WHY-TEXT        PIC X(70).
      *
      *    FILTERの組み立て。
       01  WK-FILTER-TEXT     PIC X(80)  VALUE SPACES.
       01  WK-FILTER-PTR      PIC 9(03)  COMP  VALUE 1.
       01  WK-FILTER-CT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-FILTER-LEN      PIC 9(03)  COMP  VALUE ZERO.
       01  WK-NAME-LEN        PIC 9(03)  COMP.
       01  WK-TESTALL-HIT-SW  PIC X      VALUE "N".
           88  WK-TESTALL-HIT             VALUE "Y".
       01  WK-ED-CT           PIC ZZZZ9.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "CHGSEL START".
            DISPLAY "CHGSEL-LIST"     UPON ENVIRONMENT-NAME.
            ACCEPT  WK-LIST-NAME      FROM ENVIRONMENT-VALUE.
            IF WK-LIST-NAME = SPACES
                MOVE "CHANGED.TXT"    TO WK-LIST-NAME
            END-IF.
            DISPLAY "X_OUTDIR"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-OUTDIR         FROM ENVIRONMENT-VALUE.
            IF WK-OUTDIR = SPACES
                MOVE "."              TO WK-OUTDIR
            END-IF.
            OPEN INPUT LIST-FILE.
            IF NOT WK-LIST-FOUND
                DISPLAY "CHGSEL: CHANGE LIST NOT FOUND: "
                        WK-LIST-NAME
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM P-020-LOAD-DEP THRU P-020-EXIT.
      *    静的CALLの辺を全ソースと手続きコピー句から集める。
            MOVE "P"                  TO WK-SCAN-KIND.
            PERFORM P-030-SCAN-ONE-PROG
               VARYING IDX-PROG FROM 1 BY 1
                  UNTIL IDX-PROG > WK-PROGRAM-COUNT.
            PERFORM P-032-SCAN-ONE-UTIL
               VARYING IDX-UTIL FROM 1 BY 1
                  UNTIL IDX-UTIL > WK-UTIL-COUNT.
            MOVE "C"                  TO WK-SCAN-KIND.
            PERFORM P-034-SCAN-ONE-COPYBOOK THRU P-034-EXIT
               VARYING IDX-DEP FROM 1 BY 1
                  UNTIL IDX-DEP > WK-DEP-COUNT.
      *    変更一覧を読み、直接の影響を選ぶ。
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-050-READ-ONE-CHANGE UNTIL WK-EOF.
            CLOSE LIST-FILE.
            IF WK-CHANGED-CT = ZERO
                MOVE "変更一覧が空"
                                      TO WK-WHY-TEXT
                PERFORM P-090-FALLBACK
            END-IF.
      *    呼ぶ側が尽きるまで広げる(表の末尾に足した分も回る)。
            PERFORM P-070-EXPAND-ONE
               VARYING WK-S FROM 1 BY 1
                  UNTIL WK-S > WK-SEL-COUNT.
            PERFORM P-080-BUILD-FILTER.
            PERFORM P-085-WRITE-PROFILE.
            MOVE WK-SEL-COUNT         TO WK-ED-CT.
            IF WK-FALLBACK-CT = ZERO
                DISPLAY "CHGSEL END  SELECTED=" WK-ED-CT
                        " FILTER=" WK-FILTER-TEXT
                MOVE ZERO             TO RETURN-CODE
            ELSE
                DISPLAY "CHGSEL END  SELECTED=" WK-ED-CT
                        " FULL RUN (REASONS=" WK-FALLBACK-CT ")"
                MOVE 4                TO RETURN-CODE
            END-IF.
            GOBACK
            .
      *
      *    依存マップの取り込み。無いか表に入り切らなければ、
      *    コピー句から使う側を辿れない(取りこぼしになる)ので
      *    全件実行へ倒す。
       P-020-LOAD-DEP.
            OPEN INPUT DEP-IN.
            IF NOT WK-DEP-FOUND
                DISPLAY "CHGSEL: CPYDEP.TXT NOT FOUND"
                MOVE "依存マップCPYDEP.TXTが無い"
                                      TO WK-WHY-TEXT
                PERFORM P-090-FALLBACK
                GO TO P-020-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-022-LOAD-ONE-DEP UNTIL WK-EOF.
            CLOSE DEP-IN.
            IF WK-DEP-OVER
                MOVE "依存マップが1500行を超えた"
                                      TO WK-WHY-TEXT
                PERFORM P-090-FALLBACK
            END-IF.
       P-020-EXIT.
            EXIT.
      *
       P-022-LOAD-ONE-DEP.
            READ DEP-IN
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DEP-IN-COPYBOOK NOT = SPACES
                        IF WK-DEP-COUNT < 1500
                            ADD 1      TO WK-DEP-COUNT
                            SET IDX-DEP  TO WK-DEP-COUNT
                            MOVE DEP-IN-COPYBOOK
                                       TO WK-DEP-CPY(IDX-DEP)
                            MOVE DEP-IN-PROGRAM
                                       TO WK-DEP-PROG(IDX-DEP)
                        ELSE
                            SET WK-DEP-OVER  TO TRUE
                        END-IF
                    END-IF
            END-READ.
      *
       P-030-SCAN-ONE-PROG.
            MOVE WK-PROGRAM-NAME(IDX-PROG)  TO WK-SCAN-NAME.
            PERFORM P-040-SCAN-SOURCE THRU P-040-EXIT.
      *
       P-032-SCAN-ONE-UTIL.
            MOVE WK-UTIL-NAME(IDX-UTIL)     TO WK-SCAN-NAME.
            PERFORM P-040-SCAN-SOURCE THRU P-040-EXIT.
      *
      *    依存マップに載ったコピー句を1回ずつ走査する(同じコピー
      *    句の2行目以降は読み飛ばす)。
       P-034-SCAN-ONE-COPYBOOK.
            IF IDX-DEP > 1
                IF WK-DEP-CPY(IDX-DEP) = WK-DEP-CPY(IDX-DEP - 1)
                    GO TO P-034-EXIT
                END-IF
            END-IF.
            MOVE WK-DEP-CPY(IDX-DEP)  TO WK-SCAN-NAME.
            PERFORM P-040-SCAN-SOURCE THRU P-040-EXIT.
       P-034-EXIT.
            EXIT.
      *
      *    1本の走査。注記行以外のCALL "名前"を辺にする(CALLCHKと
      *    同じく、データ名で呼ぶ動的CALLは静的には辿れない)。
       P-040-SCAN-SOURCE.
            MOVE SPACES               TO WK-SRC-NAME.
            IF WK-SCAN-PROGRAM
                STRING WK-SCAN-NAME   DELIMITED BY SPACE
                       ".cbl"         DELIMITED BY SIZE
                                  INTO WK-SRC-NAME
            ELSE
                STRING WK-SCAN-NAME   DELIMITED BY SPACE
                       ".CPY"         DELIMITED BY SIZE
                                  INTO WK-SRC-NAME
            END-IF.
            OPEN INPUT SRC-FILE.
            IF NOT WK-SRC-FOUND
                GO TO P-040-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-042-READ-ONE-LINE UNTIL WK-EOF.
            CLOSE SRC-FILE.
       P-040-EXIT.
            EXIT.
      *
       P-042-READ-ONE-LINE.
            READ SRC-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    PERFORM P-044-ONE-LINE
                                 THRU P-044-EXIT
            END-READ.
      *
       P-044-ONE-LINE.
            IF SRC-REC(7:1) = "*"
                GO TO P-044-EXIT
            END-IF.
            MOVE ZERO                 TO WK-CALL-POS.
            INSPECT SRC-REC TALLYING WK-CALL-POS
                FOR CHARACTERS BEFORE INITIAL "CALL """.
            IF WK-CALL-POS >= 94
                GO TO P-044-EXIT
            END-IF.
            MOVE SPACES               TO WK-CALLEE.
            UNSTRING SRC-REC(WK-CALL-POS + 7:)
                DELIMITED BY QUOTE
                INTO WK-CALLEE.
            IF WK-CALLEE = SPACES
                GO TO P-044-EXIT
            END-IF.
            IF WK-SCAN-PROGRAM
                MOVE WK-SCAN-NAME     TO WK-NEW-PROGRAM
                PERFORM P-046-ADD-EDGE
            ELSE
                PERFORM P-045-COPYBOOK-EDGE
            END-IF.
       P-044-EXIT.
            EXIT.
      *
      *    コピー句の中のCALLは、そのコピー句を使う全プログラムの辺。
       P-045-COPYBOOK-EDGE.
            PERFORM P-045-2-ONE-USER
               VARYING WK-D FROM 1 BY 1
                  UNTIL WK-D > WK-DEP-COUNT.
      *
       P-045-2-ONE-USER.
            IF WK-DEP-CPY(WK-D) = WK-SCAN-NAME
                MOVE WK-DEP-PROG(WK-D)  TO WK-NEW-PROGRAM
                PERFORM P-046-ADD-EDGE
            END-IF.
      *
       P-046-ADD-EDGE.
            IF WK-EDGE-COUNT < 2000
                ADD 1                 TO WK-EDGE-COUNT
                MOVE WK-NEW-PROGRAM   TO WK-EDGE-FROM(WK-EDGE-COUNT)
                MOVE WK-CALLEE        TO WK-EDGE-TO(WK-EDGE-COUNT)
            ELSE
                IF NOT WK-EDGE-OVER
                    SET WK-EDGE-OVER  TO TRUE
                    MOVE "CALLの辺が2000本を超えた"
                                      TO WK-WHY-TEXT
                    PERFORM P-090-FALLBACK
                END-IF
            END-IF.
      *
       P-050-READ-ONE-CHANGE.
            READ LIST-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    PERFORM P-052-ONE-CHANGE
                                 THRU P-052-EXIT
            END-READ.
      *
      *    1行=1つの変更。ディレクトリ部を落とし、拡張子で振り分け。
       P-052-ONE-CHANGE.
            IF LIST-REC = SPACES OR LIST-REC(1:1) = "*"
                GO TO P-052-EXIT
            END-IF.
            ADD 1                     TO WK-CHANGED-CT.
            MOVE ZERO                 TO WK-SLASH-POS.
            PERFORM P-053-FIND-SLASH
               VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 80.
            MOVE SPACES               TO WK-ENTRY.
            IF WK-SLASH-POS > ZERO AND WK-SLASH-POS < 80
                MOVE LIST-REC(WK-SLASH-POS + 1:)  TO WK-ENTRY
            ELSE
                MOVE LIST-REC         TO WK-ENTRY
            END-IF.
            MOVE SPACES               TO WK-BASE WK-EXT.
            UNSTRING WK-ENTRY DELIMITED BY "." OR SPACE
                INTO WK-BASE WK-EXT.
            INSPECT WK-BASE CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT WK-EXT CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            EVALUATE WK-EXT
                WHEN "CBL"
                    PERFORM P-054-CHANGED-SOURCE
                WHEN "CPY"
                    PERFORM P-056-CHANGED-COPYBOOK
                WHEN OTHER
                    MOVE SPACES       TO WK-WHY-TEXT
                    STRING WK-ENTRY   DELIMITED BY SPACE
                           ": ソース・コピー句以外の変更"
                                      DELIMITED BY SIZE
                                  INTO WK-WHY-TEXT
                    PERFORM P-090-FALLBACK
            END-EVALUATE.
       P-052-EXIT.
            EXIT.
      *
       P-053-FIND-SLASH.
            IF LIST-REC(WK-P:1) = "/"
                MOVE WK-P             TO WK-SLASH-POS
            END-IF.
      *
      *    変更したソース。起動表かユーティリティ一覧に載っていな
      *    ければ、どこから起動されるか分からない。
       P-054-CHANGED-SOURCE.
            MOVE WK-BASE              TO WK-NEW-PROGRAM.
            PERFORM P-065-KIND-OF.
            IF WK-NEW-KIND = SPACE
                MOVE SPACES           TO WK-WHY-TEXT
                STRING WK-ENTRY       DELIMITED BY SPACE
                       ": 起動表にも一覧にも無い"
                                      DELIMITED BY SIZE
                                  INTO WK-WHY-TEXT
                PERFORM P-090-FALLBACK
            ELSE
                MOVE "CHANGED"        TO WK-NEW-WHY
                MOVE WK-ENTRY         TO WK-NEW-VIA
                PERFORM P-060-ADD-SELECTION THRU P-060-EXIT
            END-IF.
      *
      *    変更したコピー句。依存マップで使う側を全部選ぶ。
       P-056-CHANGED-COPYBOOK.
            SET WK-DEP-HIT            TO FALSE.
            PERFORM P-057-ONE-DEP
               VARYING IDX-DEP FROM 1 BY 1
                  UNTIL IDX-DEP > WK-DEP-COUNT.
            IF NOT WK-DEP-HIT
                MOVE SPACES           TO WK-WHY-TEXT
                STRING WK-ENTRY       DELIMITED BY SPACE
                       ": CPYDEP.TXTに無い"
                                      DELIMITED BY SIZE
                                  INTO WK-WHY-TEXT
                PERFORM P-090-FALLBACK
            END-IF.
      *
       P-057-ONE-DEP.
            IF WK-DEP-CPY(IDX-DEP) = WK-BASE
                SET WK-DEP-HIT        TO TRUE
                MOVE WK-DEP-PROG(IDX-DEP)  TO WK-NEW-PROGRAM
                PERFORM P-065-KIND-OF
                MOVE "COPY"           TO WK-NEW-WHY
                MOVE WK-ENTRY         TO WK-NEW-VIA
                PERFORM P-060-ADD-SELECTION THRU P-060-EXIT
            END-IF.
      *
      *    組への追加(既に選んであれば最初の理由を残す)。
       P-060-ADD-SELECTION.
            SET WK-HIT                TO FALSE.
            PERFORM P-062-MATCH-SEL
               VARYING IDX-SEL FROM 1 BY 1
                  UNTIL IDX-SEL > WK-SEL-COUNT OR WK-HIT.
            IF WK-HIT
                GO TO P-060-EXIT
            END-IF.
            IF WK-SEL-COUNT >= 300
                MOVE "選んだプログラムが300本を超えた"
                                      TO WK-WHY-TEXT
                PERFORM P-090-FALLBACK
                GO TO P-060-EXIT
            END-IF.
            ADD 1                     TO WK-SEL-COUNT.
            SET IDX-SEL               TO WK-SEL-COUNT.
            MOVE WK-NEW-PROGRAM       TO WK-SEL-PROGRAM(IDX-SEL).
            MOVE WK-NEW-WHY           TO WK-SEL-WHY(IDX-SEL).
            MOVE WK-NEW-VIA           TO WK-SEL-VIA(IDX-SEL).
            MOVE WK-NEW-KIND          TO WK-SEL-KIND(IDX-SEL).
       P-060-EXIT.
            EXIT.
      *
       P-062-MATCH-SEL.
            IF WK-SEL-PROGRAM(IDX-SEL) = WK-NEW-PROGRAM
                SET WK-HIT            TO TRUE
            END-IF.
      *
      *    起動表(T)・ユーティリティ一覧(U)・どちらでもない(空白)。
       P-065-KIND-OF.
            MOVE SPACE                TO WK-NEW-KIND.
            PERFORM P-066-MATCH-PROG
               VARYING IDX-PROG FROM 1 BY 1
                  UNTIL IDX-PROG > WK-PROGRAM-COUNT
                     OR WK-NEW-KIND NOT = SPACE.
            IF WK-NEW-KIND = SPACE
                PERFORM P-067-MATCH-UTIL
                   VARYING IDX-UTIL FROM 1 BY 1
                      UNTIL IDX-UTIL > WK-UTIL-COUNT
                         OR WK-NEW-KIND NOT = SPACE
            END-IF.
      *
       P-066-MATCH-PROG.
            IF WK-PROGRAM-NAME(IDX-PROG) = WK-NEW-PROGRAM
                MOVE "T"              TO WK-NEW-KIND
            END-IF.
      *
       P-067-MATCH-UTIL.
            IF WK-UTIL-NAME(IDX-UTIL) = WK-NEW-PROGRAM
                MOVE "U"              TO WK-NEW-KIND
            END-IF.
      *
      *    選んだ1本を呼ぶ側を組へ足す。
       P-070-EXPAND-ONE.
            PERFORM P-072-ONE-EDGE
               VARYING IDX-EDGE FROM 1 BY 1
                  UNTIL IDX-EDGE > WK-EDGE-COUNT.
      *
       P-072-ONE-EDGE.
            SET IDX-SEL               TO WK-S.
            IF WK-EDGE-TO(IDX-EDGE) = WK-SEL-PROGRAM(IDX-SEL)
                MOVE WK-SEL-PROGRAM(IDX-SEL)  TO WK-NEW-VIA
                MOVE WK-EDGE-FROM(IDX-EDGE)   TO WK-NEW-PROGRAM
                MOVE "CALLS"          TO WK-NEW-WHY
                PERFORM P-065-KIND-OF
                PERFORM P-060-ADD-SELECTION THRU P-060-EXIT
            END-IF.
      *
      *    FILTERの組み立て。起動表のプログラムだけを","で連ねる。
       P-080-BUILD-FILTER.
            PERFORM P-082-ONE-FILTER THRU P-082-EXIT
               VARYING IDX-SEL FROM 1 BY 1
                  UNTIL IDX-SEL > WK-SEL-COUNT.
            IF WK-TESTALL-HIT
                MOVE "TESTALL自体の変更(全テストに効く)"
                                      TO WK-WHY-TEXT
                PERFORM P-090-FALLBACK
            END-IF.
            IF WK-FILTER-CT = ZERO AND WK-SEL-COUNT > ZERO
                MOVE "起動表のテストに届かない"
                                      TO WK-WHY-TEXT
                PERFORM P-090-FALLBACK
            END-IF.
            IF WK-FILTER-CT > 20 OR WK-FILTER-LEN > 60
                MOVE SPACES           TO WK-WHY-TEXT
                MOVE WK-FILTER-CT     TO WK-ED-CT
                STRING "FILTERの容量(20件・60桁)超え: "
                       WK-ED-CT       DELIMITED BY SIZE
                       "件"           DELIMITED BY SIZE
                                  INTO WK-WHY-TEXT
                PERFORM P-090-FALLBACK
            END-IF.
      *
       P-082-ONE-FILTER.
            IF WK-SEL-PROGRAM(IDX-SEL) = "TESTALL"
                SET WK-TESTALL-HIT    TO TRUE
            END-IF.
            IF NOT WK-SEL-TESTALL(IDX-SEL)
                GO TO P-082-EXIT
            END-IF.
            ADD 1                     TO WK-FILTER-CT.
            MOVE ZERO                 TO WK-NAME-LEN.
            INSPECT WK-SEL-PROGRAM(IDX-SEL) TALLYING WK-NAME-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WK-FILTER-CT > 1
                ADD 1                 TO WK-FILTER-LEN
            END-IF.
            ADD WK-NAME-LEN           TO WK-FILTER-LEN.
            IF WK-FILTER-LEN > 80
                GO TO P-082-EXIT
            END-IF.
            IF WK-FILTER-CT > 1
                STRING ","            DELIMITED BY SIZE
                                  INTO WK-FILTER-TEXT
                                  WITH POINTER WK-FILTER-PTR
            END-IF.
            STRING WK-SEL-PROGRAM(IDX-SEL)  DELIMITED BY SPACE
                                  INTO WK-FILTER-TEXT
                                  WITH POINTER WK-FILTER-PTR.
       P-082-EXIT.
            EXIT.
      *
      *    今のRUNPROF.TXTから引き継ぐ行を作業ファイルへ写す。
      *    FILTER・OUTDIRは書き直すので落とし、前回のCHGSELの注記
      *    行も落とす(実行のたびに溜まらないように)。
       P-083-SAVE-PROFILE.
            OPEN INPUT RUN-PROFILE-FILE.
            OPEN OUTPUT PROF-SAVE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-084-SAVE-ONE UNTIL WK-EOF.
            CLOSE PROF-SAVE.
            CLOSE RUN-PROFILE-FILE.
      *
       P-084-SAVE-ONE.
            READ RUN-PROFILE-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    PERFORM P-084-2-JUDGE-ONE
                    IF WK-CARRY
                        MOVE RUN-PROFILE-REC  TO PROF-SAVE-REC
                        WRITE PROF-SAVE-REC
                    END-IF
            END-READ.
      *
       P-084-2-JUDGE-ONE.
            MOVE "Y"                  TO WK-CARRY-SW.
            IF RUN-PROFILE-REC(1:1) = "*"
                IF RUN-PROFILE-REC(1:31)
                       = "* CHANGE-DRIVEN SELECTION FROM "
                   OR RUN-PROFILE-REC(1:9)  = "* SELECT "
                   OR RUN-PROFILE-REC(1:11) = "* FALLBACK "
                   OR RUN-PROFILE-REC(1:10) = "* FULL RUN"
                    MOVE "N"          TO WK-CARRY-SW
                END-IF
            ELSE
                MOVE SPACES           TO WK-PROF-KEY WK-PROF-VALUE
                UNSTRING RUN-PROFILE-REC DELIMITED BY "="
                         INTO WK-PROF-KEY WK-PROF-VALUE
                IF WK-PROF-KEY = "FILTER" OR WK-PROF-KEY = "OUTDIR"
                    MOVE "N"          TO WK-CARRY-SW
                END-IF
            END-IF.
      *
      *    プロファイルの書き出し。選んだ理由を注記行で先に並べ、
      *    全件実行へ倒したときはFILTERキーを書かない。
       P-085-WRITE-PROFILE.
            PERFORM P-083-SAVE-PROFILE.
            OPEN OUTPUT PROF-OUT.
            OPEN INPUT PROF-SAVE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-086-CARRY-ONE UNTIL WK-EOF.
            CLOSE PROF-SAVE.
            MOVE SPACES               TO PROF-OUT-REC.
            STRING "* CHANGE-DRIVEN SELECTION FROM "
                                      DELIMITED BY SIZE
                   WK-LIST-NAME       DELIMITED BY SPACE
                                  INTO PROF-OUT-REC.
            WRITE PROF-OUT-REC.
            PERFORM P-087-WRITE-ONE-REASON
               VARYING IDX-SEL FROM 1 BY 1
                  UNTIL IDX-SEL > WK-SEL-COUNT.
            PERFORM P-088-WRITE-ONE-FALLBACK
               VARYING WK-P FROM 1 BY 1
                  UNTIL WK-P > WK-FALLBACK-CT OR WK-P > 20.
            MOVE SPACES               TO PROF-OUT-REC.
            STRING "OUTDIR="          DELIMITED BY SIZE
                   WK-OUTDIR          DELIMITED BY SPACE
                                  INTO PROF-OUT-REC.
            WRITE PROF-OUT-REC.
            IF WK-FALLBACK-CT = ZERO
                MOVE SPACES           TO PROF-OUT-REC
                STRING "FILTER="      DELIMITED BY SIZE
                       WK-FILTER-TEXT DELIMITED BY SPACE
                                  INTO PROF-OUT-REC
                WRITE PROF-OUT-REC
            ELSE
                MOVE "* FULL RUN - NO FILTER WRITTEN"
                                      TO PROF-OUT-REC
                WRITE PROF-OUT-REC
            END-IF.
            CLOSE PROF-OUT.
      *
       P-086-CARRY-ONE.
            READ PROF-SAVE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    MOVE PROF-SAVE-REC    TO PROF-OUT-REC
                    WRITE PROF-OUT-REC
            END-READ.
      *
      *    例: "* SELECT QA-KANA    CALLS   KANANRM        TESTALL"
       P-087-WRITE-ONE-REASON.
            MOVE SPACES               TO PROF-OUT-REC.
            MOVE "* SELECT"           TO PROF-OUT-REC(1:8).
            MOVE WK-SEL-PROGRAM(IDX-SEL)   TO PROF-OUT-REC(10:10).
            MOVE WK-SEL-WHY(IDX-SEL)       TO PROF-OUT-REC(21:7).
            MOVE WK-SEL-VIA(IDX-SEL)       TO PROF-OUT-REC(29:14).
            IF WK-SEL-TESTALL(IDX-SEL)
                MOVE "TESTALL"        TO PROF-OUT-REC(44:7)
            ELSE
                MOVE "UTILITY"        TO PROF-OUT-REC(44:7)
            END-IF.
            WRITE PROF-OUT-REC.
            DISPLAY PROF-OUT-REC(3:48).
      *
       P-088-WRITE-ONE-FALLBACK.
            MOVE SPACES               TO PROF-OUT-REC.
            STRING "* FALLBACK "      DELIMITED BY SIZE
                   WK-WHY-LINE(WK-P)  DELIMITED BY SIZE
                                  INTO PROF-OUT-REC.
            WRITE PROF-OUT-REC.
      *
      *    全件実行へ倒す理由を1件記録する。
       P-090-FALLBACK.
            ADD 1                     TO WK-FALLBACK-CT.
            IF WK-FALLBACK-CT <= 20
                MOVE WK-WHY-TEXT      TO WK-WHY-LINE(WK-FALLBACK-CT)
            END-IF.
            DISPLAY "CHGSEL: FULL RUN - " WK-WHY-TEXT.
