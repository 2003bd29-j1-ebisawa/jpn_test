      ******************************************************************
      *    テストケース：FIXTCHK
      *    プログラム名：日本語化テスト 入力フィクスチャ版点検
      *    処理概要　　：TESTALLが実行前点検(PREFLT)に続けて呼び出す
      *                  フィクスチャ点検。テストの結果を左右する
      *                  入力ファイル(TESTDATA.DAT・HOLIDAY.DAT・
      *                  QABIZHOL.DAT・POSTMAST.TXT・元号マスタ・
      *                  PHRASES.TXT・ROUTETAB.TXT)の件数とチェック
      *                  サムを計算し、フィクスチャ台帳FIXTCAT.TXTに
      *                  登録された版と突き合わせる。結果はこの実行
      *                  が使った版の刻印FIXTVER.TXTとして出力
      *                  ディレクトリへ残す(TESTALLがRUNMANIFへ
      *                  載せ、BASECMPがベースライン側の刻印と比べ
      *                  て版の違いを知らせる)。台帳に無いチェック
      *                  サムの件数をRETURN-CODEで返し、TESTALLは
      *                  FIXTCHK-FORCE=1で押し通さない限り始動しない
      *                  (「回帰」が実はフィクスチャの差し替えだった
      *                  という取り違えを、実行前に止める)。
      *  --------------------------------------------------------------
      *   台帳FIXTCAT.TXTは起動ディレクトリに置く査読可能な固定長
      *   テキスト(桁1が"*"の行は注記)。1行=1つの登録版で、同じ
      *   ファイルに複数の版を並べてよい:
      *     1-14 ファイル名  17-28 担当  31-37 期待件数
      *     40-48 チェックサム  51-62 版ラベル
      *   点検するのは下の既定一覧と台帳に名前のあるファイル。
      *   判定: REGISTERED=件数とチェックサムが台帳の版に一致
      *         UNKNOWN   =起動ディレクトリにあるが台帳に無い
      *                    (拒否所見。台帳へ足す1行を表示する)
      *         MISSING   =台帳にあるが起動ディレクトリに無い(警告)
      *   チェックサムはPKGSND/PKGRCVと同じ剰余ハッシュ(乗数31、
      *   法999999937、各行の右端空白を除く)。
      *   出力先は実行コンテキストのCTX-OUTDIR、無ければX_OUTDIR。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           FIXTCHK.
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
           COPY RESSEL.
           SELECT OPTIONAL FIXT-CAT-FILE
                                        ASSIGN TO "FIXTCAT.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DATA-IN             ASSIGN TO DYNAMIC
                                        WK-DATA-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-DATA-FS.
           SELECT FIXT-VER-FILE       ASSIGN TO DYNAMIC
                                        WK-FIXTVER-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY RESFD.
      *
      *    フィクスチャ台帳。1行=1つの登録版。
       FD  FIXT-CAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIXT-CAT-REC.
           05  FXC-NAME               PIC X(14).
           05  FILLER                 PIC X(02).
           05  FXC-OWNER              PIC X(12).
           05  FILLER                 PIC X(02).
           05  FXC-REC-COUNT          PIC 9(07).
           05  FILLER                 PIC X(02).
           05  FXC-CHECKSUM           PIC 9(09).
           05  FILLER                 PIC X(02).
           05  FXC-VERSION            PIC X(12).
       FD  DATA-IN
           LABEL RECORDS ARE STANDARD.
       01  DATA-IN-REC                PIC X(200).
      *
      *    この実行が使った版の刻印。先頭は実行IDの刻印行。
       FD  FIXT-VER-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIXT-VER-REC.
           05  FXV-NAME               PIC X(14).
           05  FILLER                 PIC X(02).
           05  FXV-VERSION            PIC X(12).
           05  FILLER                 PIC X(02).
           05  FXV-REC-COUNT          PIC 9(07).
           05  FILLER                 PIC X(02).
           05  FXV-CHECKSUM           PIC 9(09).
           05  FILLER                 PIC X(02).
           05  FXV-STATUS             PIC X(10).
       01  FIXT-VER-HEADER.
           05  FXH-TAG                PIC X(14).
           05  FILLER                 PIC X(02).
           05  FXH-RUN-ID             PIC X(16).
           05  FILLER                 PIC X(28).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  CASE-ID            PIC X(30).
       01  WK-RESULT-FILE-NAME      PIC X(20)  VALUE "FIXTCHK.RES".
       COPY RESLOG.
      *
       01  WK-DATA-FS         PIC XX.
           88  WK-DATA-FOUND               VALUE "00".
       01  WK-DATA-EOF-SW     PIC X       VALUE "N".
           88  WK-DATA-EOF                VALUE "Y".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-DATA-NAME       PIC X(40).
       01  WK-FIXTVER-NAME    PIC X(64)  VALUE SPACES.
      *
      *    既定で点検するフィクスチャ(台帳に載っていなくても、
      *    起動ディレクトリにあれば未登録として拾う)。
       01  WK-DEFAULT-TABLE-DEF.
           05  FILLER   PIC X(14)  VALUE "TESTDATA.DAT".
           05  FILLER   PIC X(14)  VALUE "HOLIDAY.DAT".
           05  FILLER   PIC X(14)  VALUE "QABIZHOL.DAT".
           05  FILLER   PIC X(14)  VALUE "POSTMAST.TXT".
           05  FILLER   PIC X(14)  VALUE "ERAMAST.DAT".
           05  FILLER   PIC X(14)  VALUE "QAERAM.DAT".
           05  FILLER   PIC X(14)  VALUE "PHRASES.TXT".
           05  FILLER   PIC X(14)  VALUE "ROUTETAB.TXT".
       01  WK-DEFAULT-TABLE  REDEFINES WK-DEFAULT-TABLE-DEF.
           05  WK-DEFAULT-NAME  PIC X(14)  OCCURS 8 TIMES
                                        INDEXED BY IDX-DFLT.
       01  WK-DEFAULT-COUNT   PIC 9(03)  COMP  VALUE 8.
      *
      *    台帳の登録版。
       01  WK-CAT-TAB.
           05  WK-CAT-ENTRY  OCCURS 200 TIMES INDEXED BY IDX-CAT.
               10  WK-CAT-NAME        PIC X(14).
               10  WK-CAT-OWNER       PIC X(12).
               10  WK-CAT-COUNT       PIC 9(07).
               10  WK-CAT-CHECKSUM    PIC 9(09).
               10  WK-CAT-VERSION     PIC X(12).
       01  WK-CAT-COUNT-ALL   PIC 9(03)  COMP  VALUE ZERO.
      *
      *    点検するフィクスチャ名(既定一覧+台帳、重複なし)。
       01  WK-FIX-TAB.
           05  WK-FIX-NAME  PIC X(14)  OCCURS 50 TIMES
                                        INDEXED BY IDX-FIX.
       01  WK-FIX-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-NEW-NAME        PIC X(14).
       01  WK-HIT-SW          PIC X      VALUE "N".
           88  WK-HIT                     VALUE "Y"  FALSE "N".
      *
      *    1本の点検結果。
       01  WK-REC-COUNT       PIC 9(07).
       01  WK-CHECKSUM        PIC 9(09)  COMP.
       01  WK-POS             PIC 9(03)  COMP.
       01  WK-LEN             PIC 9(03)  COMP.
       01  WK-CATALOGUED-SW   PIC X      VALUE "N".
           88  WK-CATALOGUED              VALUE "Y"  FALSE "N".
       01  WK-MATCH-VERSION   PIC X(12).
       01  WK-MATCH-OWNER     PIC X(12).
       01  WK-FIX-STATUS      PIC X(10).
       01  WK-ED-COUNT        PIC 9(07).
       01  WK-ED-SUM          PIC 9(09).
      *
       01  WK-REFUSE-COUNT    PIC 9(02)  VALUE ZERO.
       01  WK-WARN-COUNT      PIC 9(02)  VALUE ZERO.
       01  WK-ROW-COUNT       PIC 9(03)  VALUE ZERO.
      ******************************************************************
       LINKAGE SECTION.
       COPY RUNCTX.
       PROCEDURE             DIVISION USING RUN-CONTEXT-AREA.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            PERFORM 9800-OPEN-RESULT.
            DISPLAY "FIXTCHK START".
            PERFORM P-015-BUILD-FIXTVER-NAME.
            PERFORM P-020-LOAD-CATALOG.
            PERFORM P-025-ADD-ONE-DEFAULT
               VARYING IDX-DFLT FROM 1 BY 1
                  UNTIL IDX-DFLT > WK-DEFAULT-COUNT.
            PERFORM P-026-ADD-ONE-CATALOGUED
               VARYING IDX-CAT FROM 1 BY 1
                  UNTIL IDX-CAT > WK-CAT-COUNT-ALL.
            OPEN OUTPUT FIXT-VER-FILE.
            MOVE SPACES               TO FIXT-VER-HEADER.
            MOVE "*RUNID*"             TO FXH-TAG.
            IF WK-CTX-PRESENT
                MOVE CTX-RUN-ID       TO FXH-RUN-ID
            END-IF.
            WRITE FIXT-VER-HEADER.
            PERFORM P-030-CHECK-ONE-FIXTURE THRU P-030-EXIT
               VARYING IDX-FIX FROM 1 BY 1
                  UNTIL IDX-FIX > WK-FIX-COUNT.
            CLOSE FIXT-VER-FILE.
            DISPLAY "FIXTCHK END  FIXTURES=" WK-ROW-COUNT
                    " REFUSALS=" WK-REFUSE-COUNT
                    " WARNINGS=" WK-WARN-COUNT.
            PERFORM 9890-CLOSE-RESULT.
            MOVE WK-REFUSE-COUNT     TO RETURN-CODE.
            GOBACK
            .
      *
      *    刻印の出力先は結果ファイルと同じ場所(9807で決めた
      *    CTX-OUTDIRまたはX_OUTDIR)。
       P-015-BUILD-FIXTVER-NAME.
            MOVE SPACES               TO WK-FIXTVER-NAME.
            IF WK-RESULT-OUTDIR = SPACES
                MOVE "FIXTVER.TXT"    TO WK-FIXTVER-NAME
            ELSE
                STRING WK-RESULT-OUTDIR  DELIMITED BY SPACE
                       "/FIXTVER.TXT"    DELIMITED BY SIZE
                                  INTO WK-FIXTVER-NAME
            END-IF.
      *
      *    台帳の取り込み。無ければ登録版0件として進む(既にある
      *    フィクスチャはすべて未登録の拒否所見になる)。
       P-020-LOAD-CATALOG.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT FIXT-CAT-FILE.
            PERFORM P-022-LOAD-ONE-ENTRY UNTIL WK-EOF.
            CLOSE FIXT-CAT-FILE.
            IF WK-CAT-COUNT-ALL = ZERO
                DISPLAY "WARN: FIXTCAT.TXT IS EMPTY OR MISSING"
            END-IF.
      *
       P-022-LOAD-ONE-ENTRY.
            READ FIXT-CAT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF FIXT-CAT-REC(1:1) NOT = "*"
                       AND FXC-NAME NOT = SPACES
                       AND WK-CAT-COUNT-ALL < 200
                        ADD 1          TO WK-CAT-COUNT-ALL
                        SET IDX-CAT    TO WK-CAT-COUNT-ALL
                        MOVE FXC-NAME  TO WK-CAT-NAME(IDX-CAT)
                        MOVE FXC-OWNER TO WK-CAT-OWNER(IDX-CAT)
                        MOVE FXC-REC-COUNT
                                       TO WK-CAT-COUNT(IDX-CAT)
                        MOVE FXC-CHECKSUM
                                       TO WK-CAT-CHECKSUM(IDX-CAT)
                        MOVE FXC-VERSION
                                       TO WK-CAT-VERSION(IDX-CAT)
                    END-IF
            END-READ.
      *
       P-025-ADD-ONE-DEFAULT.
            MOVE WK-DEFAULT-NAME(IDX-DFLT)  TO WK-NEW-NAME.
            PERFORM P-027-ADD-FIXTURE-NAME.
      *
       P-026-ADD-ONE-CATALOGUED.
            MOVE WK-CAT-NAME(IDX-CAT)       TO WK-NEW-NAME.
            PERFORM P-027-ADD-FIXTURE-NAME.
      *
       P-027-ADD-FIXTURE-NAME.
            SET WK-HIT                TO FALSE.
            PERFORM P-028-MATCH-FIXTURE-NAME
               VARYING IDX-FIX FROM 1 BY 1
                  UNTIL IDX-FIX > WK-FIX-COUNT OR WK-HIT.
            IF NOT WK-HIT AND WK-FIX-COUNT < 50
                ADD 1                 TO WK-FIX-COUNT
                MOVE WK-NEW-NAME      TO WK-FIX-NAME(WK-FIX-COUNT)
            END-IF.
      *
       P-028-MATCH-FIXTURE-NAME.
            IF WK-FIX-NAME(IDX-FIX) = WK-NEW-NAME
                SET WK-HIT            TO TRUE
            END-IF.
      *
      *    1本の点検。件数とチェックサムを計算し、台帳の版を探す。
       P-030-CHECK-ONE-FIXTURE.
            MOVE SPACES               TO CASE-ID.
            STRING "FIXT-"            DELIMITED BY SIZE
                   WK-FIX-NAME(IDX-FIX)  DELIMITED BY SPACE
                              INTO CASE-ID.
            MOVE WK-FIX-NAME(IDX-FIX) TO WK-DATA-NAME.
            PERFORM P-040-COUNT-AND-SUM.
            SET WK-CATALOGUED         TO FALSE.
            SET WK-HIT                TO FALSE.
            MOVE SPACES               TO WK-MATCH-VERSION
                                          WK-MATCH-OWNER.
            PERFORM P-032-MATCH-ONE-VERSION
               VARYING IDX-CAT FROM 1 BY 1
                  UNTIL IDX-CAT > WK-CAT-COUNT-ALL.
            IF NOT WK-DATA-FOUND
                IF WK-CATALOGUED
                    ADD 1             TO WK-WARN-COUNT
                    DISPLAY "WARN: CATALOGUED FIXTURE "
                            WK-FIX-NAME(IDX-FIX) " IS NOT PRESENT"
                    MOVE "(NONE)"      TO WK-MATCH-VERSION
                    MOVE "MISSING"     TO WK-FIX-STATUS
                    PERFORM P-036-WRITE-VERSION-ROW
                    PERFORM 9810-LOG-OK
                END-IF
                GO TO P-030-EXIT
            END-IF.
            IF WK-HIT
                DISPLAY "  " WK-FIX-NAME(IDX-FIX) " VERSION "
                        WK-MATCH-VERSION " (" WK-MATCH-OWNER ")"
                MOVE "REGISTERED"      TO WK-FIX-STATUS
                PERFORM P-036-WRITE-VERSION-ROW
                PERFORM 9810-LOG-OK
            ELSE
                ADD 1                 TO WK-REFUSE-COUNT
                MOVE WK-REC-COUNT     TO WK-ED-COUNT
                MOVE WK-CHECKSUM      TO WK-ED-SUM
                DISPLAY "REFUSE: UNREGISTERED FIXTURE "
                        WK-FIX-NAME(IDX-FIX) " COUNT=" WK-ED-COUNT
                        " CHECKSUM=" WK-ED-SUM
                DISPLAY "  REGISTER IN FIXTCAT.TXT AS: "
                        WK-FIX-NAME(IDX-FIX) "  <OWNER>       "
                        WK-ED-COUNT "  " WK-ED-SUM "  <VERSION>"
                MOVE "?"               TO WK-MATCH-VERSION
                MOVE "UNKNOWN"         TO WK-FIX-STATUS
                PERFORM P-036-WRITE-VERSION-ROW
                PERFORM 9820-LOG-NG
            END-IF.
       P-030-EXIT.
            EXIT.
      *
       P-032-MATCH-ONE-VERSION.
            IF WK-CAT-NAME(IDX-CAT) = WK-FIX-NAME(IDX-FIX)
                SET WK-CATALOGUED     TO TRUE
                IF WK-DATA-FOUND AND NOT WK-HIT
                   AND WK-CAT-COUNT(IDX-CAT) = WK-REC-COUNT
                   AND WK-CAT-CHECKSUM(IDX-CAT) = WK-CHECKSUM
                    SET WK-HIT        TO TRUE
                    MOVE WK-CAT-VERSION(IDX-CAT)  TO WK-MATCH-VERSION
                    MOVE WK-CAT-OWNER(IDX-CAT)    TO WK-MATCH-OWNER
                END-IF
            END-IF.
      *
      *    刻印へ1行。WK-FIX-STATUSは呼ぶ側で設定済み。
       P-036-WRITE-VERSION-ROW.
            MOVE SPACES               TO FIXT-VER-REC.
            MOVE WK-FIX-NAME(IDX-FIX) TO FXV-NAME.
            MOVE WK-MATCH-VERSION     TO FXV-VERSION.
            IF WK-DATA-FOUND
                MOVE WK-REC-COUNT     TO FXV-REC-COUNT
                MOVE WK-CHECKSUM      TO FXV-CHECKSUM
            ELSE
                MOVE ZERO             TO FXV-REC-COUNT FXV-CHECKSUM
            END-IF.
            MOVE WK-FIX-STATUS        TO FXV-STATUS.
            WRITE FIXT-VER-REC.
            ADD 1                     TO WK-ROW-COUNT.
      *
      *    ファイル1本の件数とチェックサムを計算する(PKGSNDと同じ)。
       P-040-COUNT-AND-SUM.
            MOVE ZERO                 TO WK-REC-COUNT WK-CHECKSUM.
            MOVE "N"                  TO WK-DATA-EOF-SW.
            OPEN INPUT DATA-IN.
            IF WK-DATA-FOUND
                PERFORM P-042-SUM-ONE-REC UNTIL WK-DATA-EOF
                CLOSE DATA-IN
            END-IF.
      *
       P-042-SUM-ONE-REC.
            READ DATA-IN
                AT END        SET WK-DATA-EOF      TO TRUE
                NOT AT END
                    ADD 1             TO WK-REC-COUNT
                    PERFORM P-044-SUM-ONE-LINE
            END-READ.
      *
       P-044-SUM-ONE-LINE.
            MOVE ZERO                 TO WK-LEN.
            PERFORM P-046-FIND-TRIM
               VARYING WK-POS FROM 200 BY -1
                  UNTIL WK-POS < 1
                     OR WK-LEN NOT = ZERO.
            PERFORM P-048-FOLD-ONE-BYTE
               VARYING WK-POS FROM 1 BY 1
                  UNTIL WK-POS > WK-LEN.
      *
       P-046-FIND-TRIM.
            IF DATA-IN-REC(WK-POS:1) NOT = SPACE
                MOVE WK-POS           TO WK-LEN
            END-IF.
      *
       P-048-FOLD-ONE-BYTE.
            COMPUTE WK-CHECKSUM = FUNCTION MOD(
                    WK-CHECKSUM * 31
                    + FUNCTION ORD(DATA-IN-REC(WK-POS:1)) - 1
                    999999937).
      ******************************************************************
       COPY RESPRC.
