      ******************************************************************
      *    テストケース：VNDDEF
      *    プログラム名：日本語化テスト ベンダ障害台帳の保守と
      *                  修正の自動検証
      *    処理概要　　：NGの原因がコンパイラの障害と分かりベンダへ
      *                  起票したとき、その障害番号をメールの中だけ
      *                  でなく台帳VNDDEF.DATへ残す。障害1件につき
      *                  報告時のビルド・修正を約したビルド・状態を
      *                  持ち、影響を受けるPROGRAM-ID+ケースIDを
      *                  何件でも結び付ける。
      *                  検証(VERIFY)は今回の実行(RUNMANIFの刻印)が
      *                  修正を約したビルドのものであるとき、結び
      *                  付いたケースを今回のALLDIGESTで確かめ、
      *                  全件OKならVERIFIED-FIXED、1件でもNGなら
      *                  FIX-FAILEDとする(走っていないケースが残れば
      *                  OPENのまま)。続けてベンダとの定例会議用の
      *                  一覧VNDMEET.RPTを作る。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     VD-ACTION   = LIST | ADD | LINK | SET | VERIFY | REPORT
      *                   (既定VERIFY。REPORTは一覧だけを作る)
      *     VD-TICKET   = ベンダの障害番号        (ADD/LINK/SET)
      *     VD-REPORTED = 報告時のビルドID(ADD。省略時はTESTALLと
      *                   同じ規則で決まる今のビルド)
      *     VD-FIX      = 修正を約したビルドID    (ADD/SET)
      *     VD-STATUS   = 新しい状態              (SET)
      *     VD-PROGRAM  = 影響を受けるPROGRAM-ID  (LINK)
      *     VD-CASE     = 影響を受けるケースID    (LINK)
      *   SETでVD-FIXだけを変えたときは新しい約束の検証待ちとして
      *   状態をOPENへ戻す。OPENとFIX-FAILEDが未解決の扱いで、
      *   TRIAGEはNG台帳の項目に結び付いた未解決の障害番号を示す。
      *   ADD/LINK/SETは操作権限をAUTHCHKで確かめ、保守ジャーナル
      *   MNTJRNL.DATへ前像・後像を残す(MNTROLLで巻き戻せる)。
      *   VERIFYの判定は実行結果だけで決まるので権限は問わないが、
      *   変更はやはりジャーナルへ残す。RUNMANIF.TXT・ALLDIGEST.TXT
      *   はX_OUTDIRの下を読む。
      *   台帳が作業表に収まらないときは、書き直すと行が失われる
      *   ので更新する操作(ADD/LINK/SET/VERIFY)を断る(戻り値1)。
      *   戻り値: 0=正常 1=指定誤り 8=権限なし 12=RUNMANIFと
      *           ALLDIGESTの実行IDが食い違う
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           VNDDEF.
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
           COPY VDEFSL.
           COPY BLDRSL.
           COPY MNTJSL.
           SELECT MANIFEST-IN         ASSIGN TO DYNAMIC
                                        WK-MANIFEST-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-MANIF-FS.
           SELECT DIGEST-IN           ASSIGN TO DYNAMIC
                                        WK-DIGEST-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-DIGEST-FS.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY VDEFFD.
       COPY BLDRFD.
       COPY MNTJFD.
       FD  MANIFEST-IN
           LABEL RECORDS ARE STANDARD.
       01  MANIFEST-IN-REC.
           05  MIN-RUN-ID             PIC X(16).
           05  FILLER                 PIC X(02).
           05  MIN-FILE-NAME          PIC X(20).
           05  FILLER                 PIC X(02).
           05  MIN-LINE-COUNT         PIC 9(07).
           05  FILLER                 PIC X(02).
           05  MIN-BUILD-ID           PIC X(16).
       FD  DIGEST-IN
           LABEL RECORDS ARE STANDARD.
       01  DIGEST-IN-REC.
           05  DIN-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  DIN-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  DIN-STATUS             PIC X(40).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       COPY BLDRWS.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-MANIF-FS        PIC XX.
           88  WK-MANIF-FOUND              VALUE "00".
       01  WK-DIGEST-FS       PIC XX.
           88  WK-DIGEST-FOUND             VALUE "00".
      *
       01  WK-ACTION          PIC X(08)  VALUE SPACES.
       01  WK-TGT-TICKET      PIC X(12)  VALUE SPACES.
       01  WK-TGT-REPORTED    PIC X(16)  VALUE SPACES.
       01  WK-TGT-FIX         PIC X(16)  VALUE SPACES.
       01  WK-TGT-STATUS      PIC X(14)  VALUE SPACES.
           88  WK-TGT-STATUS-VALID  VALUE "OPEN" "FIX-FAILED"
                                          "VERIFIED-FIXED" "CLOSED".
       01  WK-TGT-PROGRAM     PIC X(10)  VALUE SPACES.
       01  WK-TGT-CASE        PIC X(30)  VALUE SPACES.
       01  WK-KEY-TICKET      PIC X(12).
       01  WK-OUTDIR          PIC X(40)  VALUE SPACES.
       01  WK-MANIFEST-NAME   PIC X(80)  VALUE SPACES.
       01  WK-DIGEST-NAME     PIC X(80)  VALUE SPACES.
      *
      *    障害行の表(台帳の順)。検証中の件数はその実行ぶんだけ。
       01  WK-DEF-TAB.
           05  WK-DEF-ENTRY  OCCURS 100 TIMES INDEXED BY IDX-DEF.
               10  WK-DEF-TICKET      PIC X(12).
               10  WK-DEF-REPORTED    PIC X(16).
               10  WK-DEF-FIX         PIC X(16).
               10  WK-DEF-STATUS      PIC X(14).
               10  WK-DEF-VERIFY-RUN  PIC X(16).
               10  WK-DEF-CAND-SW     PIC X(01).
                   88  WK-DEF-CAND              VALUE "Y".
               10  WK-DEF-OK-CT       PIC 9(03).
               10  WK-DEF-NG-CT       PIC 9(03).
               10  WK-DEF-MISS-CT     PIC 9(03).
       01  WK-DEF-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-DEF-HIT         PIC 9(03)  COMP.
      *
      *    ケース行の表。WK-LNK-DEFは障害行の表の位置(0=障害行が
      *    無いケース行)、WK-LNK-RESULTは今回の検証での結果。
       01  WK-LNK-TAB.
           05  WK-LNK-ENTRY  OCCURS 500 TIMES INDEXED BY IDX-LNK.
               10  WK-LNK-TICKET      PIC X(12).
               10  WK-LNK-KEY.
                   15  WK-LNK-PROGRAM PIC X(10).
                   15  FILLER         PIC X(02).
                   15  WK-LNK-CASE-ID PIC X(30).
               10  WK-LNK-DEF         PIC 9(03)  COMP.
               10  WK-LNK-RESULT      PIC X(08).
       01  WK-LNK-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-LNK-HIT         PIC 9(03)  COMP.
       01  WK-MATCH-KEY.
           05  WK-MATCH-PROGRAM   PIC X(10).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WK-MATCH-CASE-ID   PIC X(30).
       01  WK-FULL-SW         PIC X      VALUE "N".
           88  WK-FULL                    VALUE "Y".
      *
      *    検証の対象実行。
       01  WK-RUN-ID          PIC X(16)  VALUE SPACES.
       01  WK-RUN-BUILD       PIC X(16)  VALUE SPACES.
       01  WK-DIGEST-RUN      PIC X(16)  VALUE SPACES.
       01  WK-CAND-CT         PIC 9(03)  VALUE ZERO.
       01  WK-FIXED-CT        PIC 9(03)  VALUE ZERO.
       01  WK-FAILED-CT       PIC 9(03)  VALUE ZERO.
       01  WK-PENDING-CT      PIC 9(03)  VALUE ZERO.
       01  WK-VERIFIED-SW     PIC X      VALUE "N".
           88  WK-VERIFIED                VALUE "Y".
      *
      *    会議用一覧の集計。
       01  WK-OPEN-CT         PIC 9(03)  VALUE ZERO.
       01  WK-FAIL-LIST-CT    PIC 9(03)  VALUE ZERO.
       01  WK-FIXED-LIST-CT   PIC 9(03)  VALUE ZERO.
      *
      *    保守ジャーナル用の像と時刻。
       01  WK-BEFORE-IMG      PIC X(100).
       01  WK-AFTER-IMG       PIC X(100).
       01  WK-JRN-ACTION      PIC X(08).
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
       01  AC-PARM.
           05  AC-PROGRAM               PIC X(10).
           05  AC-ACTION                PIC X(08).
           05  AC-KEY                   PIC X(30).
           05  AC-OPERATOR              PIC X(10).
           05  AC-ALLOW                 PIC X(01).
           05  AC-STATUS                PIC X(02).
      *
       01  WK-ED-CT           PIC ZZ9.
       COPY PRTPARM.
      *
      *    監査ファイルの連鎖値(JRNCHN)の受け渡し領域。
       COPY JCPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "VNDDEF START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS.
            PERFORM P-020-LOAD-REGISTER.
            IF WK-FULL
               AND WK-ACTION NOT = "LIST"
               AND WK-ACTION NOT = "REPORT"
                DISPLAY "VNDDEF.DAT TOO LARGE - " WK-ACTION
                        " REFUSED, REGISTER NOT REWRITTEN"
                MOVE 1                TO RETURN-CODE
                GO TO P-010-END
            END-IF.
            EVALUATE WK-ACTION
                WHEN "LIST"
                    PERFORM P-030-LIST-ALL
                WHEN "ADD"
                WHEN "LINK"
                WHEN "SET"
                    MOVE WK-ACTION    TO AC-ACTION
                    PERFORM P-035-CHECK-AUTHORITY
                    IF AC-ALLOW = "Y"
                        PERFORM P-038-DISPATCH-UPDATE
                    ELSE
                        DISPLAY "OPERATOR " AC-OPERATOR
                                " NOT AUTHORIZED FOR " WK-ACTION
                        MOVE 8       TO RETURN-CODE
                    END-IF
                WHEN "VERIFY"
                    PERFORM P-070-VERIFY THRU P-070-EXIT
                    IF RETURN-CODE = ZERO
                        PERFORM P-080-MEETING-LIST
                    END-IF
                WHEN "REPORT"
                    PERFORM P-080-MEETING-LIST
                WHEN OTHER
                    DISPLAY "VD-ACTION MUST BE LIST, ADD, LINK, SET, "
                            "VERIFY OR REPORT"
                    MOVE 1           TO RETURN-CODE
            END-EVALUATE.
       P-010-END.
            DISPLAY "VNDDEF END".
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "VD-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "VERIFY"          TO WK-ACTION
            END-IF.
            DISPLAY "VD-TICKET"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-TICKET        FROM ENVIRONMENT-VALUE.
            DISPLAY "VD-REPORTED"       UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-REPORTED      FROM ENVIRONMENT-VALUE.
            DISPLAY "VD-FIX"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-FIX           FROM ENVIRONMENT-VALUE.
            DISPLAY "VD-STATUS"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-STATUS        FROM ENVIRONMENT-VALUE.
            DISPLAY "VD-PROGRAM"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-PROGRAM       FROM ENVIRONMENT-VALUE.
            DISPLAY "VD-CASE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-CASE          FROM ENVIRONMENT-VALUE.
            DISPLAY "X_OUTDIR"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-OUTDIR            FROM ENVIRONMENT-VALUE.
            ACCEPT  WK-SYS-DATE          FROM DATE YYYYMMDD.
            ACCEPT  WK-SYS-TIME          FROM TIME.
      *
      *    台帳を読む。障害行は障害行の表へ、ケース行はケース行の
      *    表へ取り、ケース行は番号で障害行へ結ぶ(障害行は必ず
      *    ケース行より前に書かれる)。
       P-020-LOAD-REGISTER.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT VND-DEFECT-FILE.
            PERFORM P-022-LOAD-ONE UNTIL WK-EOF.
            CLOSE VND-DEFECT-FILE.
      *
       P-022-LOAD-ONE.
            READ VND-DEFECT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF VD-TICKET NOT = SPACES
                        IF VD-DEFECT-ROW
                            PERFORM P-023-LOAD-DEFECT
                        ELSE
                            PERFORM P-024-LOAD-LINK
                        END-IF
                    END-IF
            END-READ.
      *
       P-023-LOAD-DEFECT.
            IF WK-DEF-COUNT < 100
                ADD 1                 TO WK-DEF-COUNT
                SET IDX-DEF           TO WK-DEF-COUNT
                MOVE VD-TICKET        TO WK-DEF-TICKET(IDX-DEF)
                MOVE VD-REPORTED-BLD  TO WK-DEF-REPORTED(IDX-DEF)
                MOVE VD-FIX-BLD       TO WK-DEF-FIX(IDX-DEF)
                MOVE VD-STATUS        TO WK-DEF-STATUS(IDX-DEF)
                MOVE VD-VERIFY-RUN    TO WK-DEF-VERIFY-RUN(IDX-DEF)
                MOVE "N"               TO WK-DEF-CAND-SW(IDX-DEF)
                MOVE ZERO             TO WK-DEF-OK-CT(IDX-DEF)
                                         WK-DEF-NG-CT(IDX-DEF)
                                         WK-DEF-MISS-CT(IDX-DEF)
            ELSE
                PERFORM P-029-TABLE-FULL
            END-IF.
      *
       P-024-LOAD-LINK.
            IF WK-LNK-COUNT < 500
                ADD 1                 TO WK-LNK-COUNT
                SET IDX-LNK           TO WK-LNK-COUNT
                MOVE SPACES           TO WK-LNK-ENTRY(IDX-LNK)
                MOVE VD-TICKET        TO WK-LNK-TICKET(IDX-LNK)
                MOVE VD-PROGRAM       TO WK-LNK-PROGRAM(IDX-LNK)
                MOVE VD-CASE-ID       TO WK-LNK-CASE-ID(IDX-LNK)
                MOVE VD-TICKET        TO WK-KEY-TICKET
                PERFORM P-026-FIND-DEFECT
                MOVE WK-DEF-HIT       TO WK-LNK-DEF(IDX-LNK)
            ELSE
                PERFORM P-029-TABLE-FULL
            END-IF.
      *
      *    障害行の表をWK-KEY-TICKETで引く(WK-DEF-HIT、0=無し)。
       P-026-FIND-DEFECT.
            MOVE ZERO                 TO WK-DEF-HIT.
            PERFORM P-027-MATCH-DEFECT
               VARYING IDX-DEF FROM 1 BY 1
                  UNTIL IDX-DEF > WK-DEF-COUNT
                     OR WK-DEF-HIT NOT = ZERO.
      *
       P-027-MATCH-DEFECT.
            IF WK-DEF-TICKET(IDX-DEF) = WK-KEY-TICKET
                SET WK-DEF-HIT        TO IDX-DEF
            END-IF.
      *
      *    ケース行の表を障害番号+WK-MATCH-KEYで引く
      *    (WK-LNK-HIT、0=無し)。
       P-028-FIND-LINK.
            MOVE ZERO                 TO WK-LNK-HIT.
            PERFORM P-028-2-MATCH-LINK
               VARYING IDX-LNK FROM 1 BY 1
                  UNTIL IDX-LNK > WK-LNK-COUNT
                     OR WK-LNK-HIT NOT = ZERO.
      *
       P-028-2-MATCH-LINK.
            IF WK-LNK-TICKET(IDX-LNK) = WK-TGT-TICKET
               AND WK-LNK-KEY(IDX-LNK) = WK-MATCH-KEY
                SET WK-LNK-HIT        TO IDX-LNK
            END-IF.
      *
       P-029-TABLE-FULL.
            IF NOT WK-FULL
                SET WK-FULL           TO TRUE
                DISPLAY "VNDDEF.DAT TOO LARGE - LATER LINES IGNORED"
            END-IF.
      *
       P-030-LIST-ALL.
            DISPLAY "TICKET        REPORTED-BUILD    FIX-BUILD"
                    "         STATUS          VERIFIED-RUN".
            PERFORM P-032-LIST-ONE
               VARYING WK-DEF-HIT FROM 1 BY 1
                  UNTIL WK-DEF-HIT > WK-DEF-COUNT.
            DISPLAY "TOTAL " WK-DEF-COUNT " DEFECT(S)  "
                    WK-LNK-COUNT " LINKED CASE(S)".
      *
       P-032-LIST-ONE.
            SET IDX-DEF               TO WK-DEF-HIT.
            DISPLAY WK-DEF-TICKET(IDX-DEF) "  "
                    WK-DEF-REPORTED(IDX-DEF) "  "
                    WK-DEF-FIX(IDX-DEF) "  "
                    WK-DEF-STATUS(IDX-DEF) "  "
                    WK-DEF-VERIFY-RUN(IDX-DEF).
            PERFORM P-034-LIST-LINK
               VARYING IDX-LNK FROM 1 BY 1
                  UNTIL IDX-LNK > WK-LNK-COUNT.
      *
       P-034-LIST-LINK.
            IF WK-LNK-DEF(IDX-LNK) = WK-DEF-HIT
                DISPLAY "    " WK-LNK-PROGRAM(IDX-LNK) "  "
                        WK-LNK-CASE-ID(IDX-LNK)
            END-IF.
      *
      *    権限確認。拒否されても試行はアクセスログに残る。
       P-035-CHECK-AUTHORITY.
            MOVE "VNDDEF"              TO AC-PROGRAM.
            MOVE WK-TGT-TICKET        TO AC-KEY.
            MOVE SPACES               TO AC-OPERATOR AC-ALLOW
                                         AC-STATUS.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
      *
       P-038-DISPATCH-UPDATE.
            IF WK-TGT-TICKET = SPACES
                DISPLAY "SET VD-TICKET FOR " WK-ACTION
                MOVE 1               TO RETURN-CODE
            ELSE
                MOVE WK-TGT-TICKET    TO WK-KEY-TICKET
                EVALUATE WK-ACTION
                    WHEN "ADD"
                        PERFORM P-040-ADD-DEFECT THRU P-040-EXIT
                    WHEN "LINK"
                        PERFORM P-045-LINK-CASE THRU P-045-EXIT
                    WHEN "SET"
                        PERFORM P-048-SET-DEFECT THRU P-048-EXIT
                END-EVALUATE
            END-IF.
      *
      *    障害の登録。状態はOPENから始める。
       P-040-ADD-DEFECT.
            PERFORM P-026-FIND-DEFECT.
            IF WK-DEF-HIT NOT = ZERO
                DISPLAY "TICKET ALREADY REGISTERED: " WK-TGT-TICKET
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            IF WK-DEF-COUNT >= 100
                DISPLAY "VENDOR DEFECT REGISTER FULL - NOT ADDED"
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            IF WK-TGT-REPORTED = SPACES
                PERFORM 9770-RESOLVE-ACTIVE-BUILD
                MOVE BLD-ACTIVE-ID    TO WK-TGT-REPORTED
            END-IF.
            ADD 1                     TO WK-DEF-COUNT.
            SET IDX-DEF               TO WK-DEF-COUNT.
            MOVE WK-TGT-TICKET        TO WK-DEF-TICKET(IDX-DEF).
            MOVE WK-TGT-REPORTED      TO WK-DEF-REPORTED(IDX-DEF).
            MOVE WK-TGT-FIX           TO WK-DEF-FIX(IDX-DEF).
            MOVE "OPEN"                TO WK-DEF-STATUS(IDX-DEF).
            MOVE SPACES               TO WK-DEF-VERIFY-RUN(IDX-DEF).
            MOVE "(NONE)"              TO WK-BEFORE-IMG.
            PERFORM P-060-DEFECT-IMAGE.
            MOVE VND-DEFECT-REC       TO WK-AFTER-IMG.
            MOVE "ADD"                 TO WK-JRN-ACTION.
            PERFORM P-065-WRITE-JOURNAL.
            PERFORM P-050-REWRITE-REGISTER.
            DISPLAY "TICKET " WK-TGT-TICKET " REGISTERED AS OPEN".
       P-040-EXIT.
            EXIT.
      *
      *    影響を受けるケースを障害へ結び付ける。
       P-045-LINK-CASE.
            IF WK-TGT-PROGRAM = SPACES OR WK-TGT-CASE = SPACES
                DISPLAY "SET VD-PROGRAM AND VD-CASE FOR LINK"
                MOVE 1               TO RETURN-CODE
                GO TO P-045-EXIT
            END-IF.
            PERFORM P-026-FIND-DEFECT.
            IF WK-DEF-HIT = ZERO
                DISPLAY "TICKET NOT REGISTERED: " WK-TGT-TICKET
                MOVE 1               TO RETURN-CODE
                GO TO P-045-EXIT
            END-IF.
            MOVE WK-TGT-PROGRAM       TO WK-MATCH-PROGRAM.
            MOVE WK-TGT-CASE          TO WK-MATCH-CASE-ID.
            PERFORM P-028-FIND-LINK.
            IF WK-LNK-HIT NOT = ZERO
                DISPLAY "CASE ALREADY LINKED TO " WK-TGT-TICKET
                MOVE 1               TO RETURN-CODE
                GO TO P-045-EXIT
            END-IF.
            IF WK-LNK-COUNT >= 500
                DISPLAY "VENDOR DEFECT REGISTER FULL - NOT LINKED"
                MOVE 1               TO RETURN-CODE
                GO TO P-045-EXIT
            END-IF.
            ADD 1                     TO WK-LNK-COUNT.
            SET IDX-LNK               TO WK-LNK-COUNT.
            MOVE SPACES               TO WK-LNK-ENTRY(IDX-LNK).
            MOVE WK-TGT-TICKET        TO WK-LNK-TICKET(IDX-LNK).
            MOVE WK-TGT-PROGRAM       TO WK-LNK-PROGRAM(IDX-LNK).
            MOVE WK-TGT-CASE          TO WK-LNK-CASE-ID(IDX-LNK).
            MOVE WK-DEF-HIT           TO WK-LNK-DEF(IDX-LNK).
            MOVE "(NONE)"              TO WK-BEFORE-IMG.
            PERFORM P-062-LINK-IMAGE.
            MOVE VND-DEFECT-REC       TO WK-AFTER-IMG.
            MOVE "LINK"                TO WK-JRN-ACTION.
            PERFORM P-065-WRITE-JOURNAL.
            PERFORM P-050-REWRITE-REGISTER.
            DISPLAY WK-TGT-PROGRAM " " WK-TGT-CASE
                    " LINKED TO " WK-TGT-TICKET.
       P-045-EXIT.
            EXIT.
      *
      *    修正予定ビルド・状態の変更。修正予定ビルドだけを変えた
      *    ときは新しい約束の検証待ちとしてOPENへ戻す。
       P-048-SET-DEFECT.
            IF WK-TGT-FIX = SPACES AND WK-TGT-STATUS = SPACES
                DISPLAY "SET VD-FIX AND/OR VD-STATUS FOR SET"
                MOVE 1               TO RETURN-CODE
                GO TO P-048-EXIT
            END-IF.
            IF WK-TGT-STATUS NOT = SPACES
               AND NOT WK-TGT-STATUS-VALID
                DISPLAY "INVALID VD-STATUS: " WK-TGT-STATUS
                MOVE 1               TO RETURN-CODE
                GO TO P-048-EXIT
            END-IF.
            PERFORM P-026-FIND-DEFECT.
            IF WK-DEF-HIT = ZERO
                DISPLAY "TICKET NOT REGISTERED: " WK-TGT-TICKET
                MOVE 1               TO RETURN-CODE
                GO TO P-048-EXIT
            END-IF.
            SET IDX-DEF               TO WK-DEF-HIT.
            PERFORM P-060-DEFECT-IMAGE.
            MOVE VND-DEFECT-REC       TO WK-BEFORE-IMG.
            IF WK-TGT-FIX NOT = SPACES
                MOVE WK-TGT-FIX       TO WK-DEF-FIX(IDX-DEF)
                IF WK-TGT-STATUS = SPACES
                    MOVE "OPEN"        TO WK-TGT-STATUS
                END-IF
            END-IF.
            DISPLAY WK-TGT-TICKET " : " WK-DEF-STATUS(IDX-DEF)
                    " -> " WK-TGT-STATUS
                    " (FIX BUILD " WK-DEF-FIX(IDX-DEF) ")".
            MOVE WK-TGT-STATUS        TO WK-DEF-STATUS(IDX-DEF).
            PERFORM P-060-DEFECT-IMAGE.
            MOVE VND-DEFECT-REC       TO WK-AFTER-IMG.
            MOVE "SET"                 TO WK-JRN-ACTION.
            PERFORM P-065-WRITE-JOURNAL.
            PERFORM P-050-REWRITE-REGISTER.
       P-048-EXIT.
            EXIT.
      *
      *    台帳の書き直し。障害行ごとにその後ろへケース行を並べ、
      *    最後に障害行の無いケース行を残す。
       P-050-REWRITE-REGISTER.
            OPEN OUTPUT VND-DEFECT-FILE.
            PERFORM P-052-WRITE-DEFECT
               VARYING WK-DEF-HIT FROM 1 BY 1
                  UNTIL WK-DEF-HIT > WK-DEF-COUNT.
            MOVE ZERO                 TO WK-DEF-HIT.
            PERFORM P-054-WRITE-LINK
               VARYING IDX-LNK FROM 1 BY 1
                  UNTIL IDX-LNK > WK-LNK-COUNT.
            CLOSE VND-DEFECT-FILE.
      *
       P-052-WRITE-DEFECT.
            SET IDX-DEF               TO WK-DEF-HIT.
            PERFORM P-060-DEFECT-IMAGE.
            WRITE VND-DEFECT-REC.
            PERFORM P-054-WRITE-LINK
               VARYING IDX-LNK FROM 1 BY 1
                  UNTIL IDX-LNK > WK-LNK-COUNT.
      *
       P-054-WRITE-LINK.
            IF WK-LNK-DEF(IDX-LNK) = WK-DEF-HIT
                PERFORM P-062-LINK-IMAGE
                WRITE VND-DEFECT-REC
            END-IF.
      *
      *    障害行1行ぶんをVND-DEFECT-RECへ組み立てる(IDX-DEF)。
       P-060-DEFECT-IMAGE.
            MOVE SPACES               TO VND-DEFECT-REC.
            MOVE WK-DEF-TICKET(IDX-DEF)      TO VD-TICKET.
            MOVE "*DEFECT*"                   TO VD-PROGRAM.
            MOVE WK-DEF-REPORTED(IDX-DEF)    TO VD-REPORTED-BLD.
            MOVE WK-DEF-FIX(IDX-DEF)         TO VD-FIX-BLD.
            MOVE WK-DEF-STATUS(IDX-DEF)      TO VD-STATUS.
            MOVE WK-DEF-VERIFY-RUN(IDX-DEF)  TO VD-VERIFY-RUN.
      *
      *    ケース行1行ぶんをVND-DEFECT-RECへ組み立てる(IDX-LNK)。
       P-062-LINK-IMAGE.
            MOVE SPACES               TO VND-DEFECT-REC.
            MOVE WK-LNK-TICKET(IDX-LNK)      TO VD-TICKET.
            MOVE WK-LNK-PROGRAM(IDX-LNK)     TO VD-PROGRAM.
            MOVE WK-LNK-CASE-ID(IDX-LNK)     TO VD-CASE-ID.
      *
      *    更新1件の前像・後像を保守ジャーナルへ追記する。
       P-065-WRITE-JOURNAL.
            MOVE SPACES               TO WK-STAMP.
            STRING WK-SYS-DATE        DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)   DELIMITED BY SIZE
                              INTO WK-STAMP.
            OPEN EXTEND MNT-JRNL-FILE.
            MOVE SPACES               TO MNT-JRNL-REC.
            MOVE WK-STAMP             TO MJ-STAMP.
            MOVE "VNDDEF"              TO MJ-PROGRAM.
            MOVE WK-JRN-ACTION        TO MJ-ACTION.
            MOVE "VNDDEF.DAT"          TO MJ-FILE.
            MOVE WK-BEFORE-IMG        TO MJ-BEFORE.
            MOVE WK-AFTER-IMG         TO MJ-AFTER.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
            CLOSE MNT-JRNL-FILE.
      *
      *    修正の検証。今回の実行のビルドが修正を約したビルドで
      *    ある未解決(OPEN)の障害について、結び付いたケースを
      *    今回のALLDIGESTで確かめる。
       P-070-VERIFY.
            PERFORM P-071-READ-MANIFEST.
            IF WK-RUN-ID = SPACES
                DISPLAY "RUNMANIF.TXT NOT FOUND - NOTHING VERIFIED"
                GO TO P-070-EXIT
            END-IF.
            IF WK-RUN-BUILD = SPACES
                DISPLAY "RUN " WK-RUN-ID " NOT ATTRIBUTED TO A BUILD"
                        " - NOTHING VERIFIED"
                GO TO P-070-EXIT
            END-IF.
            DISPLAY "RUN " WK-RUN-ID " BUILD " WK-RUN-BUILD.
            PERFORM P-072-MARK-CANDIDATE
               VARYING IDX-DEF FROM 1 BY 1
                  UNTIL IDX-DEF > WK-DEF-COUNT.
            IF WK-CAND-CT = ZERO
                DISPLAY "NO OPEN DEFECT CLAIMS A FIX IN THIS BUILD"
                GO TO P-070-EXIT
            END-IF.
            PERFORM P-073-OPEN-DIGEST.
            IF NOT WK-DIGEST-FOUND
                DISPLAY "ALLDIGEST.TXT NOT FOUND - NOTHING VERIFIED"
                GO TO P-070-EXIT
            END-IF.
            MOVE SPACES               TO WK-DIGEST-RUN.
            MOVE "N"                   TO WK-EOF-SW.
            PERFORM P-074-CHECK-ONE-DIGEST UNTIL WK-EOF.
            CLOSE DIGEST-IN.
            IF WK-DIGEST-RUN NOT = WK-RUN-ID
                DISPLAY "ALLDIGEST.TXT IS FROM RUN " WK-DIGEST-RUN
                        " NOT " WK-RUN-ID " - NOTHING VERIFIED"
                MOVE 12              TO RETURN-CODE
                GO TO P-070-EXIT
            END-IF.
            SET WK-VERIFIED           TO TRUE.
            PERFORM P-076-TALLY-LINK
               VARYING IDX-LNK FROM 1 BY 1
                  UNTIL IDX-LNK > WK-LNK-COUNT.
            PERFORM P-078-DECIDE-ONE
               VARYING IDX-DEF FROM 1 BY 1
                  UNTIL IDX-DEF > WK-DEF-COUNT.
            IF WK-FIXED-CT > ZERO OR WK-FAILED-CT > ZERO
                PERFORM P-050-REWRITE-REGISTER
            END-IF.
            DISPLAY "VERIFIED-FIXED=" WK-FIXED-CT
                    " FIX-FAILED=" WK-FAILED-CT
                    " STILL PENDING=" WK-PENDING-CT.
       P-070-EXIT.
            EXIT.
      *
      *    RUNMANIFの先頭行から実行IDと帰属ビルドを取る。
       P-071-READ-MANIFEST.
            MOVE SPACES               TO WK-MANIFEST-NAME.
            IF WK-OUTDIR = SPACES
                MOVE "RUNMANIF.TXT"    TO WK-MANIFEST-NAME
            ELSE
                STRING WK-OUTDIR      DELIMITED BY SPACE
                       "/RUNMANIF.TXT"  DELIMITED BY SIZE
                              INTO WK-MANIFEST-NAME
            END-IF.
            OPEN INPUT MANIFEST-IN.
            IF WK-MANIF-FOUND
                READ MANIFEST-IN
                    AT END    CONTINUE
                    NOT AT END
                        MOVE MIN-RUN-ID      TO WK-RUN-ID
                        MOVE MIN-BUILD-ID    TO WK-RUN-BUILD
                END-READ
                CLOSE MANIFEST-IN
            END-IF.
      *
       P-072-MARK-CANDIDATE.
            IF WK-DEF-STATUS(IDX-DEF) = "OPEN"
               AND WK-DEF-FIX(IDX-DEF) = WK-RUN-BUILD
                SET WK-DEF-CAND(IDX-DEF)  TO TRUE
                ADD 1                 TO WK-CAND-CT
            END-IF.
      *
       P-073-OPEN-DIGEST.
            MOVE SPACES               TO WK-DIGEST-NAME.
            IF WK-OUTDIR = SPACES
                MOVE "ALLDIGEST.TXT"   TO WK-DIGEST-NAME
            ELSE
                STRING WK-OUTDIR      DELIMITED BY SPACE
                       "/ALLDIGEST.TXT"  DELIMITED BY SIZE
                              INTO WK-DIGEST-NAME
            END-IF.
            OPEN INPUT DIGEST-IN.
      *
      *    ダイジェスト1行を検証対象のケース行と突き合わせる。
       P-074-CHECK-ONE-DIGEST.
            READ DIGEST-IN
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    EVALUATE DIN-PROGRAM
                        WHEN "*RUNID*"
                            MOVE DIN-CASE-ID(1:16)  TO WK-DIGEST-RUN
                        WHEN "*LAYOUT*"
                            CONTINUE
                        WHEN OTHER
                            MOVE DIN-PROGRAM  TO WK-MATCH-PROGRAM
                            MOVE DIN-CASE-ID  TO WK-MATCH-CASE-ID
                            PERFORM P-075-MATCH-RESULT
                               VARYING IDX-LNK FROM 1 BY 1
                                  UNTIL IDX-LNK > WK-LNK-COUNT
                    END-EVALUATE
            END-READ.
      *
       P-075-MATCH-RESULT.
            IF WK-LNK-DEF(IDX-LNK) NOT = ZERO
               AND WK-LNK-KEY(IDX-LNK) = WK-MATCH-KEY
                SET IDX-DEF           TO WK-LNK-DEF(IDX-LNK)
                IF WK-DEF-CAND(IDX-DEF)
                    IF DIN-STATUS(1:2) = "OK"
                        MOVE "OK"      TO WK-LNK-RESULT(IDX-LNK)
                    ELSE
                        MOVE "NG"      TO WK-LNK-RESULT(IDX-LNK)
                    END-IF
                END-IF
            END-IF.
      *
      *    検証対象のケース行の結果を障害ごとに数える。今回の
      *    ダイジェストに無いケースは未実行。
       P-076-TALLY-LINK.
            IF WK-LNK-DEF(IDX-LNK) NOT = ZERO
                SET IDX-DEF           TO WK-LNK-DEF(IDX-LNK)
                IF WK-DEF-CAND(IDX-DEF)
                    EVALUATE WK-LNK-RESULT(IDX-LNK)
                        WHEN "OK"
                            ADD 1     TO WK-DEF-OK-CT(IDX-DEF)
                        WHEN "NG"
                            ADD 1     TO WK-DEF-NG-CT(IDX-DEF)
                        WHEN OTHER
                            MOVE "NOT RUN"
                                      TO WK-LNK-RESULT(IDX-LNK)
                            ADD 1     TO WK-DEF-MISS-CT(IDX-DEF)
                    END-EVALUATE
                END-IF
            END-IF.
      *
      *    障害1件の判定。NGが1件でもあればFIX-FAILED、全件OKなら
      *    VERIFIED-FIXED。未実行が残ればOPENのまま次の実行を待つ。
       P-078-DECIDE-ONE.
            IF WK-DEF-CAND(IDX-DEF)
                PERFORM P-060-DEFECT-IMAGE
                MOVE VND-DEFECT-REC   TO WK-BEFORE-IMG
                EVALUATE TRUE
                    WHEN WK-DEF-NG-CT(IDX-DEF) > ZERO
                        MOVE "FIX-FAILED"
                                      TO WK-DEF-STATUS(IDX-DEF)
                        ADD 1         TO WK-FAILED-CT
                    WHEN WK-DEF-OK-CT(IDX-DEF) > ZERO
                         AND WK-DEF-MISS-CT(IDX-DEF) = ZERO
                        MOVE "VERIFIED-FIXED"
                                      TO WK-DEF-STATUS(IDX-DEF)
                        ADD 1         TO WK-FIXED-CT
                    WHEN OTHER
                        ADD 1         TO WK-PENDING-CT
                END-EVALUATE
                DISPLAY WK-DEF-TICKET(IDX-DEF) " OK="
                        WK-DEF-OK-CT(IDX-DEF) " NG="
                        WK-DEF-NG-CT(IDX-DEF) " NOT RUN="
                        WK-DEF-MISS-CT(IDX-DEF) " -> "
                        WK-DEF-STATUS(IDX-DEF)
                IF WK-DEF-STATUS(IDX-DEF) NOT = "OPEN"
                    MOVE WK-RUN-ID    TO WK-DEF-VERIFY-RUN(IDX-DEF)
                    PERFORM P-060-DEFECT-IMAGE
                    MOVE VND-DEFECT-REC   TO WK-AFTER-IMG
                    MOVE "VERIFY"      TO WK-JRN-ACTION
                    PERFORM P-065-WRITE-JOURNAL
                END-IF
            END-IF.
      *
      *    ベンダとの定例会議用の一覧。CLOSED以外の障害を台帳の
      *    順に、結び付いたケースと(検証したときは)今回の結果を
      *    添えて並べる。
       P-080-MEETING-LIST.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "VNDMEET.RPT"         TO PS-REPORT-NAME.
            MOVE "ベンダ障害 定例会議リスト"
                                      TO PS-TITLE.
            IF WK-VERIFIED
                MOVE WK-RUN-ID        TO PS-RUN-ID
            ELSE
                MOVE SPACES           TO PS-RUN-ID
            END-IF.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-082-ONE-DEFECT
               VARYING WK-DEF-HIT FROM 1 BY 1
                  UNTIL WK-DEF-HIT > WK-DEF-COUNT.
            PERFORM P-090-WRITE.
            MOVE WK-OPEN-CT           TO WK-ED-CT.
            STRING "  未解決(OPEN)          " DELIMITED BY SIZE
                   WK-ED-CT                   DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-FAIL-LIST-CT      TO WK-ED-CT.
            STRING "  修正失敗(FIX-FAILED)  " DELIMITED BY SIZE
                   WK-ED-CT                   DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-FIXED-LIST-CT     TO WK-ED-CT.
            STRING "  修正確認済(未クローズ)"
                                              DELIMITED BY SIZE
                   WK-ED-CT                   DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
       P-082-ONE-DEFECT.
            SET IDX-DEF               TO WK-DEF-HIT.
            IF WK-DEF-STATUS(IDX-DEF) NOT = "CLOSED"
                EVALUATE WK-DEF-STATUS(IDX-DEF)
                    WHEN "FIX-FAILED"
                        ADD 1         TO WK-FAIL-LIST-CT
                    WHEN "VERIFIED-FIXED"
                        ADD 1         TO WK-FIXED-LIST-CT
                    WHEN OTHER
                        ADD 1         TO WK-OPEN-CT
                END-EVALUATE
                PERFORM P-090-WRITE
                STRING "■ "                    DELIMITED BY SIZE
                       WK-DEF-TICKET(IDX-DEF)   DELIMITED BY SIZE
                       "  状態 "                 DELIMITED BY SIZE
                       WK-DEF-STATUS(IDX-DEF)   DELIMITED BY SIZE
                       "  報告ビルド "           DELIMITED BY SIZE
                       WK-DEF-REPORTED(IDX-DEF)  DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
                IF WK-DEF-FIX(IDX-DEF) = SPACES
                    MOVE "    修正予定ビルド: (未提示)"
                                      TO PS-LINE
                ELSE
                    STRING "    修正予定ビルド: "
                                              DELIMITED BY SIZE
                           WK-DEF-FIX(IDX-DEF)  DELIMITED BY SPACE
                           "  検証実行: "     DELIMITED BY SIZE
                           WK-DEF-VERIFY-RUN(IDX-DEF)
                                              DELIMITED BY SIZE
                              INTO PS-LINE
                END-IF
                PERFORM P-090-WRITE
                PERFORM P-084-ONE-CASE
                   VARYING IDX-LNK FROM 1 BY 1
                      UNTIL IDX-LNK > WK-LNK-COUNT
            END-IF.
      *
       P-084-ONE-CASE.
            IF WK-LNK-DEF(IDX-LNK) = WK-DEF-HIT
                STRING "      "                DELIMITED BY SIZE
                       WK-LNK-PROGRAM(IDX-LNK)  DELIMITED BY SIZE
                       "  "                    DELIMITED BY SIZE
                       WK-LNK-CASE-ID(IDX-LNK)  DELIMITED BY SIZE
                       "  "                    DELIMITED BY SIZE
                       WK-LNK-RESULT(IDX-LNK)   DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
       COPY BLDRPRC.
