      ******************************************************************
      *    テストケース：CAPTRND
      *    プログラム名：日本語化テスト 出力領域の容量推移と予測
      *    処理概要　　：毎晩の出力ディレクトリ一覧OUTLIST.TXTの
      *                  サイズを登録出力カタログOUTCAT.TXTの名前
      *                  パターン(ファイル群)ごとに合計し、保管索引
      *                  ARCHIDX.TXTの世代数と、伸び続ける台帳
      *                  (RUNHIST.DAT・NGLEDGER.DAT・RESMAST.IDX・
      *                  ACCESSLG.TXT・MNTJRNL.DAT)の件数と合わせて
      *                  容量履歴CAPHIST.TXTへ日付付きで残す。履歴
      *                  から7日・30日・90日の増え方を出し、上限
      *                  CAPQUOTA.TXTを越える日を見込んで、それが
      *                  警告日数以内なら知らせる。保管ディスクが
      *                  前触れなく満杯になったことへの手当て。
      *                  CAPTRND.RPTへPRTSRVで刷る。
      *  --------------------------------------------------------------
      *   環境変数:
      *     CP-RUN-DATE  = 実行日YYYYMMDD(既定は当日)
      *     CP-WARN-DAYS = 警告する日数(既定30)
      *   容量履歴(CAPHIST.TXT、1行=1指標):
      *     日付9(08)+空白2+区分X(04)+空白2+指標名X(40)+空白2+
      *     値9(12)
      *     区分 SIZE ... ファイル群のサイズ合計(バイト)。指標名は
      *                   OUTCAT.TXTのパターン。どのパターンにも
      *                   当たらないファイルは"(未登録)"、全体の
      *                   合計は"*TOTAL*"
      *          GENS ... ARCHIDX.TXTの世代数。"ARCHIDX KEPT"は消去
      *                   されていない世代、"ARCHIDX FILES"はその
      *                   ファイル本数の合計
      *          RECS ... 台帳の件数。指標名はファイル名
      *     同じ実行日の行が既にある指標は書き足さない(流し直し
      *     ても履歴は1日1行)。
      *   上限(CAPQUOTA.TXT、1行=1指標):
      *     区分X(04)+空白2+指標名X(40)+空白2+上限9(12)
      *     1桁目が"*"の行は注記として読み飛ばす。
      *   増え方は基準日(実行日のn日前)以前で最も新しい履歴の値
      *   との差。ただし実行日の2n日前より古い行は基準にしない
      *   (古すぎる点で短い期間の増え方を出さないため)。当たる
      *   行が無ければ履歴不足とする。
      *   到達見込みは30日(無ければ90日、7日)の基準点からの1日
      *   当たりの増加で、上限に届く日を出す。
      *   戻り値: 0=警告なし 4=上限超過または警告日数以内に到達
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CAPTRND.
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
           SELECT OPTIONAL CAT-FILE   ASSIGN TO "OUTCAT.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIST-FILE  ASSIGN TO "OUTLIST.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-INDEX ASSIGN TO "ARCHIDX.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COUNT-FILE ASSIGN TO DYNAMIC
                                        WK-COUNT-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-COUNT-FS.
           SELECT RES-MASTER          ASSIGN TO "RESMAST.IDX"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS RM-KEY
                                        FILE STATUS IS WK-MAST-FS.
           SELECT OPTIONAL HIST-FILE  ASSIGN TO "CAPHIST.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUOTA-FILE ASSIGN TO "CAPQUOTA.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  CAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAT-REC.
           05  CAT-PATTERN            PIC X(40).
           05  FILLER                 PIC X(02).
           05  CAT-PRODUCER           PIC X(10).
           05  FILLER                 PIC X(02).
           05  CAT-LIFETIME           PIC 9(04).
       FD  LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIST-REC.
           05  LST-NAME               PIC X(40).
           05  FILLER                 PIC X(02).
           05  LST-DATE               PIC 9(08).
           05  FILLER                 PIC X(02).
           05  LST-SIZE               PIC 9(09).
       FD  ARCH-INDEX
           LABEL RECORDS ARE STANDARD.
       01  ARCH-INDEX-REC.
           05  AIX-RUN-ID             PIC X(16).
           05  FILLER                 PIC X(02).
           05  AIX-FILE-COUNT         PIC 9(03).
           05  FILLER                 PIC X(02).
           05  AIX-STATUS             PIC X(06).
       FD  COUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COUNT-REC              PIC X(300).
       FD  RES-MASTER
           LABEL RECORDS ARE STANDARD.
       01  RES-MASTER-REC.
           05  RM-KEY.
               10  RM-PROGRAM         PIC X(10).
               10  RM-CASE-ID         PIC X(30).
           05  RM-CURR-STATUS         PIC X(02).
           05  RM-CURR-RUN            PIC X(16).
           05  RM-HISTORY.
               10  RM-HIST-ENTRY  OCCURS 5 TIMES.
                   15  RM-HIST-RUN    PIC X(16).
                   15  RM-HIST-STATUS PIC X(02).
       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIST-REC.
           05  HST-DATE               PIC X(08).
           05  FILLER                 PIC X(02).
           05  HST-KIND               PIC X(04).
           05  FILLER                 PIC X(02).
           05  HST-METRIC             PIC X(40).
           05  FILLER                 PIC X(02).
           05  HST-VALUE              PIC X(12).
       FD  QUOTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOTA-REC.
           05  QTA-KIND               PIC X(04).
           05  FILLER                 PIC X(02).
           05  QTA-METRIC             PIC X(40).
           05  FILLER                 PIC X(02).
           05  QTA-LIMIT              PIC X(12).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-COUNT-NAME      PIC X(12).
       01  WK-COUNT-FS        PIC XX.
           88  WK-COUNT-FOUND              VALUE "00".
       01  WK-OPEN-FS         PIC XX.
           88  WK-COUNT-OPENED             VALUE "00" "05".
       01  WK-MAST-FS         PIC XX.
           88  WK-MAST-OK                  VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ENV-VALUE       PIC X(08)  VALUE SPACES.
       01  WK-RUN-DATE        PIC 9(08).
       01  WK-WARN-DAYS       PIC 9(04)  VALUE 30.
       01  WK-TODAY-SERIAL    PIC 9(07)  COMP.
       01  WK-WARN-CT         PIC 9(03)  VALUE ZERO.
       01  WK-HIST-ADD-CT     PIC 9(03)  VALUE ZERO.
      *
      *    カタログのパターン(OUTAUDITと同じ)。
       01  WK-CAT-TAB.
           05  WK-CAT-ENTRY  OCCURS 50 TIMES INDEXED BY IDX-CAT.
               10  WK-CAT-PATTERN     PIC X(40).
       01  WK-CAT-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-CAT-HIT         PIC 9(03)  COMP.
       01  WK-STAR-CT         PIC 9(03)  COMP.
       01  WK-PFX-LEN         PIC 9(03)  COMP.
      *
      *    件数を数える台帳(RESMAST.IDXは索引ファイルのため別に
      *    数える)。
       01  WK-LEDGER-TABLE-DEF.
           05  FILLER   PIC X(12)  VALUE "RUNHIST.DAT".
           05  FILLER   PIC X(12)  VALUE "NGLEDGER.DAT".
           05  FILLER   PIC X(12)  VALUE "ACCESSLG.TXT".
           05  FILLER   PIC X(12)  VALUE "MNTJRNL.DAT".
       01  WK-LEDGER-TAB  REDEFINES WK-LEDGER-TABLE-DEF.
           05  WK-LEDGER-FILE  OCCURS 4 TIMES INDEXED BY IDX-LDG
                                      PIC X(12).
       01  WK-LEDGER-COUNT    PIC 9(03)  COMP  VALUE 4.
      *
      *    指標の作業表。今夜の値・上限・基準点の値と通日。
       01  WK-MET-TAB.
           05  WK-MET-ENTRY  OCCURS 80 TIMES INDEXED BY IDX-MET.
               10  WK-MET-KIND        PIC X(04).
               10  WK-MET-NAME        PIC X(40).
               10  WK-MET-VALUE       PIC 9(12).
               10  WK-MET-QUOTA       PIC 9(12).
               10  WK-MET-QUOTA-SW    PIC X(01).
               10  WK-MET-TODAY-SW    PIC X(01).
               10  WK-MET-REF  OCCURS 3 TIMES.
                   15  WK-MET-REF-VALUE   PIC 9(12).
                   15  WK-MET-REF-SERIAL  PIC 9(07)  COMP.
       01  WK-MET-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-MET-HIT         PIC 9(03)  COMP.
       01  WK-WANT-KIND       PIC X(04).
       01  WK-WANT-NAME       PIC X(40).
       01  WK-ADD-VALUE       PIC 9(12).
      *
      *    基準の日数(7・30・90)と基準日の通日。
       01  WK-SPAN-TABLE-DEF.
           05  FILLER   PIC 9(03)  VALUE 007.
           05  FILLER   PIC 9(03)  VALUE 030.
           05  FILLER   PIC 9(03)  VALUE 090.
       01  WK-SPAN-TAB  REDEFINES WK-SPAN-TABLE-DEF.
           05  WK-SPAN-DAYS  OCCURS 3 TIMES PIC 9(03).
       01  WK-SPAN-SERIAL     PIC 9(07)  COMP  OCCURS 3 TIMES.
       01  WK-SPAN-OLDEST     PIC 9(07)  COMP  OCCURS 3 TIMES.
       01  WK-SX              PIC 9(02)  COMP.
       01  WK-HST-SERIAL      PIC 9(07)  COMP.
       01  WK-HST-VALUE       PIC 9(12).
      *
      *    見込みの計算。
       01  WK-BASE-SX         PIC 9(02)  COMP.
       01  WK-ELAPSED-DAYS    PIC 9(07)  COMP.
       01  WK-GROWTH          PIC S9(12).
       01  WK-RATE            PIC S9(12)V9(04)  COMP-3.
       01  WK-PCT             PIC S9(05)V9(01)  COMP-3.
       01  WK-DAYS-LEFT       PIC 9(07)  COMP.
       01  WK-PROJ-TEXT       PIC X(40).
       01  WK-WARN-TEXT       PIC X(14).
      *
      *    月の日数表(うるう年の2月は計算で足す)。
       01  WK-MLEN-TABLE-DEF.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 28.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
           05  FILLER   PIC 9(02)  VALUE 30.
           05  FILLER   PIC 9(02)  VALUE 31.
       01  WK-MLEN-TAB  REDEFINES WK-MLEN-TABLE-DEF.
           05  WK-MLEN    PIC 9(02)  OCCURS 12 TIMES.
      *
      *    日付→通日(日数の差を取るための連番)と、その逆向きに
      *    日数を足した日付を出す作業域。
       01  WK-DATE-W          PIC 9(08).
       01  WK-DATE-PARTS  REDEFINES WK-DATE-W.
           05  WK-YYYY            PIC 9(04).
           05  WK-MM              PIC 9(02).
           05  WK-DD              PIC 9(02).
       01  WK-DATE-OK-SW      PIC X      VALUE "N".
           88  WK-DATE-OK                 VALUE "Y"  FALSE "N".
       01  WK-MONTH-LEN       PIC 9(02).
       01  WK-Q               PIC 9(06)  COMP.
       01  WK-R               PIC 9(04)  COMP.
       01  WK-Y-ADJ           PIC 9(04)  COMP.
       01  WK-M-ADJ           PIC 9(02)  COMP.
       01  WK-SERIAL          PIC 9(07)  COMP.
       01  WK-ADD-DAYS        PIC 9(07)  COMP.
       01  WK-MONTH-REST      PIC 9(02)  COMP.
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
       01  WK-VAL-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WK-QTA-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WK-GRW-ED          PIC +ZZ,ZZZ,ZZZ,ZZ9.
       01  WK-PCT-ED          PIC +ZZZZ9.9.
       01  WK-DAYS-ED         PIC ZZZ9.
       01  WK-SPAN-ED         PIC Z9.
       01  WK-ED-DATE         PIC X(10).
       01  WK-LINE-PTR        PIC 9(03)  COMP.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "CAPTRND START".
            PERFORM P-015-ACCEPT-PARMS.
            MOVE WK-RUN-DATE          TO WK-DATE-W.
            PERFORM P-050-TO-SERIAL THRU P-050-EXIT.
            IF NOT WK-DATE-OK
                DISPLAY "CP-RUN-DATE MUST BE YYYYMMDD: " WK-RUN-DATE
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WK-SERIAL            TO WK-TODAY-SERIAL.
            PERFORM P-017-SPAN-SERIAL
               VARYING WK-SX FROM 1 BY 1 UNTIL WK-SX > 3.
      *    今夜の値を集める。
            PERFORM P-020-LOAD-CATALOG.
            MOVE "SIZE"                TO WK-WANT-KIND.
            MOVE "*TOTAL*"             TO WK-WANT-NAME.
            MOVE ZERO                 TO WK-ADD-VALUE.
            PERFORM P-090-ADD-METRIC.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT LIST-FILE.
            PERFORM P-022-SIZE-ONE UNTIL WK-EOF.
            CLOSE LIST-FILE.
            PERFORM P-026-ARCHIVE-GENS.
            PERFORM P-030-COUNT-LEDGER
               VARYING IDX-LDG FROM 1 BY 1
                  UNTIL IDX-LDG > WK-LEDGER-COUNT.
            PERFORM P-034-COUNT-MASTER.
      *    上限と履歴を読み、今夜の分を履歴へ足す。
            PERFORM P-040-LOAD-QUOTA.
            PERFORM P-044-LOAD-HISTORY.
            PERFORM P-048-APPEND-HISTORY.
      *    報告書。
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "CAPTRND.RPT"         TO PS-REPORT-NAME.
            MOVE "出力領域の容量推移と予測" TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-WARN-DAYS         TO WK-DAYS-ED.
            STRING "  実行日 " WK-RUN-DATE
                   "  警告日数" WK-DAYS-ED "日"
                   DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-190-WRITE.
            MOVE "SIZE"                TO WK-WANT-KIND.
            MOVE "■ ファイル群のサイズ(バイト)"
                                      TO PS-LINE.
            PERFORM P-100-KIND-SECTION.
            MOVE "GENS"                TO WK-WANT-KIND.
            MOVE "■ 保管世代"          TO PS-LINE.
            PERFORM P-100-KIND-SECTION.
            MOVE "RECS"                TO WK-WANT-KIND.
            MOVE "■ 台帳の件数"        TO PS-LINE.
            PERFORM P-100-KIND-SECTION.
            PERFORM P-190-WRITE.
            MOVE WK-WARN-CT           TO WK-DAYS-ED.
            STRING "  警告" WK-DAYS-ED "件"
                   DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-190-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "CAPTRND END  METRICS=" WK-MET-COUNT
                    " NEW HISTORY=" WK-HIST-ADD-CT
                    " WARNINGS=" WK-WARN-CT.
            IF WK-WARN-CT > ZERO
                MOVE 4                TO RETURN-CODE
            ELSE
                MOVE ZERO             TO RETURN-CODE
            END-IF.
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "CP-RUN-DATE"       UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE IS NUMERIC
                MOVE WK-ENV-VALUE     TO WK-RUN-DATE
            ELSE
                ACCEPT WK-RUN-DATE    FROM DATE YYYYMMDD
            END-IF.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "CP-WARN-DAYS"      UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE(1:4) IS NUMERIC
                MOVE WK-ENV-VALUE(1:4)  TO WK-WARN-DAYS
            END-IF.
      *
       P-017-SPAN-SERIAL.
            COMPUTE WK-SPAN-SERIAL(WK-SX) =
                    WK-TODAY-SERIAL - WK-SPAN-DAYS(WK-SX).
            COMPUTE WK-SPAN-OLDEST(WK-SX) =
                    WK-TODAY-SERIAL - WK-SPAN-DAYS(WK-SX) * 2.
      *
       P-020-LOAD-CATALOG.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT CAT-FILE.
            PERFORM P-021-CATALOG-ONE UNTIL WK-EOF.
            CLOSE CAT-FILE.
      *
       P-021-CATALOG-ONE.
            READ CAT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CAT-PATTERN NOT = SPACES
                       AND CAT-PATTERN(1:1) NOT = "*"
                       AND WK-CAT-COUNT < 50
                        ADD 1         TO WK-CAT-COUNT
                        SET IDX-CAT   TO WK-CAT-COUNT
                        MOVE CAT-PATTERN
                             TO WK-CAT-PATTERN(IDX-CAT)
                    END-IF
            END-READ.
      *
      *    一覧の1本をパターンのファイル群と全体の合計へ足す。
       P-022-SIZE-ONE.
            READ LIST-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF LST-NAME NOT = SPACES
                       AND LST-SIZE IS NUMERIC
                        MOVE ZERO     TO WK-CAT-HIT
                        PERFORM P-024-MATCH-PATTERN
                           VARYING IDX-CAT FROM 1 BY 1
                              UNTIL IDX-CAT > WK-CAT-COUNT
                                 OR WK-CAT-HIT NOT = ZERO
                        MOVE "SIZE"    TO WK-WANT-KIND
                        IF WK-CAT-HIT = ZERO
                            MOVE "(未登録)"  TO WK-WANT-NAME
                        ELSE
                            SET IDX-CAT  TO WK-CAT-HIT
                            MOVE WK-CAT-PATTERN(IDX-CAT)
                                      TO WK-WANT-NAME
                        END-IF
                        MOVE LST-SIZE TO WK-ADD-VALUE
                        PERFORM P-090-ADD-METRIC
                        MOVE "*TOTAL*"  TO WK-WANT-NAME
                        PERFORM P-090-ADD-METRIC
                    END-IF
            END-READ.
      *
      *    "*"終わりは前方一致、それ以外は完全一致(OUTAUDITと同じ)。
       P-024-MATCH-PATTERN.
            MOVE ZERO                 TO WK-STAR-CT.
            INSPECT WK-CAT-PATTERN(IDX-CAT)
                    TALLYING WK-STAR-CT FOR ALL "*".
            IF WK-STAR-CT > ZERO
                MOVE ZERO             TO WK-PFX-LEN
                INSPECT WK-CAT-PATTERN(IDX-CAT)
                        TALLYING WK-PFX-LEN
                        FOR CHARACTERS BEFORE INITIAL "*"
                IF WK-PFX-LEN = ZERO
                    SET WK-CAT-HIT    TO IDX-CAT
                ELSE
                    IF LST-NAME(1:WK-PFX-LEN) =
                       WK-CAT-PATTERN(IDX-CAT)(1:WK-PFX-LEN)
                        SET WK-CAT-HIT  TO IDX-CAT
                    END-IF
                END-IF
            ELSE
                IF LST-NAME = WK-CAT-PATTERN(IDX-CAT)
                    SET WK-CAT-HIT    TO IDX-CAT
                END-IF
            END-IF.
      *
      *    保管索引の世代数と、消去されていない世代のファイル本数。
       P-026-ARCHIVE-GENS.
            MOVE "GENS"                TO WK-WANT-KIND.
            MOVE ZERO                 TO WK-ADD-VALUE.
            MOVE "ARCHIDX KEPT"        TO WK-WANT-NAME.
            PERFORM P-090-ADD-METRIC.
            MOVE "ARCHIDX FILES"       TO WK-WANT-NAME.
            PERFORM P-090-ADD-METRIC.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT ARCH-INDEX.
            PERFORM P-028-GEN-ONE UNTIL WK-EOF.
            CLOSE ARCH-INDEX.
      *
       P-028-GEN-ONE.
            READ ARCH-INDEX
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF AIX-RUN-ID NOT = SPACES
                       AND AIX-STATUS NOT = "PURGED"
                        MOVE 1        TO WK-ADD-VALUE
                        MOVE "ARCHIDX KEPT"   TO WK-WANT-NAME
                        PERFORM P-090-ADD-METRIC
                        IF AIX-FILE-COUNT IS NUMERIC
                            MOVE AIX-FILE-COUNT  TO WK-ADD-VALUE
                            MOVE "ARCHIDX FILES" TO WK-WANT-NAME
                            PERFORM P-090-ADD-METRIC
                        END-IF
                    END-IF
            END-READ.
      *
      *    行順ファイルの台帳の件数。無いファイルは0件。
       P-030-COUNT-LEDGER.
            MOVE "RECS"                TO WK-WANT-KIND.
            MOVE WK-LEDGER-FILE(IDX-LDG)  TO WK-WANT-NAME
                                             WK-COUNT-NAME.
            MOVE ZERO                 TO WK-ADD-VALUE.
            PERFORM P-090-ADD-METRIC.
            MOVE 1                    TO WK-ADD-VALUE.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT COUNT-FILE.
            MOVE WK-COUNT-FS          TO WK-OPEN-FS.
            IF WK-COUNT-FOUND
                PERFORM P-032-COUNT-ONE UNTIL WK-EOF
            END-IF.
            IF WK-COUNT-OPENED
                CLOSE COUNT-FILE
            END-IF.
      *
       P-032-COUNT-ONE.
            READ COUNT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    PERFORM P-090-ADD-METRIC
            END-READ.
      *
      *    結果マスタの件数。開けなければ今夜は記録しない。
       P-034-COUNT-MASTER.
            OPEN INPUT RES-MASTER.
            IF NOT WK-MAST-OK
                DISPLAY "RESMAST.IDX NOT AVAILABLE (FILE STATUS "
                        WK-MAST-FS ") - NOT COUNTED"
            ELSE
                MOVE "RECS"            TO WK-WANT-KIND
                MOVE "RESMAST.IDX"     TO WK-WANT-NAME
                MOVE ZERO             TO WK-ADD-VALUE
                PERFORM P-090-ADD-METRIC
                MOVE 1                TO WK-ADD-VALUE
                MOVE "N"              TO WK-EOF-SW
                PERFORM P-036-MASTER-ONE UNTIL WK-EOF
                CLOSE RES-MASTER
            END-IF.
      *
       P-036-MASTER-ONE.
            READ RES-MASTER NEXT
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    PERFORM P-090-ADD-METRIC
            END-READ.
      *
       P-040-LOAD-QUOTA.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT QUOTA-FILE.
            PERFORM P-042-QUOTA-ONE UNTIL WK-EOF.
            CLOSE QUOTA-FILE.
      *
       P-042-QUOTA-ONE.
            READ QUOTA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF QTA-KIND(1:1) NOT = "*"
                       AND QTA-LIMIT IS NUMERIC
                        MOVE QTA-KIND    TO WK-WANT-KIND
                        MOVE QTA-METRIC  TO WK-WANT-NAME
                        PERFORM P-092-FIND-METRIC
                        IF WK-MET-HIT NOT = ZERO
                            SET IDX-MET  TO WK-MET-HIT
                            MOVE QTA-LIMIT
                                 TO WK-MET-QUOTA(IDX-MET)
                            MOVE "Y"  TO WK-MET-QUOTA-SW(IDX-MET)
                        END-IF
                    END-IF
            END-READ.
      *
      *    履歴から基準点(基準日以前で最も新しい行)を拾い、今夜の
      *    行が既にある指標に印を付ける。
       P-044-LOAD-HISTORY.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT HIST-FILE.
            PERFORM P-045-HISTORY-ONE UNTIL WK-EOF.
            CLOSE HIST-FILE.
      *
       P-045-HISTORY-ONE.
            READ HIST-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF HST-DATE IS NUMERIC
                       AND HST-VALUE IS NUMERIC
                        MOVE HST-KIND    TO WK-WANT-KIND
                        MOVE HST-METRIC  TO WK-WANT-NAME
                        PERFORM P-092-FIND-METRIC
                        IF WK-MET-HIT NOT = ZERO
                            PERFORM P-046-HISTORY-POINT
                        END-IF
                    END-IF
            END-READ.
      *
       P-046-HISTORY-POINT.
            SET IDX-MET               TO WK-MET-HIT.
            MOVE HST-DATE             TO WK-DATE-W.
            PERFORM P-050-TO-SERIAL THRU P-050-EXIT.
            IF WK-DATE-OK
                MOVE WK-SERIAL        TO WK-HST-SERIAL
                MOVE HST-VALUE        TO WK-HST-VALUE
                IF WK-HST-SERIAL = WK-TODAY-SERIAL
                    MOVE "Y"          TO WK-MET-TODAY-SW(IDX-MET)
                END-IF
                PERFORM P-047-TAKE-REF
                   VARYING WK-SX FROM 1 BY 1 UNTIL WK-SX > 3
            END-IF.
      *
       P-047-TAKE-REF.
            IF WK-HST-SERIAL NOT > WK-SPAN-SERIAL(WK-SX)
               AND WK-HST-SERIAL NOT < WK-SPAN-OLDEST(WK-SX)
               AND WK-HST-SERIAL NOT <
                   WK-MET-REF-SERIAL(IDX-MET, WK-SX)
                MOVE WK-HST-SERIAL
                     TO WK-MET-REF-SERIAL(IDX-MET, WK-SX)
                MOVE WK-HST-VALUE
                     TO WK-MET-REF-VALUE(IDX-MET, WK-SX)
            END-IF.
      *
       P-048-APPEND-HISTORY.
            OPEN EXTEND HIST-FILE.
            PERFORM P-049-APPEND-ONE
               VARYING IDX-MET FROM 1 BY 1
                  UNTIL IDX-MET > WK-MET-COUNT.
            CLOSE HIST-FILE.
      *
       P-049-APPEND-ONE.
            IF WK-MET-TODAY-SW(IDX-MET) NOT = "Y"
                MOVE SPACES           TO HIST-REC
                MOVE WK-RUN-DATE      TO HST-DATE
                MOVE WK-MET-KIND(IDX-MET)   TO HST-KIND
                MOVE WK-MET-NAME(IDX-MET)   TO HST-METRIC
                MOVE WK-MET-VALUE(IDX-MET)  TO HST-VALUE
                WRITE HIST-REC
                ADD 1                 TO WK-HIST-ADD-CT
            END-IF.
      *
      *    WK-DATE-Wを通日WK-SERIALへ(3月始まりの暦で数える)。
      *    日付として正しくなければWK-DATE-OKを立てない。
       P-050-TO-SERIAL.
            SET WK-DATE-OK         TO FALSE.
            MOVE ZERO              TO WK-SERIAL.
            IF WK-DATE-W IS NOT NUMERIC
               OR WK-YYYY < 1900 OR WK-YYYY > 2199
               OR WK-MM < 1 OR WK-MM > 12
                GO TO P-050-EXIT
            END-IF.
            MOVE WK-MLEN(WK-MM)    TO WK-MONTH-LEN.
            IF WK-MM = 2
                PERFORM P-052-CHECK-LEAP
            END-IF.
            IF WK-DD < 1 OR WK-DD > WK-MONTH-LEN
                GO TO P-050-EXIT
            END-IF.
            IF WK-MM <= 2
                COMPUTE WK-Y-ADJ = WK-YYYY - 1
                COMPUTE WK-M-ADJ = WK-MM + 9
            ELSE
                MOVE WK-YYYY       TO WK-Y-ADJ
                COMPUTE WK-M-ADJ = WK-MM - 3
            END-IF.
            COMPUTE WK-SERIAL = 365 * (WK-Y-ADJ - 1900).
            DIVIDE WK-Y-ADJ BY 4   GIVING WK-Q.
            ADD WK-Q               TO WK-SERIAL.
            DIVIDE WK-Y-ADJ BY 100 GIVING WK-Q.
            SUBTRACT WK-Q          FROM WK-SERIAL.
            DIVIDE WK-Y-ADJ BY 400 GIVING WK-Q.
            ADD WK-Q               TO WK-SERIAL.
            COMPUTE WK-Q = (153 * WK-M-ADJ + 2) / 5.
            ADD WK-Q               TO WK-SERIAL.
            ADD WK-DD              TO WK-SERIAL.
            SET WK-DATE-OK         TO TRUE.
       P-050-EXIT.
            EXIT.
      *
       P-052-CHECK-LEAP.
            DIVIDE WK-YYYY BY 4 GIVING WK-Q
                REMAINDER WK-R.
            IF WK-R = ZERO
                MOVE 29            TO WK-MONTH-LEN
                DIVIDE WK-YYYY BY 100 GIVING WK-Q
                    REMAINDER WK-R
                IF WK-R = ZERO
                    DIVIDE WK-YYYY BY 400 GIVING WK-Q
                        REMAINDER WK-R
                    IF WK-R NOT = ZERO
                        MOVE 28    TO WK-MONTH-LEN
                    END-IF
                END-IF
            END-IF.
      *
      *    WK-DATE-WにWK-ADD-DAYS日を足す。月末までの残りを越える
      *    間は翌月の1日へ進める。
       P-056-ADD-DAYS.
            PERFORM P-058-ADVANCE-MONTH
               UNTIL WK-ADD-DAYS = ZERO.
      *
       P-058-ADVANCE-MONTH.
            MOVE WK-MLEN(WK-MM)       TO WK-MONTH-LEN.
            IF WK-MM = 2
                PERFORM P-052-CHECK-LEAP
            END-IF.
            COMPUTE WK-MONTH-REST = WK-MONTH-LEN - WK-DD.
            IF WK-ADD-DAYS NOT > WK-MONTH-REST
                ADD WK-ADD-DAYS       TO WK-DD
                MOVE ZERO             TO WK-ADD-DAYS
            ELSE
                COMPUTE WK-ADD-DAYS = WK-ADD-DAYS - WK-MONTH-REST - 1
                MOVE 1                TO WK-DD
                IF WK-MM = 12
                    MOVE 1            TO WK-MM
                    ADD 1             TO WK-YYYY
                ELSE
                    ADD 1             TO WK-MM
                END-IF
            END-IF.
      *
      *    指標(WK-WANT-KIND・WK-WANT-NAME)を探し、無ければ作って
      *    WK-ADD-VALUEを足す。
       P-090-ADD-METRIC.
            PERFORM P-092-FIND-METRIC.
            IF WK-MET-HIT = ZERO AND WK-MET-COUNT < 80
                ADD 1                 TO WK-MET-COUNT
                SET IDX-MET           TO WK-MET-COUNT
                MOVE WK-WANT-KIND     TO WK-MET-KIND(IDX-MET)
                MOVE WK-WANT-NAME     TO WK-MET-NAME(IDX-MET)
                MOVE ZERO             TO WK-MET-VALUE(IDX-MET)
                                         WK-MET-QUOTA(IDX-MET)
                MOVE "N"              TO WK-MET-QUOTA-SW(IDX-MET)
                                         WK-MET-TODAY-SW(IDX-MET)
                PERFORM P-094-CLEAR-REF
                   VARYING WK-SX FROM 1 BY 1 UNTIL WK-SX > 3
                MOVE WK-MET-COUNT     TO WK-MET-HIT
            END-IF.
            IF WK-MET-HIT NOT = ZERO
                SET IDX-MET           TO WK-MET-HIT
                ADD WK-ADD-VALUE      TO WK-MET-VALUE(IDX-MET)
            END-IF.
      *
       P-092-FIND-METRIC.
            MOVE ZERO                 TO WK-MET-HIT.
            PERFORM P-093-MATCH-METRIC
               VARYING IDX-MET FROM 1 BY 1
                  UNTIL IDX-MET > WK-MET-COUNT
                     OR WK-MET-HIT NOT = ZERO.
      *
       P-093-MATCH-METRIC.
            IF WK-MET-KIND(IDX-MET) = WK-WANT-KIND
               AND WK-MET-NAME(IDX-MET) = WK-WANT-NAME
                SET WK-MET-HIT        TO IDX-MET
            END-IF.
      *
       P-094-CLEAR-REF.
            MOVE ZERO     TO WK-MET-REF-VALUE(IDX-MET, WK-SX)
                             WK-MET-REF-SERIAL(IDX-MET, WK-SX).
      *
      *    区分ごとの節。見出しはPS-LINEに入れて呼ぶ。
       P-100-KIND-SECTION.
            PERFORM P-190-WRITE.
            PERFORM P-110-ONE-METRIC THRU P-110-EXIT
               VARYING IDX-MET FROM 1 BY 1
                  UNTIL IDX-MET > WK-MET-COUNT.
      *
      *    1指標につき2行。1行目は今夜の値・上限・到達見込み、
      *    2行目は7日・30日・90日の増え方。
       P-110-ONE-METRIC.
            IF WK-MET-KIND(IDX-MET) NOT = WK-WANT-KIND
                GO TO P-110-EXIT
            END-IF.
            PERFORM P-120-PROJECT THRU P-120-EXIT.
            MOVE WK-MET-VALUE(IDX-MET)  TO WK-VAL-ED.
            IF WK-MET-QUOTA-SW(IDX-MET) = "Y"
                MOVE WK-MET-QUOTA(IDX-MET)  TO WK-QTA-ED
                STRING "  " WK-MET-NAME(IDX-MET)(1:30)
                       " 現在" WK-VAL-ED
                       "  上限" WK-QTA-ED
                       "  " WK-PROJ-TEXT
                       DELIMITED BY SIZE  INTO PS-LINE
            ELSE
                STRING "  " WK-MET-NAME(IDX-MET)(1:30)
                       " 現在" WK-VAL-ED
                       "  上限なし"
                       DELIMITED BY SIZE  INTO PS-LINE
            END-IF.
            PERFORM P-190-WRITE.
            MOVE 1                    TO WK-LINE-PTR.
            STRING "      増加"
                   DELIMITED BY SIZE  INTO PS-LINE
                   WITH POINTER WK-LINE-PTR.
            PERFORM P-130-GROWTH-ONE
               VARYING WK-SX FROM 1 BY 1 UNTIL WK-SX > 3.
            PERFORM P-190-WRITE.
       P-110-EXIT.
            EXIT.
      *
      *    上限に届く日の見込み。30日・90日・7日の順に、基準点の
      *    ある最初の期間の1日当たりの増加で割る。
       P-120-PROJECT.
            MOVE SPACES               TO WK-PROJ-TEXT WK-WARN-TEXT.
            IF WK-MET-QUOTA-SW(IDX-MET) NOT = "Y"
                GO TO P-120-EXIT
            END-IF.
            IF WK-MET-VALUE(IDX-MET) NOT < WK-MET-QUOTA(IDX-MET)
                MOVE "上限超過  ※警告"  TO WK-PROJ-TEXT
                ADD 1                 TO WK-WARN-CT
                DISPLAY "WARNING: " WK-MET-KIND(IDX-MET) " "
                        WK-MET-NAME(IDX-MET) " IS OVER ITS QUOTA"
                GO TO P-120-EXIT
            END-IF.
            MOVE ZERO                 TO WK-BASE-SX.
            EVALUATE TRUE
                WHEN WK-MET-REF-SERIAL(IDX-MET, 2) NOT = ZERO
                    MOVE 2            TO WK-BASE-SX
                WHEN WK-MET-REF-SERIAL(IDX-MET, 3) NOT = ZERO
                    MOVE 3            TO WK-BASE-SX
                WHEN WK-MET-REF-SERIAL(IDX-MET, 1) NOT = ZERO
                    MOVE 1            TO WK-BASE-SX
                WHEN OTHER
                    MOVE "見込み: 履歴不足"  TO WK-PROJ-TEXT
                    GO TO P-120-EXIT
            END-EVALUATE.
            COMPUTE WK-ELAPSED-DAYS = WK-TODAY-SERIAL
                    - WK-MET-REF-SERIAL(IDX-MET, WK-BASE-SX).
            COMPUTE WK-GROWTH = WK-MET-VALUE(IDX-MET)
                    - WK-MET-REF-VALUE(IDX-MET, WK-BASE-SX).
            IF WK-GROWTH NOT > ZERO
                MOVE "見込み: 増加なし"  TO WK-PROJ-TEXT
                GO TO P-120-EXIT
            END-IF.
            COMPUTE WK-RATE = WK-GROWTH / WK-ELAPSED-DAYS.
            COMPUTE WK-RATE = (WK-MET-QUOTA(IDX-MET)
                    - WK-MET-VALUE(IDX-MET)) / WK-RATE.
            IF WK-RATE > 9999
                MOVE "見込み: 9999日超"  TO WK-PROJ-TEXT
                GO TO P-120-EXIT
            END-IF.
            MOVE WK-RATE              TO WK-DAYS-LEFT.
            IF WK-DAYS-LEFT < WK-RATE
                ADD 1                 TO WK-DAYS-LEFT
            END-IF.
            MOVE WK-RUN-DATE          TO WK-DATE-W.
            MOVE WK-DAYS-LEFT         TO WK-ADD-DAYS.
            PERFORM P-056-ADD-DAYS.
            MOVE SPACES               TO WK-ED-DATE.
            STRING WK-YYYY "-" WK-MM "-" WK-DD
                   DELIMITED BY SIZE  INTO WK-ED-DATE.
            IF WK-DAYS-LEFT NOT > WK-WARN-DAYS
                MOVE "  ※警告"       TO WK-WARN-TEXT
                ADD 1                 TO WK-WARN-CT
                DISPLAY "WARNING: " WK-MET-KIND(IDX-MET) " "
                        WK-MET-NAME(IDX-MET) " REACHES ITS QUOTA ON "
                        WK-ED-DATE
            END-IF.
            MOVE WK-DAYS-LEFT         TO WK-DAYS-ED.
            STRING "見込み " WK-ED-DATE " (" WK-DAYS-ED "日後)"
                   WK-WARN-TEXT
                   DELIMITED BY SIZE  INTO WK-PROJ-TEXT.
       P-120-EXIT.
            EXIT.
      *
       P-130-GROWTH-ONE.
            MOVE WK-SPAN-DAYS(WK-SX)  TO WK-SPAN-ED.
            IF WK-MET-REF-SERIAL(IDX-MET, WK-SX) = ZERO
                STRING "  " WK-SPAN-ED "日 履歴不足"
                       DELIMITED BY SIZE  INTO PS-LINE
                       WITH POINTER WK-LINE-PTR
            ELSE
                COMPUTE WK-GROWTH = WK-MET-VALUE(IDX-MET)
                        - WK-MET-REF-VALUE(IDX-MET, WK-SX)
                MOVE WK-GROWTH        TO WK-GRW-ED
                IF WK-MET-REF-VALUE(IDX-MET, WK-SX) = ZERO
                    STRING "  " WK-SPAN-ED "日" WK-GRW-ED
                           DELIMITED BY SIZE  INTO PS-LINE
                           WITH POINTER WK-LINE-PTR
                ELSE
                    COMPUTE WK-PCT ROUNDED = WK-GROWTH * 100
                            / WK-MET-REF-VALUE(IDX-MET, WK-SX)
                        ON SIZE ERROR
                            MOVE 99999.9  TO WK-PCT
                    END-COMPUTE
                    MOVE WK-PCT       TO WK-PCT-ED
                    STRING "  " WK-SPAN-ED "日" WK-GRW-ED
                           "(" WK-PCT-ED "%)"
                           DELIMITED BY SIZE  INTO PS-LINE
                           WITH POINTER WK-LINE-PTR
                END-IF
            END-IF.
      *
       P-190-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
