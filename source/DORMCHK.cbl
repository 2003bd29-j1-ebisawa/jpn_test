      ******************************************************************
      *    テストケース：DORMCHK
      *    プログラム名：日本語化テスト 休眠口座の判定
      *    処理概要　　：顧客の最終取引日ファイルCUSTACTV.TXT
      *                  (TXNPOSTが反映のたびに更新する)を読み、
      *                  N年間取引の無い顧客を休眠口座の手続きに
      *                  乗せる。手続きは2段階で、まず顧客へ通知
      *                  する対象(NOTIFY)とし、通知から所定の月数
      *                  が過ぎても取引が無ければ休眠口座へ移管
      *                  (DORMANT)する。通知の後に取引があった顧客
      *                  は手続きから外す。段階は休眠口座フラグ
      *                  ファイルDORMFLAG.TXTへ書き、TXNPOSTは
      *                  DORMANTの顧客宛ての取引を反映せずに保留
      *                  ファイルDORMHOLD.DATへ回す。保留を解くには
      *                  顧客の申し出を確かめたうえでREACTIVATEを
      *                  行う(次のTXNPOSTが保留分を反映する)。
      *                  最終取引日の無い顧客は判定日で行を起こし、
      *                  その日から数え始める。名寄せで閉じた顧客
      *                  番号(CUSTXREF.TXT)は判定しない。
      *                  名寄せ・最終取引日・フラグ・顧客ファイルの
      *                  行を顧客番号順にSORTして1顧客ずつ判定し、
      *                  最終取引日ファイルとフラグファイルをその場で
      *                  書き直す。表に持たないので件数の上限は無い。
      *  --------------------------------------------------------------
      *   環境変数:
      *     DM-ACTION        RUN(既定)=判定 REACTIVATE=休眠解除
      *     DM-DATE          判定日YYYYMMDD(既定は当日)
      *     DM-YEARS         休眠とみなす無取引の年数2桁(既定10)
      *     DM-NOTICE-MONTHS 通知から移管までの月数2桁(既定02)
      *     DM-CUST          休眠を解く顧客番号6桁(REACTIVATE)
      *   判定結果はDORMCHK.RPTへ、通知対象・休眠移管・手続き解除の
      *   順に区分して顧客番号順に印字する(通知状の宛先一覧を
      *   兼ねる)。
      *   REACTIVATEはAUTHCHKで権限を確かめ、フラグの行を消して
      *   最終取引日を判定日にし、保守ジャーナル(MNTJRNL.DAT)へ
      *   消した行を前像として残す。
      *   戻り値: RUNは今回休眠口座へ移管した件数。指定誤り・
      *           ファイルなしは1、権限なしは8。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           DORMCHK.
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
           COPY ACTVSL.
           COPY DRMFSL.
           COPY DHLDSL.
           COPY CXRSL.
           COPY MNTJSL.
           SELECT DORM-SORT-WORK      ASSIGN TO "DORMCHK.SRT".
           SELECT DORM-SORT-OUT       ASSIGN TO "DORMCHK.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DORM-WORK-FILE      ASSIGN TO "DORMWORK.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       COPY ACTVFD.
       COPY DRMFFD.
       COPY DHLDFD.
       COPY CXRFD.
       COPY MNTJFD.
      *    顧客番号順に並べる行。DW-KINDは1=名寄せ 2=最終取引日
      *    3=フラグ 4=顧客ファイル。DW-SEQは読んだ順の通し番号。
       SD  DORM-SORT-WORK.
       01  DW-REC.
           05  DW-CUST                PIC 9(06).
           05  DW-KIND                PIC X(01).
           05  DW-SEQ                 PIC 9(07).
           05  DW-DATA                PIC X(100).
           05  DW-DATA-CU  REDEFINES DW-DATA.
               10  DW-CU-NAME         PIC X(20).
               10  DW-CU-BALANCE      PIC S9(09)V9(02).
               10  FILLER             PIC X(69).
       FD  DORM-SORT-OUT
           LABEL RECORDS ARE STANDARD.
       01  DO-REC.
           05  DO-CUST                PIC 9(06).
           05  DO-KIND                PIC X(01).
               88  DO-XREF-ROW                   VALUE "1".
               88  DO-ACTV-ROW                   VALUE "2".
               88  DO-FLAG-ROW                   VALUE "3".
               88  DO-CUST-ROW                   VALUE "4".
           05  DO-SEQ                 PIC 9(07).
           05  DO-DATA                PIC X(100).
           05  DO-DATA-CU  REDEFINES DO-DATA.
               10  DO-CU-NAME         PIC X(20).
               10  DO-CU-BALANCE      PIC S9(09)V9(02).
               10  FILLER             PIC X(69).
      *    作業ファイル。RUNでは判定結果の行、REACTIVATEでは書き
      *    直すファイルの写しを置く。
       FD  DORM-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DORM-WORK-REC              PIC X(100).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ACTION          PIC X(10)  VALUE SPACES.
       01  WK-ENV-DATE        PIC X(08)  VALUE SPACES.
       01  WK-ENV-YEARS       PIC X(02)  VALUE SPACES.
       01  WK-ENV-MONTHS      PIC X(02)  VALUE SPACES.
       01  WK-ENV-CUST        PIC X(06)  VALUE SPACES.
       01  WK-ENV-CUST-N      REDEFINES WK-ENV-CUST
                              PIC 9(06).
       01  WK-RUN-DATE        PIC 9(08).
       01  WK-YEARS           PIC 9(02)  VALUE 10.
       01  WK-NOTICE-MONTHS   PIC 9(02)  VALUE 2.
       01  WK-CUTOFF-DATE     PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    判定中の顧客。WK-CU-ACTは今回の判定結果
      *    (N=通知対象 T=休眠移管 R=手続き解除 空白=変化なし)。
       01  WK-GROUP-CUST      PIC 9(06).
       01  WK-CU-FOUND-SW     PIC X      VALUE "N".
           88  WK-CU-FOUND                VALUE "Y".
       01  WK-CU-NAME         PIC X(20).
       01  WK-CU-BALANCE      PIC S9(09)V9(02).
       01  WK-CU-LAST-DATE    PIC 9(08).
       01  WK-CU-ACT          PIC X(01).
      *
      *    最終取引日の行(ACTVFDと同じ並び)。
       01  WK-LA-FOUND-SW     PIC X      VALUE "N".
           88  WK-LA-FOUND                VALUE "Y".
       01  WK-LA-REC.
           05  WK-LA-CUST             PIC 9(06).
           05  FILLER                 PIC X(02).
           05  WK-LA-DATE             PIC 9(08).
      *
      *    休眠口座フラグの行(DRMFFDと同じ並び)。段階を空白に
      *    した行は書き戻さない。
       01  WK-DF-FOUND-SW     PIC X      VALUE "N".
           88  WK-DF-FOUND                VALUE "Y".
       01  WK-DF-REC.
           05  WK-DF-CUST             PIC 9(06).
           05  FILLER                 PIC X(02).
           05  WK-DF-STAGE            PIC X(08).
           05  FILLER                 PIC X(02).
           05  WK-DF-LAST-DATE        PIC X(08).
           05  FILLER                 PIC X(02).
           05  WK-DF-NOTIFY-DATE      PIC X(08).
           05  FILLER                 PIC X(02).
           05  WK-DF-DORM-DATE        PIC X(08).
      *
      *    名寄せで閉じた顧客番号か。
       01  WK-XR-HIT-SW       PIC X      VALUE "N".
           88  WK-XR-HIT                  VALUE "Y".
      *
      *    SORTへ渡した行の通し番号と、REACTIVATEで解く行を写し
      *    終えたかの印。
       01  WK-SORT-SEQ        PIC 9(07)  VALUE ZERO.
       01  WK-DONE-SW         PIC X      VALUE "N".
           88  WK-DONE                    VALUE "Y".
      *
      *    判定結果の作業行(区分ごとに読み直して印字する)。
       01  WK-RW-REC.
           05  WK-RW-ACT              PIC X(01).
           05  WK-RW-CUST             PIC 9(06).
           05  WK-RW-LAST-DATE        PIC 9(08).
           05  WK-RW-BALANCE          PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  WK-RW-NAME             PIC X(20).
      *
      *    通知日＋月数で移管期日を求める作業域。
       01  WK-DUE-DATE        PIC 9(08).
       01  WK-DUE-PARTS  REDEFINES WK-DUE-DATE.
           05  WK-DUE-YYYY            PIC 9(04).
           05  WK-DUE-MM              PIC 9(02).
           05  WK-DUE-DD              PIC 9(02).
       01  WK-DUE-MONTHS      PIC 9(03)  COMP.
      *
       01  WK-SEEDED-CT       PIC 9(05)  VALUE ZERO.
       01  WK-NOTIFY-CT       PIC 9(05)  VALUE ZERO.
       01  WK-TRANSFER-CT     PIC 9(05)  VALUE ZERO.
       01  WK-RELEASE-CT      PIC 9(05)  VALUE ZERO.
       01  WK-WAITING-CT      PIC 9(05)  VALUE ZERO.
       01  WK-DORMANT-CT      PIC 9(05)  VALUE ZERO.
       01  WK-HELD-CT         PIC 9(05)  VALUE ZERO.
       01  WK-PRINT-ACT       PIC X(01).
       01  WK-SECTION-CT      PIC 9(05).
       01  WK-ED-COUNT-1      PIC ZZ,ZZ9.
       01  WK-ED-COUNT-2      PIC ZZ,ZZ9.
       01  WK-ED-COUNT-3      PIC ZZ,ZZ9.
       01  WK-ED-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-DATE         PIC 9999/99/99.
      *
      *    保守ジャーナル用の前像・後像。
       01  WK-BEFORE-IMG      PIC X(100).
       01  WK-AFTER-IMG       PIC X(100).
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
            DISPLAY "DORMCHK START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS THRU P-015-EXIT.
            IF RETURN-CODE NOT = ZERO
                GO TO P-010-END
            END-IF.
            EVALUATE WK-ACTION
                WHEN "RUN"
                    PERFORM P-020-RUN THRU P-020-EXIT
                WHEN "REACTIVATE"
                    PERFORM P-060-REACTIVATE THRU P-060-EXIT
                WHEN OTHER
                    DISPLAY "DM-ACTION MUST BE RUN/REACTIVATE"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
       P-010-END.
            DISPLAY "DORMCHK END".
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "DM-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "RUN"            TO WK-ACTION
            END-IF.
            DISPLAY "DM-DATE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DATE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-DATE = SPACES
                ACCEPT WK-RUN-DATE    FROM DATE YYYYMMDD
            ELSE
                IF WK-ENV-DATE IS NOT NUMERIC
                    DISPLAY "DM-DATE MUST BE YYYYMMDD: " WK-ENV-DATE
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-DATE      TO WK-RUN-DATE
            END-IF.
            DISPLAY "DM-YEARS"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-YEARS         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-YEARS NOT = SPACES
                IF WK-ENV-YEARS IS NOT NUMERIC
                   OR WK-ENV-YEARS = "00"
                    DISPLAY "DM-YEARS MUST BE 2 DIGITS: " WK-ENV-YEARS
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-YEARS     TO WK-YEARS
            END-IF.
            DISPLAY "DM-NOTICE-MONTHS"  UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-MONTHS        FROM ENVIRONMENT-VALUE.
            IF WK-ENV-MONTHS NOT = SPACES
                IF WK-ENV-MONTHS IS NOT NUMERIC
                    DISPLAY "DM-NOTICE-MONTHS MUST BE 2 DIGITS: "
                            WK-ENV-MONTHS
                    MOVE 1            TO RETURN-CODE
                    GO TO P-015-EXIT
                END-IF
                MOVE WK-ENV-MONTHS    TO WK-NOTICE-MONTHS
            END-IF.
            DISPLAY "DM-CUST"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-CUST          FROM ENVIRONMENT-VALUE.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-RUN-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
      *    判定日からN年さかのぼった日。最終取引日がこの日以前なら
      *    無取引N年とみなす。
            COMPUTE WK-CUTOFF-DATE = WK-RUN-DATE - WK-YEARS * 10000.
       P-015-EXIT.
            EXIT.
      *
      *    判定。顧客ごとに段階を決め、区分ごとに印字してから
      *    最終取引日ファイルとフラグファイルを書き直す。
       P-020-RUN.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            CLOSE TDATA-FILE.
            SORT DORM-SORT-WORK
                 ASCENDING KEY DW-CUST DW-KIND DW-SEQ
                 INPUT PROCEDURE IS S-100-RELEASE-ALL
                 GIVING DORM-SORT-OUT.
            OPEN INPUT  DORM-SORT-OUT.
            OPEN OUTPUT ACTV-FILE DORM-FLAG-FILE DORM-WORK-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-021-READ-SORTED.
            PERFORM P-022-ONE-GROUP UNTIL WK-EOF.
            CLOSE DORM-SORT-OUT ACTV-FILE DORM-FLAG-FILE
                  DORM-WORK-FILE.
            PERFORM P-029-COUNT-HELD.
            PERFORM P-040-PRINT-REPORT.
            DISPLAY "NOTIFY=" WK-NOTIFY-CT
                    " TRANSFER=" WK-TRANSFER-CT
                    " RELEASED=" WK-RELEASE-CT
                    " DORMANT=" WK-DORMANT-CT
                    " SEEDED=" WK-SEEDED-CT.
            MOVE WK-TRANSFER-CT       TO RETURN-CODE.
       P-020-EXIT.
            EXIT.
      *
       P-021-READ-SORTED.
            READ DORM-SORT-OUT
                AT END        SET WK-EOF          TO TRUE
            END-READ.
      *
      *    1顧客分の行を集めて判定し、最終取引日とフラグの行を
      *    書き戻す。顧客ファイルに無い番号・名寄せで閉じた番号の
      *    行はそのまま書き戻す。
       P-022-ONE-GROUP.
            MOVE DO-CUST              TO WK-GROUP-CUST.
            MOVE "N"                  TO WK-XR-HIT-SW WK-LA-FOUND-SW
                                          WK-DF-FOUND-SW
                                          WK-CU-FOUND-SW.
            MOVE SPACE                TO WK-CU-ACT.
            PERFORM P-024-TAKE-ROW
               UNTIL WK-EOF OR DO-CUST NOT = WK-GROUP-CUST.
            IF WK-CU-FOUND AND NOT WK-XR-HIT
                PERFORM P-030-JUDGE-ONE THRU P-030-EXIT
            END-IF.
            IF WK-LA-FOUND
                MOVE WK-LA-REC        TO ACTV-REC
                WRITE ACTV-REC
            END-IF.
            IF WK-DF-FOUND AND WK-DF-STAGE NOT = SPACES
                MOVE WK-DF-REC        TO DORM-FLAG-REC
                WRITE DORM-FLAG-REC
            END-IF.
            IF WK-CU-ACT NOT = SPACE
                MOVE WK-CU-ACT        TO WK-RW-ACT
                MOVE WK-GROUP-CUST    TO WK-RW-CUST
                MOVE WK-CU-LAST-DATE  TO WK-RW-LAST-DATE
                MOVE WK-CU-BALANCE    TO WK-RW-BALANCE
                MOVE WK-CU-NAME       TO WK-RW-NAME
                MOVE WK-RW-REC        TO DORM-WORK-REC
                WRITE DORM-WORK-REC
            END-IF.
      *
      *    最終取引日とフラグは顧客ごとに最初の行で判定し、2行目
      *    からはそのまま書き戻す。段階が空白のフラグの行は捨てる。
       P-024-TAKE-ROW.
            EVALUATE TRUE
                WHEN DO-XREF-ROW
                    SET WK-XR-HIT     TO TRUE
                WHEN DO-ACTV-ROW AND WK-LA-FOUND
                    MOVE DO-DATA      TO ACTV-REC
                    WRITE ACTV-REC
                WHEN DO-ACTV-ROW
                    SET WK-LA-FOUND   TO TRUE
                    MOVE DO-DATA      TO WK-LA-REC
                WHEN DO-FLAG-ROW
                    MOVE DO-DATA      TO DORM-FLAG-REC
                    PERFORM P-026-TAKE-FLAG
                WHEN DO-CUST-ROW AND NOT WK-CU-FOUND
                    SET WK-CU-FOUND   TO TRUE
                    MOVE DO-CU-NAME   TO WK-CU-NAME
                    MOVE DO-CU-BALANCE  TO WK-CU-BALANCE
            END-EVALUATE.
            PERFORM P-021-READ-SORTED.
      *
       P-026-TAKE-FLAG.
            EVALUATE TRUE
                WHEN DF-STAGE = SPACES
                    CONTINUE
                WHEN WK-DF-FOUND
                    WRITE DORM-FLAG-REC
                WHEN OTHER
                    SET WK-DF-FOUND   TO TRUE
                    MOVE DORM-FLAG-REC  TO WK-DF-REC
            END-EVALUATE.
      *
      *    保留ファイルに残っている取引の件数(集計へ載せるだけ)。
       P-029-COUNT-HELD.
            MOVE ZERO                 TO WK-HELD-CT.
            OPEN INPUT DORM-HOLD-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-029-HELD-ONE UNTIL WK-EOF.
            CLOSE DORM-HOLD-FILE.
      *
       P-029-HELD-ONE.
            READ DORM-HOLD-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DORM-HOLD-REC NOT = SPACES
                        ADD 1         TO WK-HELD-CT
                    END-IF
            END-READ.
      *
      *    1顧客の判定。
       P-030-JUDGE-ONE.
      *    最終取引日の無い顧客は判定日で行を起こす。
            IF NOT WK-LA-FOUND
                SET WK-LA-FOUND       TO TRUE
                MOVE SPACES           TO WK-LA-REC
                MOVE WK-GROUP-CUST    TO WK-LA-CUST
                MOVE WK-RUN-DATE      TO WK-LA-DATE
                ADD 1                 TO WK-SEEDED-CT
            END-IF.
            MOVE WK-LA-DATE           TO WK-CU-LAST-DATE.
      *    まだ手続きに乗っていない顧客: 無取引N年なら通知対象。
            IF NOT WK-DF-FOUND
                IF WK-CU-LAST-DATE > WK-CUTOFF-DATE
                    GO TO P-030-EXIT
                END-IF
                SET WK-DF-FOUND       TO TRUE
                MOVE SPACES           TO WK-DF-REC
                MOVE WK-GROUP-CUST    TO WK-DF-CUST
                MOVE "NOTIFY"         TO WK-DF-STAGE
                MOVE WK-CU-LAST-DATE  TO WK-DF-LAST-DATE
                MOVE WK-RUN-DATE      TO WK-DF-NOTIFY-DATE
                MOVE "N"              TO WK-CU-ACT
                ADD 1                 TO WK-NOTIFY-CT
                GO TO P-030-EXIT
            END-IF.
      *    移管済みは解除(REACTIVATE)まで動かさない。
            IF WK-DF-STAGE = "DORMANT"
                ADD 1                 TO WK-DORMANT-CT
                GO TO P-030-EXIT
            END-IF.
      *    通知の後に取引があった顧客は手続きから外す。
            IF WK-CU-LAST-DATE > WK-CUTOFF-DATE
                MOVE SPACES           TO WK-DF-STAGE
                MOVE "R"              TO WK-CU-ACT
                ADD 1                 TO WK-RELEASE-CT
                GO TO P-030-EXIT
            END-IF.
      *    通知から所定の月数が過ぎていれば休眠口座へ移管する。
            MOVE WK-DF-NOTIFY-DATE    TO WK-DUE-DATE.
            COMPUTE WK-DUE-MONTHS = WK-DUE-MM + WK-NOTICE-MONTHS.
            PERFORM P-036-CARRY-YEAR UNTIL WK-DUE-MONTHS <= 12.
            MOVE WK-DUE-MONTHS        TO WK-DUE-MM.
            IF WK-RUN-DATE < WK-DUE-DATE
                ADD 1                 TO WK-WAITING-CT
                GO TO P-030-EXIT
            END-IF.
            MOVE "DORMANT"            TO WK-DF-STAGE.
            MOVE WK-CU-LAST-DATE      TO WK-DF-LAST-DATE.
            MOVE WK-RUN-DATE          TO WK-DF-DORM-DATE.
            MOVE "T"                  TO WK-CU-ACT.
            ADD 1                     TO WK-TRANSFER-CT.
            ADD 1                     TO WK-DORMANT-CT.
       P-030-EXIT.
            EXIT.
      *
       P-036-CARRY-YEAR.
            SUBTRACT 12               FROM WK-DUE-MONTHS.
            ADD 1                     TO WK-DUE-YYYY.
      *
      *    報告書。通知対象・休眠移管・手続き解除の順に区分する。
       P-040-PRINT-REPORT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "DORMCHK.RPT"         TO PS-REPORT-NAME.
            MOVE "休眠口座の判定"      TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE WK-RUN-DATE          TO WK-ED-DATE.
            MOVE SPACES               TO PS-LINE.
            STRING "  判定日 "        DELIMITED BY SIZE
                   WK-ED-DATE         DELIMITED BY SIZE
                   "  無取引 "        DELIMITED BY SIZE
                   WK-YEARS           DELIMITED BY SIZE
                   "年  通知から移管まで " DELIMITED BY SIZE
                   WK-NOTICE-MONTHS   DELIMITED BY SIZE
                   "か月"             DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "N"                  TO WK-PRINT-ACT.
            MOVE "【通知対象】休眠の予告を通知する"
                                      TO PS-LINE.
            PERFORM P-042-PRINT-SECTION.
            MOVE "T"                  TO WK-PRINT-ACT.
            MOVE "【休眠移管】移管し取引を保留する"
                                      TO PS-LINE.
            PERFORM P-042-PRINT-SECTION.
            MOVE "R"                  TO WK-PRINT-ACT.
            MOVE "【手続き解除】通知後に取引があった"
                                      TO PS-LINE.
            PERFORM P-042-PRINT-SECTION.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-NOTIFY-CT         TO WK-ED-COUNT-1.
            MOVE WK-TRANSFER-CT       TO WK-ED-COUNT-2.
            MOVE WK-RELEASE-CT        TO WK-ED-COUNT-3.
            STRING "  通知対象:"      DELIMITED BY SIZE
                   WK-ED-COUNT-1      DELIMITED BY SIZE
                   "  休眠移管:"      DELIMITED BY SIZE
                   WK-ED-COUNT-2      DELIMITED BY SIZE
                   "  手続き解除:"    DELIMITED BY SIZE
                   WK-ED-COUNT-3      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            MOVE WK-WAITING-CT        TO WK-ED-COUNT-1.
            MOVE WK-DORMANT-CT        TO WK-ED-COUNT-2.
            MOVE WK-HELD-CT           TO WK-ED-COUNT-3.
            STRING "  通知済(移管待ち):" DELIMITED BY SIZE
                   WK-ED-COUNT-1      DELIMITED BY SIZE
                   "  休眠口座(計):"  DELIMITED BY SIZE
                   WK-ED-COUNT-2      DELIMITED BY SIZE
                   "  保留中の取引:"  DELIMITED BY SIZE
                   WK-ED-COUNT-3      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
      *    区分見出しはPS-LINEに置いて呼ぶ。
       P-042-PRINT-SECTION.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "  顧客番号  氏名                  "
                                              DELIMITED BY SIZE
                   "最終取引日              残高"
                                              DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE ZERO                 TO WK-SECTION-CT.
            OPEN INPUT DORM-WORK-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-044-PRINT-ONE UNTIL WK-EOF.
            CLOSE DORM-WORK-FILE.
            IF WK-SECTION-CT = ZERO
                MOVE "  (該当なし)"   TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
      *
       P-044-PRINT-ONE.
            READ DORM-WORK-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    MOVE DORM-WORK-REC    TO WK-RW-REC
                    IF WK-RW-ACT = WK-PRINT-ACT
                        PERFORM P-046-PRINT-LINE
                    END-IF
            END-READ.
      *
       P-046-PRINT-LINE.
            ADD 1                     TO WK-SECTION-CT.
            MOVE WK-RW-LAST-DATE      TO WK-ED-DATE.
            MOVE WK-RW-BALANCE        TO WK-ED-BALANCE.
            MOVE SPACES               TO PS-LINE.
            STRING "  "               DELIMITED BY SIZE
                   WK-RW-CUST         DELIMITED BY SIZE
                   "    "             DELIMITED BY SIZE
                   WK-RW-NAME         DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WK-ED-DATE         DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WK-ED-BALANCE      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
      *    休眠解除。顧客の申し出を確かめた後に行う。フラグの行を
      *    消し、最終取引日を判定日にする(すぐに再び通知対象に
      *    ならないように)。保留中の取引は次のTXNPOSTが反映する。
       P-060-REACTIVATE.
            IF WK-ENV-CUST IS NOT NUMERIC
                DISPLAY "DM-CUST (6 DIGITS) REQUIRED"
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE "N"                  TO WK-DF-FOUND-SW.
            OPEN INPUT DORM-FLAG-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-062-FIND-FLAG UNTIL WK-EOF OR WK-DF-FOUND.
            CLOSE DORM-FLAG-FILE.
            IF NOT WK-DF-FOUND
                DISPLAY "NOT FLAGGED IN DORMFLAG.TXT: " WK-ENV-CUST
                MOVE 1                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE SPACES               TO AC-PARM.
            MOVE "DORMCHK"            TO AC-PROGRAM.
            MOVE "REACT"              TO AC-ACTION.
            MOVE WK-ENV-CUST          TO AC-KEY.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
            IF AC-ALLOW NOT = "Y"
                DISPLAY "OPERATOR " AC-OPERATOR
                        " NOT AUTHORIZED FOR REACTIVATE"
                MOVE 8                TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            MOVE WK-DF-REC            TO WK-BEFORE-IMG.
            MOVE SPACES               TO WK-AFTER-IMG.
            PERFORM P-064-DROP-FLAG.
            PERFORM P-068-TOUCH-ACTV.
            MOVE SPACES               TO MNT-JRNL-REC.
            MOVE WK-STAMP             TO MJ-STAMP.
            MOVE "DORMCHK"            TO MJ-PROGRAM.
            MOVE "REACT"              TO MJ-ACTION.
            MOVE "DORMFLAG.TXT"       TO MJ-FILE.
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
            DISPLAY "REACTIVATED " WK-ENV-CUST " BY " AC-OPERATOR
                    " - HELD POSTINGS GO IN ON THE NEXT TXNPOST".
       P-060-EXIT.
            EXIT.
      *
       P-062-FIND-FLAG.
            READ DORM-FLAG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DF-CUST = WK-ENV-CUST-N
                       AND DF-STAGE NOT = SPACES
                        SET WK-DF-FOUND   TO TRUE
                        MOVE DORM-FLAG-REC    TO WK-DF-REC
                    END-IF
            END-READ.
      *
      *    フラグファイルを作業ファイルへ写して書き戻す。解く顧客の
      *    最初の行と、段階が空白の行は写さない。
       P-064-DROP-FLAG.
            OPEN INPUT  DORM-FLAG-FILE.
            OPEN OUTPUT DORM-WORK-FILE.
            MOVE "N"                  TO WK-EOF-SW WK-DONE-SW.
            PERFORM P-065-COPY-FLAG UNTIL WK-EOF.
            CLOSE DORM-FLAG-FILE DORM-WORK-FILE.
            OPEN INPUT  DORM-WORK-FILE.
            OPEN OUTPUT DORM-FLAG-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-066-BACK-FLAG UNTIL WK-EOF.
            CLOSE DORM-WORK-FILE DORM-FLAG-FILE.
      *
       P-065-COPY-FLAG.
            READ DORM-FLAG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN DF-STAGE = SPACES
                            CONTINUE
                        WHEN DF-CUST = WK-ENV-CUST-N AND NOT WK-DONE
                            SET WK-DONE       TO TRUE
                        WHEN OTHER
                            MOVE DORM-FLAG-REC    TO DORM-WORK-REC
                            WRITE DORM-WORK-REC
                    END-EVALUATE
            END-READ.
      *
       P-066-BACK-FLAG.
            READ DORM-WORK-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    MOVE DORM-WORK-REC    TO DORM-FLAG-REC
                    WRITE DORM-FLAG-REC
            END-READ.
      *
      *    最終取引日ファイルを作業ファイルへ写して書き戻す。解く
      *    顧客の最初の行は日付を判定日にし、行が無ければ足す。
       P-068-TOUCH-ACTV.
            OPEN INPUT  ACTV-FILE.
            OPEN OUTPUT DORM-WORK-FILE.
            MOVE "N"                  TO WK-EOF-SW WK-LA-FOUND-SW.
            PERFORM P-069-COPY-ACTV UNTIL WK-EOF.
            IF NOT WK-LA-FOUND
                MOVE SPACES           TO ACTV-REC
                MOVE WK-ENV-CUST-N    TO LA-CUST
                MOVE WK-RUN-DATE      TO LA-LAST-DATE
                MOVE ACTV-REC         TO DORM-WORK-REC
                WRITE DORM-WORK-REC
            END-IF.
            CLOSE ACTV-FILE DORM-WORK-FILE.
            OPEN INPUT  DORM-WORK-FILE.
            OPEN OUTPUT ACTV-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-070-BACK-ACTV UNTIL WK-EOF.
            CLOSE DORM-WORK-FILE ACTV-FILE.
      *
       P-069-COPY-ACTV.
            READ ACTV-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN ACTV-REC = SPACES
                            CONTINUE
                        WHEN LA-CUST = WK-ENV-CUST-N
                             AND NOT WK-LA-FOUND
                            SET WK-LA-FOUND   TO TRUE
                            MOVE WK-RUN-DATE  TO LA-LAST-DATE
                            MOVE ACTV-REC     TO DORM-WORK-REC
                            WRITE DORM-WORK-REC
                        WHEN OTHER
                            MOVE ACTV-REC     TO DORM-WORK-REC
                            WRITE DORM-WORK-REC
                    END-EVALUATE
            END-READ.
      *
       P-070-BACK-ACTV.
            READ DORM-WORK-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    MOVE DORM-WORK-REC    TO ACTV-REC
                    WRITE ACTV-REC
            END-READ.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      ******************************************************************
      *    SORTの入力手続き。名寄せ・最終取引日・フラグ・顧客ファイル
      *    の行を顧客番号を付けてRELEASEする。
      ******************************************************************
       S-100-RELEASE-ALL     SECTION.
       S-105.
            MOVE ZERO                 TO WK-SORT-SEQ.
            OPEN INPUT XREF-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM S-110-XREF-ONE UNTIL WK-EOF.
            CLOSE XREF-FILE.
            OPEN INPUT ACTV-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM S-120-ACTV-ONE UNTIL WK-EOF.
            CLOSE ACTV-FILE.
            OPEN INPUT DORM-FLAG-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM S-130-FLAG-ONE UNTIL WK-EOF.
            CLOSE DORM-FLAG-FILE.
            OPEN INPUT TDATA-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM S-140-CUST-ONE UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            GO TO S-199-EXIT.
      *
       S-110-XREF-ONE.
            READ XREF-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF XREF-REC NOT = SPACES
                        MOVE SPACES       TO DW-REC
                        MOVE XR-OLD       TO DW-CUST
                        MOVE "1"          TO DW-KIND
                        MOVE XREF-REC     TO DW-DATA
                        PERFORM S-150-RELEASE
                    END-IF
            END-READ.
      *
       S-120-ACTV-ONE.
            READ ACTV-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF ACTV-REC NOT = SPACES
                        MOVE SPACES       TO DW-REC
                        MOVE LA-CUST      TO DW-CUST
                        MOVE "2"          TO DW-KIND
                        MOVE ACTV-REC     TO DW-DATA
                        PERFORM S-150-RELEASE
                    END-IF
            END-READ.
      *
       S-130-FLAG-ONE.
            READ DORM-FLAG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DORM-FLAG-REC NOT = SPACES
                        MOVE SPACES       TO DW-REC
                        MOVE DF-CUST      TO DW-CUST
                        MOVE "3"          TO DW-KIND
                        MOVE DORM-FLAG-REC    TO DW-DATA
                        PERFORM S-150-RELEASE
                    END-IF
            END-READ.
      *
       S-140-CUST-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        MOVE SPACES       TO DW-REC
                        MOVE CUST-SEQ-NO  TO DW-CUST
                        MOVE "4"          TO DW-KIND
                        MOVE CUSTOMER-REC(7:20)  TO DW-CU-NAME
                        MOVE CUST-BALANCE TO DW-CU-BALANCE
                        PERFORM S-150-RELEASE
                    END-IF
            END-READ.
      *
       S-150-RELEASE.
            ADD 1                     TO WK-SORT-SEQ.
            MOVE WK-SORT-SEQ          TO DW-SEQ.
            RELEASE DW-REC.
      *
       S-199-EXIT.
            EXIT.
      ******************************************************************
