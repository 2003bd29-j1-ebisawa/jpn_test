      ******************************************************************
      *    テストケース：HOLGEN
      *    プログラム名：日本語化テスト 祝日マスタ年次作成
      *    処理概要　　：毎年12月に手で打ち込んでいた祝日マスタ
      *                  HOLIDAY.DATの翌年分を作る。国民の祝日は
      *                  HOLCALCで祝日法の規則から求め、会社休業日
      *                  (年末年始・創立記念日など)は休業日表から
      *                  合わせる。作った1年分を今のマスタの同じ年の
      *                  行と突き合わせ、追加・削除・名称変更の一覧を
      *                  HOLGEN.RPTへ刷る。まず提案で一覧を確かめ、
      *                  適用の実行だけがマスタのその年の行を置き
      *                  換える(他の年の行はそのまま残す)。祝日の
      *                  打ち漏れで期日が黙ってずれることをなくす。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     HG-ACTION  = PROPOSE | APPLY (既定PROPOSE)
      *       PROPOSE ... 差分一覧をHOLGEN.RPTへ刷るだけ
      *       APPLY   ... 同じ一覧を刷り、マスタを書き換える
      *                   (AUTHCHKで権限を確かめる)
      *     HG-YEAR    = 対象年YYYY(既定は当日の翌年)
      *     HG-MASTER  = 祝日マスタ(既定HOLIDAY.DAT)
      *     HG-CLOSURE = 会社休業日表(既定HOLCLOSE.TXT、無くてもよい)
      *   マスタ・休業日表の1行はBIZDAYと同じ並び:
      *     日付YYYYMMDD+空白2+名称X(40)
      *   休業日表の日付の年が0000の行は毎年の休業日(例:
      *   00001231 年末休業)。日付が数字でない行は注記として
      *   読み飛ばす。国民の祝日と重なる休業日は祝日の名称を残す。
      *   振替休日はBIZDAYが自動で扱うので書かない。
      *   適用では、書き換えた行を1行ずつ保守ジャーナルMNTJRNL.DAT
      *   へ残す(操作APPLY。追加は前像"(NONE)"、削除は後像
      *   "(NONE)"、名称変更は前像・後像とも行の像。MNTROLLの
      *   取り消しの対象ではない)。
      *   作った1年分・今のマスタのその年の行は80行まで。超えた
      *   ときは突き合わせが当てにならないので、一覧もマスタも
      *   作らずに止める。
      *   戻り値: 0=差分なし(または適用済み) 4=提案に差分あり
      *           (承認待ち) 1=対象年・指定の誤り 8=権限なし
      *          12=1年分が80行を超えた(適用しない)
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           HOLGEN.
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
           SELECT OPTIONAL MASTER-FILE
                                        ASSIGN TO DYNAMIC
                                        WK-MASTER-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-FILE            ASSIGN TO "HOLGEN.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSURE-FILE
                                        ASSIGN TO DYNAMIC
                                        WK-CLOSURE-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY MNTJSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-REC.
           05  MST-DATE               PIC 9(08).
           05  FILLER                 PIC X(02).
           05  MST-NAME               PIC X(40).
       FD  NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-REC                    PIC X(50).
       FD  CLOSURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSURE-REC.
           05  CLS-DATE               PIC X(08).
           05  CLS-DATE-PARTS  REDEFINES CLS-DATE.
               10  CLS-YYYY           PIC X(04).
               10  CLS-MMDD           PIC X(04).
           05  FILLER                 PIC X(02).
           05  CLS-NAME               PIC X(40).
       COPY MNTJFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-MASTER-NAME     PIC X(40)  VALUE "HOLIDAY.DAT".
       01  WK-CLOSURE-NAME    PIC X(40)  VALUE "HOLCLOSE.TXT".
       01  WK-ENV-VALUE       PIC X(40)  VALUE SPACES.
       01  WK-ACTION          PIC X(07)  VALUE SPACES.
           88  WK-APPLY                   VALUE "APPLY".
       01  WK-ENV-YEAR        PIC X(04)  VALUE SPACES.
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-PARTS  REDEFINES WK-SYS-DATE.
           05  WK-SYS-YYYY            PIC 9(04).
           05  WK-SYS-MMDD            PIC 9(04).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    国民の祝日計算(HOLCALC)の受け渡し領域。
       COPY HOLPARM.
      *
      *    作った1年分(祝日+休業日、日付順)。
       01  WK-GEN-TAB.
           05  WK-GEN-ENTRY  OCCURS 80 TIMES INDEXED BY IDX-GEN.
               10  WK-GEN-DATE        PIC 9(08).
               10  WK-GEN-NAME        PIC X(40).
       01  WK-GEN-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-GEN-SLOT        PIC 9(03)  COMP.
       01  WK-GEN-HOLD.
           05  WK-HOLD-DATE           PIC 9(08).
           05  WK-HOLD-NAME           PIC X(40).
      *
      *    今のマスタにある対象年の行。
       01  WK-OLD-TAB.
           05  WK-OLD-ENTRY  OCCURS 80 TIMES INDEXED BY IDX-OLD.
               10  WK-OLD-DATE        PIC 9(08).
               10  WK-OLD-NAME        PIC X(40).
       01  WK-OLD-COUNT       PIC 9(03)  COMP  VALUE ZERO.
      *    表に入り切らなかった行の数(作った分・今のマスタの分)。
       01  WK-GEN-OVER-CT     PIC 9(03)  VALUE ZERO.
       01  WK-OLD-OVER-CT     PIC 9(03)  VALUE ZERO.
      *
       01  WK-ADD-DATE        PIC 9(08).
       01  WK-ADD-PARTS  REDEFINES WK-ADD-DATE.
           05  WK-ADD-YYYY            PIC 9(04).
           05  WK-ADD-MMDD            PIC 9(04).
       01  WK-ADD-NAME        PIC X(40).
       01  WK-HIT-SW          PIC X      VALUE "N".
           88  WK-HIT                     VALUE "Y"  FALSE "N".
       01  WK-GEN-WRITTEN-SW  PIC X      VALUE "N".
           88  WK-GEN-WRITTEN             VALUE "Y"  FALSE "N".
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
      *
       01  WK-KIND            PIC X(12).
       01  WK-LINE-DATE       PIC 9(08).
       01  WK-LINE-OLD        PIC X(40).
       01  WK-LINE-NEW        PIC X(40).
       01  WK-NATIONAL-CT     PIC 9(03)  VALUE ZERO.
       01  WK-CLOSURE-CT      PIC 9(03)  VALUE ZERO.
       01  WK-OVERLAP-CT      PIC 9(03)  VALUE ZERO.
       01  WK-SAME-CT         PIC 9(03)  VALUE ZERO.
       01  WK-ADDED-CT        PIC 9(03)  VALUE ZERO.
       01  WK-DROPPED-CT      PIC 9(03)  VALUE ZERO.
       01  WK-RENAMED-CT      PIC 9(03)  VALUE ZERO.
       01  WK-DIFF-CT         PIC 9(03)  VALUE ZERO.
       01  WK-ED-COUNT        PIC ZZ9.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "HOLGEN START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS.
            EVALUATE WK-ACTION
                WHEN "PROPOSE"
                    PERFORM P-020-GENERATE THRU P-020-EXIT
                WHEN "APPLY"
                    PERFORM P-014-CHECK-AUTHORITY
                    IF AC-ALLOW = "Y"
                        PERFORM P-020-GENERATE THRU P-020-EXIT
                    ELSE
                        DISPLAY "OPERATOR " AC-OPERATOR
                                " NOT AUTHORIZED FOR " WK-ACTION
                        MOVE 8        TO RETURN-CODE
                    END-IF
                WHEN OTHER
                    DISPLAY "HG-ACTION MUST BE PROPOSE/APPLY"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "HOLGEN END".
            GOBACK
            .
      *
       P-014-CHECK-AUTHORITY.
            MOVE SPACES              TO AC-PARM.
            MOVE "HOLGEN"             TO AC-PROGRAM.
            MOVE "GENERATE"           TO AC-ACTION.
            MOVE WK-MASTER-NAME      TO AC-KEY.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "HG-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "PROPOSE"        TO WK-ACTION
            END-IF.
            MOVE SPACES                  TO WK-ENV-VALUE.
            DISPLAY "HG-MASTER"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE NOT = SPACES
                MOVE WK-ENV-VALUE     TO WK-MASTER-NAME
            END-IF.
            MOVE SPACES                  TO WK-ENV-VALUE.
            DISPLAY "HG-CLOSURE"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE NOT = SPACES
                MOVE WK-ENV-VALUE     TO WK-CLOSURE-NAME
            END-IF.
            ACCEPT WK-SYS-DATE           FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-SYS-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
            DISPLAY "HG-YEAR"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-YEAR          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-YEAR = SPACES
                COMPUTE HC-YEAR = WK-SYS-YYYY + 1
            ELSE
                IF WK-ENV-YEAR IS NUMERIC
                    MOVE WK-ENV-YEAR  TO HC-YEAR
                ELSE
                    MOVE ZERO         TO HC-YEAR
                END-IF
            END-IF.
      *
      *    1年分を作り、今のマスタと突き合わせて一覧を刷る。適用の
      *    ときは差分がある場合だけマスタを書き換える。
       P-020-GENERATE.
            CALL "HOLCALC" USING HC-PARM.
            IF HC-STATUS NOT = "00"
                DISPLAY "HG-YEAR MUST BE 2022-2099: " HC-YEAR
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            DISPLAY "GENERATING HOLIDAYS FOR " HC-YEAR.
            MOVE ZERO                 TO WK-GEN-COUNT.
            PERFORM P-030-TAKE-NATIONAL
               VARYING IDX-HC FROM 1 BY 1
                  UNTIL IDX-HC > HC-COUNT.
            PERFORM P-035-LOAD-CLOSURES.
            PERFORM P-040-LOAD-OLD-YEAR.
            IF WK-GEN-OVER-CT > ZERO OR WK-OLD-OVER-CT > ZERO
                DISPLAY "MORE THAN 80 ROWS FOR " HC-YEAR
                        " (GENERATED OVER " WK-GEN-OVER-CT
                        ", MASTER OVER " WK-OLD-OVER-CT ")"
                DISPLAY "NOTHING COMPARED - " WK-ACTION " REFUSED"
                MOVE 12               TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "HOLGEN.RPT"          TO PS-REPORT-NAME.
            IF WK-APPLY
                MOVE "祝日マスタ年次作成(適用)"
                                      TO PS-TITLE
            ELSE
                MOVE "祝日マスタ年次作成(提案)"
                                      TO PS-TITLE
            END-IF.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  区分          日付      "
                                              DELIMITED BY SIZE
                   "今のマスタの名称"         DELIMITED BY SIZE
                   "                          "
                                              DELIMITED BY SIZE
                   "作成した名称"             DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-050-COMPARE-GEN
               VARYING IDX-GEN FROM 1 BY 1
                  UNTIL IDX-GEN > WK-GEN-COUNT.
            PERFORM P-055-COMPARE-OLD
               VARYING IDX-OLD FROM 1 BY 1
                  UNTIL IDX-OLD > WK-OLD-COUNT.
            COMPUTE WK-DIFF-CT = WK-ADDED-CT + WK-DROPPED-CT
                               + WK-RENAMED-CT.
            IF WK-APPLY AND WK-DIFF-CT > ZERO
                PERFORM P-060-REWRITE-MASTER
            END-IF.
            PERFORM P-080-TOTALS.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "NATIONAL " WK-NATIONAL-CT
                    "  CLOSURE " WK-CLOSURE-CT
                    "  SAME " WK-SAME-CT
                    "  ADDED " WK-ADDED-CT
                    "  DROPPED " WK-DROPPED-CT
                    "  RENAMED " WK-RENAMED-CT.
            EVALUATE TRUE
                WHEN WK-DIFF-CT = ZERO
                    DISPLAY WK-MASTER-NAME " ALREADY UP TO DATE FOR "
                            HC-YEAR
                WHEN WK-APPLY
                    DISPLAY WK-MASTER-NAME " UPDATED FOR " HC-YEAR
                            ", MNTJRNL.DAT WRITTEN"
                WHEN OTHER
                    DISPLAY "PROPOSAL ONLY - REVIEW HOLGEN.RPT, THEN "
                            "RERUN WITH HG-ACTION=APPLY"
                    MOVE 4            TO RETURN-CODE
            END-EVALUATE.
       P-020-EXIT.
            EXIT.
      *
       P-030-TAKE-NATIONAL.
            MOVE HC-DATE(IDX-HC)      TO WK-ADD-DATE.
            MOVE HC-NAME(IDX-HC)      TO WK-ADD-NAME.
            PERFORM P-032-ADD-GEN.
            ADD 1                     TO WK-NATIONAL-CT.
      *
      *    1件を日付順の位置へ差し込む。同じ日付が既にあれば(国民
      *    の祝日と重なる休業日)先に入った名称を残す。表(80行)に
      *    入り切らない行は数えるだけにする(呼び出し側が止める)。
       P-032-ADD-GEN.
            SET WK-HIT                TO FALSE.
            PERFORM P-033-FIND-GEN
               VARYING IDX-GEN FROM 1 BY 1
                  UNTIL IDX-GEN > WK-GEN-COUNT OR WK-HIT.
            EVALUATE TRUE
                WHEN WK-HIT
                    ADD 1             TO WK-OVERLAP-CT
                WHEN WK-GEN-COUNT NOT < 80
                    ADD 1             TO WK-GEN-OVER-CT
                WHEN OTHER
                    ADD 1             TO WK-GEN-COUNT
                    SET IDX-GEN       TO WK-GEN-COUNT
                    MOVE WK-ADD-DATE  TO WK-GEN-DATE(IDX-GEN)
                    MOVE WK-ADD-NAME  TO WK-GEN-NAME(IDX-GEN)
                    MOVE WK-GEN-COUNT TO WK-GEN-SLOT
                    PERFORM P-034-SHIFT-DOWN
                       UNTIL WK-GEN-SLOT = 1
            END-EVALUATE.
      *
       P-033-FIND-GEN.
            IF WK-GEN-DATE(IDX-GEN) = WK-ADD-DATE
                SET WK-HIT            TO TRUE
            END-IF.
      *
      *    差し込んだ行を、前の行より日付が小さい間だけ前へ送る。
       P-034-SHIFT-DOWN.
            SET IDX-GEN               TO WK-GEN-SLOT.
            SET IDX-GEN DOWN BY 1.
            IF WK-GEN-DATE(IDX-GEN) > WK-ADD-DATE
                MOVE WK-GEN-ENTRY(IDX-GEN)  TO WK-GEN-HOLD
                SET IDX-GEN UP BY 1
                MOVE WK-GEN-ENTRY(IDX-GEN)  TO WK-GEN-ENTRY(IDX-GEN - 1)
                MOVE WK-GEN-HOLD            TO WK-GEN-ENTRY(IDX-GEN)
                SUBTRACT 1            FROM WK-GEN-SLOT
            ELSE
                MOVE 1                TO WK-GEN-SLOT
            END-IF.
      *
      *    会社休業日表から対象年の休業日を合わせる。年が0000の
      *    行は毎年の休業日として対象年に置き換える。
       P-035-LOAD-CLOSURES.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT CLOSURE-FILE.
            PERFORM P-036-CLOSURE-ONE UNTIL WK-EOF.
            CLOSE CLOSURE-FILE.
      *
       P-036-CLOSURE-ONE.
            READ CLOSURE-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CLS-DATE IS NUMERIC
                        MOVE CLS-DATE     TO WK-ADD-DATE
                        IF WK-ADD-YYYY = ZERO
                            MOVE HC-YEAR  TO WK-ADD-YYYY
                        END-IF
                        IF WK-ADD-YYYY = HC-YEAR
                            MOVE CLS-NAME TO WK-ADD-NAME
                            PERFORM P-032-ADD-GEN
                            ADD 1         TO WK-CLOSURE-CT
                        END-IF
                    END-IF
            END-READ.
      *
      *    今のマスタから対象年の行だけを表へ取る。
       P-040-LOAD-OLD-YEAR.
            MOVE ZERO                 TO WK-OLD-COUNT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT MASTER-FILE.
            PERFORM P-042-OLD-ONE UNTIL WK-EOF.
            CLOSE MASTER-FILE.
      *
       P-042-OLD-ONE.
            READ MASTER-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF MASTER-REC(1:8) IS NUMERIC
                       AND MASTER-REC(1:4) = HC-YEAR
                        IF WK-OLD-COUNT < 80
                            ADD 1     TO WK-OLD-COUNT
                            SET IDX-OLD  TO WK-OLD-COUNT
                            MOVE MST-DATE
                                      TO WK-OLD-DATE(IDX-OLD)
                            MOVE MST-NAME
                                      TO WK-OLD-NAME(IDX-OLD)
                        ELSE
                            ADD 1     TO WK-OLD-OVER-CT
                        END-IF
                    END-IF
            END-READ.
      *
      *    作った行ごとに今のマスタを引く。無ければ追加、名称が
      *    違えば名称変更。
       P-050-COMPARE-GEN.
            SET WK-HIT                TO FALSE.
            PERFORM P-052-FIND-OLD
               VARYING IDX-OLD FROM 1 BY 1
                  UNTIL IDX-OLD > WK-OLD-COUNT OR WK-HIT.
            MOVE WK-GEN-DATE(IDX-GEN) TO WK-LINE-DATE.
            MOVE WK-GEN-NAME(IDX-GEN) TO WK-LINE-NEW.
            IF NOT WK-HIT
                MOVE "追加"           TO WK-KIND
                MOVE "(なし)"         TO WK-LINE-OLD
                ADD 1                 TO WK-ADDED-CT
                PERFORM P-070-PRINT-LINE
            ELSE
                SET IDX-OLD DOWN BY 1
                IF WK-OLD-NAME(IDX-OLD) = WK-GEN-NAME(IDX-GEN)
                    ADD 1             TO WK-SAME-CT
                ELSE
                    MOVE "名称変更"   TO WK-KIND
                    MOVE WK-OLD-NAME(IDX-OLD)  TO WK-LINE-OLD
                    ADD 1             TO WK-RENAMED-CT
                    PERFORM P-070-PRINT-LINE
                END-IF
            END-IF.
      *
       P-052-FIND-OLD.
            IF WK-OLD-DATE(IDX-OLD) = WK-GEN-DATE(IDX-GEN)
                SET WK-HIT            TO TRUE
            END-IF.
      *
      *    今のマスタにあって作った1年分に無い行は削除。手で足した
      *    臨時の休業日なら休業日表へ移すこと。
       P-055-COMPARE-OLD.
            SET WK-HIT                TO FALSE.
            PERFORM P-057-FIND-GEN-FOR-OLD
               VARYING IDX-GEN FROM 1 BY 1
                  UNTIL IDX-GEN > WK-GEN-COUNT OR WK-HIT.
            IF NOT WK-HIT
                MOVE "削除"           TO WK-KIND
                MOVE WK-OLD-DATE(IDX-OLD)  TO WK-LINE-DATE
                MOVE WK-OLD-NAME(IDX-OLD)  TO WK-LINE-OLD
                MOVE "(なし)"         TO WK-LINE-NEW
                ADD 1                 TO WK-DROPPED-CT
                PERFORM P-070-PRINT-LINE
            END-IF.
      *
       P-057-FIND-GEN-FOR-OLD.
            IF WK-GEN-DATE(IDX-GEN) = WK-OLD-DATE(IDX-OLD)
                SET WK-HIT            TO TRUE
            END-IF.
      *
      *    マスタを作業ファイルへ写し直す。対象年の行は捨て、対象
      *    年より後の最初の行の手前(無ければ末尾)に作った1年分を
      *    書く。注記行と他の年の行はそのまま残す。
       P-060-REWRITE-MASTER.
            SET WK-GEN-WRITTEN        TO FALSE.
            OPEN INPUT MASTER-FILE.
            OPEN OUTPUT NEW-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-062-REWRITE-ONE UNTIL WK-EOF.
            IF NOT WK-GEN-WRITTEN
                PERFORM P-064-WRITE-GEN-YEAR
            END-IF.
            CLOSE NEW-FILE.
            CLOSE MASTER-FILE.
            OPEN INPUT NEW-FILE.
            OPEN OUTPUT MASTER-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-068-COPY-BACK-ONE UNTIL WK-EOF.
            CLOSE MASTER-FILE.
            CLOSE NEW-FILE.
      *    書き換えた行を保守ジャーナルへ残す。
            OPEN EXTEND MNT-JRNL-FILE.
            PERFORM P-072-JOURNAL-GEN THRU P-072-EXIT
               VARYING IDX-GEN FROM 1 BY 1
                  UNTIL IDX-GEN > WK-GEN-COUNT.
            PERFORM P-074-JOURNAL-OLD
               VARYING IDX-OLD FROM 1 BY 1
                  UNTIL IDX-OLD > WK-OLD-COUNT.
            CLOSE MNT-JRNL-FILE.
      *
       P-062-REWRITE-ONE.
            READ MASTER-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF MASTER-REC(1:8) IS NUMERIC
                       AND MASTER-REC(1:4) NOT < HC-YEAR
                       AND NOT WK-GEN-WRITTEN
                        PERFORM P-064-WRITE-GEN-YEAR
                    END-IF
                    IF MASTER-REC(1:8) IS NUMERIC
                       AND MASTER-REC(1:4) = HC-YEAR
                        CONTINUE
                    ELSE
                        WRITE NEW-REC FROM MASTER-REC
                    END-IF
            END-READ.
      *
       P-064-WRITE-GEN-YEAR.
            PERFORM P-066-WRITE-GEN-ONE
               VARYING IDX-GEN FROM 1 BY 1
                  UNTIL IDX-GEN > WK-GEN-COUNT.
            SET WK-GEN-WRITTEN        TO TRUE.
      *
       P-066-WRITE-GEN-ONE.
            MOVE SPACES               TO NEW-REC.
            MOVE WK-GEN-DATE(IDX-GEN) TO NEW-REC(1:8).
            MOVE WK-GEN-NAME(IDX-GEN) TO NEW-REC(11:40).
            WRITE NEW-REC.
      *
       P-068-COPY-BACK-ONE.
            READ NEW-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    WRITE MASTER-REC FROM NEW-REC
            END-READ.
      *
       P-070-PRINT-LINE.
            MOVE SPACES               TO PS-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-KIND                    DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-LINE-DATE               DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-LINE-OLD                DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-LINE-NEW                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
      *    作った行のうち追加・名称変更したものを1行ずつ残す。
       P-072-JOURNAL-GEN.
            SET WK-HIT                TO FALSE.
            PERFORM P-052-FIND-OLD
               VARYING IDX-OLD FROM 1 BY 1
                  UNTIL IDX-OLD > WK-OLD-COUNT OR WK-HIT.
            MOVE SPACES               TO MNT-JRNL-REC.
            IF WK-HIT
                SET IDX-OLD DOWN BY 1
                IF WK-OLD-NAME(IDX-OLD) = WK-GEN-NAME(IDX-GEN)
                    GO TO P-072-EXIT
                END-IF
                MOVE WK-OLD-DATE(IDX-OLD)  TO MJ-BEFORE(1:8)
                MOVE WK-OLD-NAME(IDX-OLD)  TO MJ-BEFORE(11:40)
            ELSE
                MOVE "(NONE)"          TO MJ-BEFORE
            END-IF.
            MOVE WK-GEN-DATE(IDX-GEN) TO MJ-AFTER(1:8).
            MOVE WK-GEN-NAME(IDX-GEN) TO MJ-AFTER(11:40).
            PERFORM P-076-WRITE-JOURNAL.
       P-072-EXIT.
            EXIT.
      *
      *    今のマスタの行のうち削除したものを1行ずつ残す。
       P-074-JOURNAL-OLD.
            SET WK-HIT                TO FALSE.
            PERFORM P-057-FIND-GEN-FOR-OLD
               VARYING IDX-GEN FROM 1 BY 1
                  UNTIL IDX-GEN > WK-GEN-COUNT OR WK-HIT.
            IF NOT WK-HIT
                MOVE SPACES           TO MNT-JRNL-REC
                MOVE WK-OLD-DATE(IDX-OLD)  TO MJ-BEFORE(1:8)
                MOVE WK-OLD-NAME(IDX-OLD)  TO MJ-BEFORE(11:40)
                MOVE "(NONE)"          TO MJ-AFTER
                PERFORM P-076-WRITE-JOURNAL
            END-IF.
      *
       P-076-WRITE-JOURNAL.
            MOVE WK-STAMP             TO MJ-STAMP.
            MOVE "HOLGEN"             TO MJ-PROGRAM.
            MOVE "APPLY"              TO MJ-ACTION.
            MOVE WK-MASTER-NAME       TO MJ-FILE.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
      *
       P-080-TOTALS.
            PERFORM P-090-WRITE.
            STRING "  対象年                "   DELIMITED BY SIZE
                   HC-YEAR                    DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-NATIONAL-CT       TO WK-ED-COUNT.
            STRING "  国民の祝日・休日      "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-CLOSURE-CT        TO WK-ED-COUNT.
            STRING "  会社休業日            "   DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-OVERLAP-CT        TO WK-ED-COUNT.
            STRING "  祝日と重なった休業日  "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-SAME-CT           TO WK-ED-COUNT.
            STRING "  変わらない行          "   DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-DIFF-CT           TO WK-ED-COUNT.
            IF WK-APPLY
                STRING "  書き換えた差分        "
                                              DELIMITED BY SIZE
                       WK-ED-COUNT            DELIMITED BY SIZE
                              INTO PS-LINE
            ELSE
                STRING "  承認待ちの差分        "
                                              DELIMITED BY SIZE
                       WK-ED-COUNT            DELIMITED BY SIZE
                              INTO PS-LINE
            END-IF.
            PERFORM P-090-WRITE.
            IF NOT WK-APPLY
                STRING "  ※提案のみ。"          DELIMITED BY SIZE
                       "祝日マスタは変更していない"
                                              DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
