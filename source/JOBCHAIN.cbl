      *                  ステップを飛ばし、最初の未完ステップから
      *                  再開する。PKGSNDの一過性の失敗のために
      *                  TESTALL以降を全部手で流し直す運用をやめる。
      *                  各ステップには実行日の規則(毎日・営業日
      *                  のみ・月の第N営業日・月末営業日・曜日)を
      *                  持たせ、BIZDAYで実行日と突き合わせる。
      *                  当日に当たらないステップは黙って飛ばさず
      *                  NOT-SCHEDULEDとして記録する。予定表モード
      *                  では翌月の日ごとに流れるステップを刷る。
      *                  各ステップの所要時間は履歴CHAINHST.TXTへ
      *                  残し、ステップが終わるたびに残りのステップ
      *                  の最近の所要時間の中央値から終了見込み時刻を
      *                  出して連鎖のSLA期限と比べる。間に合わない
      *                  見込みになった時点で連鎖ログへWARNING行を
      *                  書き、メール橋渡しが拾う通知文を置く。履歴
      *                  より極端に長くかかったステップも知らせる。
      *  --------------------------------------------------------------
      *   ステップ定義(CHAINDEF.TXT):
      *     STEP-NAME  X(10)  ステップ名
      *     PROGRAM    X(10)  CALLするPROGRAM-ID
      *     MAX-RC     9(04)  許容するRETURN-CODEの上限
      *     ON-FAIL    X(08)  STOP | SKIPDEP | CONTINUE
      *     SCHEDULE   X(08)  実行日の規則(空白は毎日)
      *       DAILY    ... 毎日
      *       BIZDAY   ... 営業日のみ
      *       BDnn     ... 月の第nn営業日(BD01-BD23)
      *       BDLAST   ... 月の最終営業日
      *       MON-SUN  ... その曜日(祝日でも流す)
      *     各項目の間は空白2桁。
      *   失敗時動作:
      *     STOP     ... その場で打ち切る(RC=8)
      *     SKIPDEP  ... 後続を全部SKIPPEDにして終わる(RC=4)
      *     CONTINUE ... 記録だけ残して次へ進む(RC=失敗数)
      *   全ステップ完了で*COMPLETE*行を書き、次回は先頭から流す。
      *   当日に当たらないステップは連鎖ログへNOT-SCHED(結果欄が
      *   10桁のため略記。画面にはNOT-SCHEDULEDと出す)で残す。
      *   規則の綴り誤りは流さずにBAD-RULEとして失敗に数える。
      *   環境変数:
      *     JC-RUN-DATE  実行日YYYYMMDD(既定は当日)
      *     JC-MODE      RUN | FORECAST(既定RUN)
      *     JC-FORECAST-MONTH  予定表の年月YYYYMM(既定は実行日
      *                  の翌月)。予定表モードは何も流さず、
      *                  CHAINFC.RPTへ日ごとの予定を刷る。
      *     JC-SLA       SLA期限HHMM(CHAINDEF.TXTの*SLA*行より優先)
      *   SLA期限はCHAINDEF.TXTの"*SLA*"行(ステップ名欄に*SLA*、
      *   起動プログラム欄にHHMM)で連鎖ごとに持つ。期限が連鎖の
      *   開始時刻より前なら翌朝の時刻とみなす。無ければ見込みを
      *   表示するだけで警告はしない。
      *   ステップ履歴(CHAINHST.TXT、流したステップごとに1行追記):
      *     ステップ名X(10)・日付YYYYMMDD・開始HHMMSS・所要秒9(06)・
      *     RC 9(04)・結果X(10)。各項目の間は空白2桁。
      *   見込みは各ステップの直近7回(OKのみ)の中央値で出す。
      *   履歴の無いステップは0秒として数え、その件数を添える。
      *   見込みが期限を越えたときは連鎖ログへ
      *     *WARNING*  SLA hhmm  RC欄=見込み時刻HHMM  SLA-RISK
      *   を1回だけ書き、通知文NOTIFY-CHAINSLA.TXTを置く。所要
      *   時間が中央値の2倍を越えたステップ(履歴3回以上)は
      *     *WARNING*  ステップ名  RC欄=所要分  LONG-RUN
      *   を書き、同じ通知文へ追記する。通知文の2行目は最初の
      *   警告で決まる深刻度行(SLA-RISKならCALL-IN、LONG-RUNなら
      *   REVIEW)。後からSLA-RISKが出たときは本文で格上げを伝える。
      *   失敗(FAILED・BAD-RULE)の下には運用手順書RUNBOOK.TXTの
      *   該当項目(重大度・手順・再実行の可否・連絡先)をRUNBOOKで
      *   引いて表示する。起動できなかったステップは警報の文言
      *   "module not found"で引く。該当の無い失敗は終わりに
      *   まとめて表示し、手順書の書き足しに回す。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
           SELECT OPTIONAL CHAIN-LOG-FILE
                                        ASSIGN TO "CHAINLOG.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAIN-HIST-FILE
                                        ASSIGN TO "CHAINHST.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SLA-NOTICE-FILE
                                        ASSIGN TO "NOTIFY-CHAINSLA.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
           05  DEF-MAX-RC             PIC 9(04).
           05  FILLER                 PIC X(02).
           05  DEF-ON-FAIL            PIC X(08).
           05  FILLER                 PIC X(02).
           05  DEF-SCHEDULE           PIC X(08).
       FD  CHAIN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAIN-LOG-REC.
           05  LOG-OUTCOME            PIC X(10).
           05  FILLER                 PIC X(02).
           05  LOG-STAMP              PIC X(14).
       FD  CHAIN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAIN-HIST-REC.
           05  HST-STEP-NAME          PIC X(10).
           05  FILLER                 PIC X(02).
           05  HST-DATE               PIC 9(08).
           05  FILLER                 PIC X(02).
           05  HST-START              PIC X(06).
           05  FILLER                 PIC X(02).
           05  HST-ELAPSED            PIC 9(06).
           05  FILLER                 PIC X(02).
           05  HST-RC                 PIC 9(04).
           05  FILLER                 PIC X(02).
           05  HST-OUTCOME            PIC X(10).
       FD  SLA-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLA-NOTICE-LINE            PIC X(132).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
      *
      *    ステップ定義の作業表。
       01  WK-STEP-TAB.
           05  WK-STEP-ENTRY  OCCURS 50 TIMES
                                INDEXED BY IDX-STEP IDX-REM.
               10  WK-STEP-NAME       PIC X(10).
               10  WK-STEP-PROGRAM    PIC X(10).
               10  WK-STEP-MAX-RC     PIC 9(04).
               10  WK-STEP-ON-FAIL    PIC X(08).
               10  WK-STEP-DONE-SW    PIC X(01).
               10  WK-STEP-SCHEDULE   PIC X(08).
               10  WK-STEP-DUE-SW     PIC X(01).
               10  WK-STEP-MEDIAN     PIC 9(06).
               10  WK-STEP-HIST-CT    PIC 9(02)  COMP.
               10  WK-STEP-HIST       PIC 9(06)  OCCURS 7 TIMES.
       01  WK-STEP-COUNT      PIC 9(03)  COMP  VALUE ZERO.
      *
      *    前回ログの取り込み。*COMPLETE*行があれば前回は完走して
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    実行日と予定表モード。
       01  WK-MODE            PIC X(08)  VALUE SPACES.
           88  WK-FORECAST                VALUE "FORECAST".
       01  WK-ENV-VALUE       PIC X(08)  VALUE SPACES.
       01  WK-RUN-DATE        PIC 9(08).
       01  WK-RUN-PARTS  REDEFINES WK-RUN-DATE.
           05  WK-R-YYYY              PIC 9(04).
           05  WK-R-MM                PIC 9(02).
           05  WK-R-DD                PIC 9(02).
       01  WK-FC-MONTH        PIC X(06)  VALUE SPACES.
       01  WK-FC-PARTS  REDEFINES WK-FC-MONTH.
           05  WK-FC-YYYY             PIC 9(04).
           05  WK-FC-MM               PIC 9(02).
       01  WK-FC-DAY          PIC 9(02).
       01  WK-FC-DUE-CT       PIC 9(03).
       01  WK-LINE-PTR        PIC 9(03)  COMP.
       01  WK-ED-DATE         PIC X(10).
       01  WK-ED-ORDINAL      PIC X(08).
      *
      *    判定する日の暦の性質(P-090で求める)。
       01  WK-EVAL-DATE       PIC 9(08).
       01  WK-EVAL-PARTS  REDEFINES WK-EVAL-DATE.
           05  WK-E-YYYY              PIC 9(04).
           05  WK-E-MM                PIC 9(02).
           05  WK-E-DD                PIC 9(02).
       01  WK-WALK-DATE       PIC 9(08).
       01  WK-WALK-PARTS  REDEFINES WK-WALK-DATE.
           05  WK-W-YYYY              PIC 9(04).
           05  WK-W-MM                PIC 9(02).
           05  WK-W-DD                PIC 9(02).
       01  WK-DAY-BIZ-SW      PIC X      VALUE "N".
           88  WK-DAY-BIZ                 VALUE "Y"  FALSE "N".
       01  WK-DAY-LAST-SW     PIC X      VALUE "N".
           88  WK-DAY-LAST                VALUE "Y"  FALSE "N".
       01  WK-DAY-ORDINAL     PIC 9(02).
       01  WK-DAY-DOW         PIC 9(01)  COMP.
      *
      *    ステップの規則の判定結果。
       01  WK-DUE-SW          PIC X      VALUE "N".
           88  WK-DUE                     VALUE "Y"  FALSE "N".
       01  WK-RULE-BAD-SW     PIC X      VALUE "N".
           88  WK-RULE-BAD                VALUE "Y"  FALSE "N".
       01  WK-RULE-NTH        PIC 9(02).
      *
      *    曜日名(ツェラーの公式の0=土 1=日 2=月 …の順)。
       01  WK-DOW-NAME-DEF    PIC X(21)  VALUE "SATSUNMONTUEWEDTHUFRI".
       01  WK-DOW-NAME-TAB  REDEFINES WK-DOW-NAME-DEF.
           05  WK-DOW-NAME    PIC X(03)  OCCURS 7 TIMES
                                        INDEXED BY IDX-DOW.
      *
      *    曜日計算(ツェラーの公式、BIZDAYと同じ)。
       01  WK-Z-Q             PIC 9(02)  COMP.
       01  WK-Z-M             PIC 9(02)  COMP.
       01  WK-Z-Y             PIC 9(04)  COMP.
       01  WK-Z-K             PIC 9(02)  COMP.
       01  WK-Z-J             PIC 9(02)  COMP.
       01  WK-Z-T1            PIC 9(05)  COMP.
       01  WK-Z-T2            PIC 9(05)  COMP.
       01  WK-Z-SUM           PIC 9(06)  COMP.
       01  WK-Z-Q2            PIC 9(06)  COMP.
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
       01  WK-MONTH-LEN       PIC 9(02).
      *
      *    営業日計算(BIZDAY)の受け渡し領域。
       01  BZ-PARM.
           05  BZ-FUNCTION              PIC X(01).
           05  BZ-DATE                  PIC 9(08).
           05  BZ-DAYS                  PIC 9(03).
           05  BZ-RESULT                PIC X(01).
           05  BZ-STATUS                PIC X(02).
      *
      *    所要時間とSLA。時刻は連鎖開始日の0時からの秒で持ち、
      *    日付をまたいだら1日分を足す。
       01  WK-SLA-HHMM        PIC X(04)  VALUE SPACES.
       01  WK-SLA-PARTS  REDEFINES WK-SLA-HHMM.
           05  WK-SLA-HH              PIC 9(02).
           05  WK-SLA-MM              PIC 9(02).
       01  WK-ENV-SLA         PIC X(04)  VALUE SPACES.
       01  WK-SLA-ON-SW       PIC X      VALUE "N".
           88  WK-SLA-ON                  VALUE "Y".
       01  WK-SLA-WARNED-SW   PIC X      VALUE "N".
           88  WK-SLA-WARNED              VALUE "Y".
       01  WK-NOTICE-OPEN-SW  PIC X      VALUE "N".
           88  WK-NOTICE-STARTED          VALUE "Y".
      *    通知文の2行目(深刻度)。最初の警告の種類で決まる。
       01  WK-NOTICE-SEVERITY PIC X(60).
       01  WK-CLOCK-TIME      PIC X(08).
       01  WK-CLOCK-PARTS  REDEFINES WK-CLOCK-TIME.
           05  WK-CK-HH               PIC 9(02).
           05  WK-CK-MM               PIC 9(02).
           05  WK-CK-SS               PIC 9(02).
           05  WK-CK-CC               PIC 9(02).
       01  WK-TOD-SEC         PIC 9(06)  COMP.
       01  WK-LAST-TOD-SEC    PIC 9(06)  COMP  VALUE ZERO.
       01  WK-DAY-OFFSET      PIC 9(07)  COMP  VALUE ZERO.
       01  WK-NOW-SEC         PIC 9(07)  COMP.
       01  WK-CHAIN-START-SEC PIC 9(07)  COMP.
       01  WK-STEP-START-SEC  PIC 9(07)  COMP.
       01  WK-STEP-START-HMS  PIC X(06).
       01  WK-ELAPSED         PIC 9(06).
       01  WK-STEP-OUTCOME    PIC X(10).
       01  WK-DEADLINE-SEC    PIC 9(07)  COMP.
       01  WK-PROJECT-SEC     PIC 9(07)  COMP.
       01  WK-REMAIN-SEC      PIC 9(07)  COMP.
       01  WK-NO-HIST-CT      PIC 9(03).
       01  WK-HHMM-WORK       PIC 9(04).
       01  WK-HHMM-PARTS  REDEFINES WK-HHMM-WORK.
           05  WK-HM-HH               PIC 9(02).
           05  WK-HM-MM               PIC 9(02).
       01  WK-SEC-WORK        PIC 9(07)  COMP.
       01  WK-ELAPSED-MIN     PIC 9(04).
       01  WK-LONG-LIMIT      PIC 9(07)  COMP.
      *
      *    中央値を出す作業域。
       01  WK-SORT-TAB.
           05  WK-SORT-VAL    PIC 9(06)  OCCURS 7 TIMES.
       01  WK-SORT-HOLD       PIC 9(06).
       01  WK-SORT-N          PIC 9(02)  COMP.
       01  WK-SI              PIC 9(02)  COMP.
       01  WK-SJ              PIC 9(02)  COMP.
       01  WK-SH              PIC 9(02)  COMP.
      *
      *    共通印字サービスの受け渡し領域(予定表)。
       COPY PRTPARM.
      *
      *    運用手順書(RUNBOOK)の受け渡し領域と、該当の無かった
      *    失敗の一覧。
       COPY RBPARM.
       01  WK-RB-SI           PIC 9(02)  COMP.
       01  WK-RB-NO-ED        PIC 9.
       01  WK-MISS-TAB.
           05  WK-MISS-ENTRY  OCCURS 50 TIMES INDEXED BY IDX-MISS.
               10  WK-MISS-STEP       PIC X(10).
               10  WK-MISS-PROGRAM    PIC X(10).
               10  WK-MISS-RC         PIC 9(04).
               10  WK-MISS-ALARM      PIC X(40).
       01  WK-MISS-COUNT      PIC 9(03)  COMP  VALUE ZERO.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-020-LOAD-ONE-STEP UNTIL WK-EOF.
            CLOSE CHAIN-DEF-FILE.
            PERFORM P-015-ACCEPT-PARMS.
            IF WK-FORECAST
                PERFORM P-200-FORECAST THRU P-200-EXIT
                GOBACK
            END-IF.
            MOVE WK-RUN-DATE          TO WK-EVAL-DATE.
            PERFORM P-090-PROFILE-DATE.
            DISPLAY "RUN DATE " WK-RUN-DATE "  "
                    WK-DOW-NAME(WK-DAY-DOW + 1)
                    "  BUSINESS DAY=" WK-DAY-BIZ-SW
                    "  ORDINAL=" WK-DAY-ORDINAL
                    "  LAST=" WK-DAY-LAST-SW.
            PERFORM P-030-LOAD-PREV-LOG.
            PERFORM P-110-MARK-DUE
               VARYING IDX-STEP FROM 1 BY 1
                  UNTIL IDX-STEP > WK-STEP-COUNT.
            PERFORM P-120-LOAD-HISTORY.
            PERFORM P-150-CLOCK.
            MOVE WK-NOW-SEC           TO WK-CHAIN-START-SEC.
            IF WK-SLA-ON
                COMPUTE WK-DEADLINE-SEC = WK-SLA-HH * 3600
                                        + WK-SLA-MM * 60
                IF WK-DEADLINE-SEC NOT > WK-CHAIN-START-SEC
                    ADD 86400         TO WK-DEADLINE-SEC
                END-IF
            END-IF.
            IF WK-RESUMED-CT > ZERO
                DISPLAY "RESUMING: " WK-RESUMED-CT
                        " STEP(S) ALREADY COMPLETE"
            ELSE
                OPEN OUTPUT CHAIN-LOG-FILE
            END-IF.
            SET IDX-STEP              TO 1.
            PERFORM P-140-PROJECT-FINISH.
            PERFORM P-040-RUN-ONE-STEP THRU P-040-EXIT
               VARYING IDX-STEP FROM 1 BY 1
                  UNTIL IDX-STEP > WK-STEP-COUNT
                WRITE CHAIN-LOG-REC
            END-IF.
            CLOSE CHAIN-LOG-FILE.
            IF WK-MISS-COUNT > ZERO
                DISPLAY "FAILURES WITHOUT A RUNBOOK ENTRY:"
                PERFORM P-320-LIST-MISSING
                   VARYING IDX-MISS FROM 1 BY 1
                      UNTIL IDX-MISS > WK-MISS-COUNT
            END-IF.
            DISPLAY "JOBCHAIN END  FAILURES=" WK-FAIL-CT.
            IF WK-STOP
                MOVE 8                TO RETURN-CODE
            READ CHAIN-DEF-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DEF-STEP-NAME = "*SLA*"
                       AND DEF-PROGRAM(1:4) IS NUMERIC
                        MOVE DEF-PROGRAM(1:4)  TO WK-SLA-HHMM
                    END-IF
                    IF DEF-STEP-NAME NOT = SPACES
                       AND DEF-STEP-NAME(1:1) NOT = "*"
                       AND WK-STEP-COUNT < 50
                        MOVE DEF-ON-FAIL
                             TO WK-STEP-ON-FAIL(IDX-STEP)
                        MOVE "N"      TO WK-STEP-DONE-SW(IDX-STEP)
                        MOVE DEF-SCHEDULE
                             TO WK-STEP-SCHEDULE(IDX-STEP)
                        MOVE "Y"      TO WK-STEP-DUE-SW(IDX-STEP)
                        MOVE ZERO     TO WK-STEP-MEDIAN(IDX-STEP)
                                         WK-STEP-HIST-CT(IDX-STEP)
                    END-IF
            END-READ.
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "JC-MODE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-MODE              FROM ENVIRONMENT-VALUE.
            DISPLAY "JC-RUN-DATE"       UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE IS NUMERIC
                MOVE WK-ENV-VALUE     TO WK-RUN-DATE
            ELSE
                ACCEPT WK-RUN-DATE    FROM DATE YYYYMMDD
            END-IF.
            DISPLAY "JC-FORECAST-MONTH" UPON ENVIRONMENT-NAME.
            ACCEPT  WK-FC-MONTH          FROM ENVIRONMENT-VALUE.
            DISPLAY "JC-SLA"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-SLA           FROM ENVIRONMENT-VALUE.
            IF WK-ENV-SLA IS NUMERIC
                MOVE WK-ENV-SLA       TO WK-SLA-HHMM
            END-IF.
            IF WK-SLA-HHMM IS NUMERIC
               AND WK-SLA-HH < 24 AND WK-SLA-MM < 60
                SET WK-SLA-ON         TO TRUE
            END-IF.
      *
      *    前回ログの取り込み。OKで終わったステップを完了済みと
      *    して印を付ける。*COMPLETE*行を読んだら前回は完走のため
                        "  SKIPPED (already complete)"
                GO TO P-040-EXIT
            END-IF.
            PERFORM P-100-CHECK-RULE.
            IF WK-RULE-BAD
                ADD 1                 TO WK-FAIL-CT
                PERFORM P-067-LOG-BAD-RULE
                GO TO P-040-EXIT
            END-IF.
            IF NOT WK-DUE
                PERFORM P-065-LOG-NOT-SCHEDULED
                GO TO P-040-EXIT
            END-IF.
            MOVE WK-STEP-PROGRAM(IDX-STEP)  TO WK-CALL-NAME.
            MOVE "N"                  TO WK-CALL-FAILED-SW.
            PERFORM P-150-CLOCK.
            MOVE WK-NOW-SEC           TO WK-STEP-START-SEC.
            MOVE WK-CLOCK-TIME(1:6)   TO WK-STEP-START-HMS.
            MOVE ZERO                 TO RETURN-CODE.
            CALL WK-CALL-NAME
                ON EXCEPTION
            IF WK-CALL-FAILED
                MOVE 9999             TO WK-STEP-RC
            END-IF.
            PERFORM P-150-CLOCK.
            COMPUTE WK-ELAPSED = WK-NOW-SEC - WK-STEP-START-SEC.
            IF WK-STEP-RC <= WK-STEP-MAX-RC(IDX-STEP)
                MOVE "OK"             TO WK-STEP-OUTCOME
                PERFORM P-050-LOG-OK
            ELSE
                MOVE "FAILED"         TO WK-STEP-OUTCOME
                ADD 1                 TO WK-FAIL-CT
                PERFORM P-060-LOG-FAILED
                EVALUATE WK-STEP-ON-FAIL(IDX-STEP)
                        CONTINUE
                END-EVALUATE
            END-IF.
            PERFORM P-160-RECORD-HISTORY.
            PERFORM P-170-CHECK-LONG-RUN THRU P-170-EXIT.
            IF NOT WK-STOP AND NOT WK-SKIPDEP
                SET IDX-REM           TO IDX-STEP
                SET IDX-REM UP BY 1
                PERFORM P-145-PROJECT-FROM-REM
            END-IF.
       P-040-EXIT.
            EXIT.
      *
            MOVE "FAILED"              TO LOG-OUTCOME.
            PERFORM P-080-FILL-STAMP.
            WRITE CHAIN-LOG-REC.
            MOVE "Y"                  TO RB-RC-SW.
            MOVE WK-STEP-RC           TO RB-RC.
            IF WK-CALL-FAILED
                MOVE "module not found"  TO RB-ALARM
            ELSE
                MOVE "FAILED"         TO RB-ALARM
            END-IF.
            PERFORM P-300-SHOW-RUNBOOK.
      *
      *    当日に当たらないステップ。流さないことも記録に残す。
       P-065-LOG-NOT-SCHEDULED.
            DISPLAY WK-STEP-NAME(IDX-STEP) "  NOT-SCHEDULED ("
                    WK-STEP-SCHEDULE(IDX-STEP) ")".
            MOVE SPACES               TO CHAIN-LOG-REC.
            MOVE WK-STEP-NAME(IDX-STEP)     TO LOG-STEP-NAME.
            MOVE WK-STEP-PROGRAM(IDX-STEP)  TO LOG-PROGRAM.
            MOVE ZERO                 TO LOG-RC.
            MOVE "NOT-SCHED"           TO LOG-OUTCOME.
            PERFORM P-080-FILL-STAMP.
            WRITE CHAIN-LOG-REC.
      *
       P-067-LOG-BAD-RULE.
            DISPLAY WK-STEP-NAME(IDX-STEP) "  UNKNOWN SCHEDULE RULE "
                    WK-STEP-SCHEDULE(IDX-STEP) " - NOT RUN".
            MOVE SPACES               TO CHAIN-LOG-REC.
            MOVE WK-STEP-NAME(IDX-STEP)     TO LOG-STEP-NAME.
            MOVE WK-STEP-PROGRAM(IDX-STEP)  TO LOG-PROGRAM.
            MOVE ZERO                 TO LOG-RC.
            MOVE "BAD-RULE"            TO LOG-OUTCOME.
            PERFORM P-080-FILL-STAMP.
            WRITE CHAIN-LOG-REC.
            MOVE "N"                  TO RB-RC-SW.
            MOVE ZERO                 TO RB-RC.
            MOVE "BAD-RULE"            TO RB-ALARM.
            PERFORM P-300-SHOW-RUNBOOK.
      *
       P-070-LOG-SKIPPED.
            DISPLAY WK-STEP-NAME(IDX-STEP) "  SKIPPED (dependent)".
                   WK-SYS-TIME(1:6)   DELIMITED BY SIZE
                              INTO WK-STAMP.
            MOVE WK-STAMP             TO LOG-STAMP.
      *
      *    WK-EVAL-DATEの暦の性質を求める。月初から1日ずつBIZDAY
      *    で営業日を数えて第何営業日かを出し、営業日なら翌営業日
      *    の月を見て月末営業日かどうかを決める。
       P-090-PROFILE-DATE.
            MOVE WK-EVAL-DATE         TO WK-WALK-DATE.
            PERFORM P-096-DAY-OF-WEEK.
            MOVE 01                   TO WK-W-DD.
            MOVE ZERO                 TO WK-DAY-ORDINAL.
            SET WK-DAY-BIZ            TO FALSE.
            SET WK-DAY-LAST           TO FALSE.
            PERFORM P-092-WALK-ONE-DAY
               UNTIL WK-WALK-DATE > WK-EVAL-DATE.
            IF WK-DAY-BIZ
                MOVE "N"              TO BZ-FUNCTION
                MOVE WK-EVAL-DATE     TO BZ-DATE
                CALL "BIZDAY" USING BZ-PARM
                MOVE BZ-DATE          TO WK-WALK-DATE
                IF WK-W-MM NOT = WK-E-MM
                    SET WK-DAY-LAST   TO TRUE
                END-IF
            END-IF.
      *
       P-092-WALK-ONE-DAY.
            MOVE "B"                  TO BZ-FUNCTION.
            MOVE WK-WALK-DATE         TO BZ-DATE.
            CALL "BIZDAY" USING BZ-PARM.
            IF BZ-RESULT = "Y"
                ADD 1                 TO WK-DAY-ORDINAL
                IF WK-WALK-DATE = WK-EVAL-DATE
                    SET WK-DAY-BIZ    TO TRUE
                END-IF
            END-IF.
            ADD 1                     TO WK-W-DD.
      *
      *    WK-WALK-DATEの曜日(ツェラーの公式)。0=土 1=日 2=月 …。
       P-096-DAY-OF-WEEK.
            MOVE WK-W-DD              TO WK-Z-Q.
            MOVE WK-W-MM              TO WK-Z-M.
            MOVE WK-W-YYYY            TO WK-Z-Y.
            IF WK-Z-M < 3
                ADD 12                TO WK-Z-M
                SUBTRACT 1            FROM WK-Z-Y
            END-IF.
            DIVIDE WK-Z-Y BY 100 GIVING WK-Z-J REMAINDER WK-Z-K.
            COMPUTE WK-Z-T1 = (13 * (WK-Z-M + 1)) / 5.
            COMPUTE WK-Z-T2 = WK-Z-K / 4 + WK-Z-J / 4 + 5 * WK-Z-J.
            COMPUTE WK-Z-SUM = WK-Z-Q + WK-Z-T1 + WK-Z-K + WK-Z-T2.
            DIVIDE WK-Z-SUM BY 7 GIVING WK-Z-Q2
                REMAINDER WK-DAY-DOW.
      *
      *    ステップ(IDX-STEP)の規則をP-090で求めた日と突き合わせる。
       P-100-CHECK-RULE.
            SET WK-DUE                TO FALSE.
            SET WK-RULE-BAD           TO FALSE.
            EVALUATE TRUE
                WHEN WK-STEP-SCHEDULE(IDX-STEP) = SPACES
                  OR WK-STEP-SCHEDULE(IDX-STEP) = "DAILY"
                    SET WK-DUE        TO TRUE
                WHEN WK-STEP-SCHEDULE(IDX-STEP) = "BIZDAY"
                    IF WK-DAY-BIZ
                        SET WK-DUE    TO TRUE
                    END-IF
                WHEN WK-STEP-SCHEDULE(IDX-STEP) = "BDLAST"
                    IF WK-DAY-LAST
                        SET WK-DUE    TO TRUE
                    END-IF
                WHEN WK-STEP-SCHEDULE(IDX-STEP)(1:2) = "BD"
                 AND WK-STEP-SCHEDULE(IDX-STEP)(3:2) IS NUMERIC
                 AND WK-STEP-SCHEDULE(IDX-STEP)(5:4) = SPACES
                    MOVE WK-STEP-SCHEDULE(IDX-STEP)(3:2)
                                      TO WK-RULE-NTH
                    IF WK-RULE-NTH < 1 OR WK-RULE-NTH > 23
                        SET WK-RULE-BAD  TO TRUE
                    ELSE
                        IF WK-DAY-BIZ
                           AND WK-DAY-ORDINAL = WK-RULE-NTH
                            SET WK-DUE   TO TRUE
                        END-IF
                    END-IF
                WHEN OTHER
                    PERFORM P-105-CHECK-WEEKDAY
            END-EVALUATE.
      *
      *    曜日の規則。曜日名に当たらなければ綴り誤り。
       P-105-CHECK-WEEKDAY.
            SET IDX-DOW               TO 1.
            SEARCH WK-DOW-NAME
                AT END
                    SET WK-RULE-BAD   TO TRUE
                WHEN WK-DOW-NAME(IDX-DOW)
                         = WK-STEP-SCHEDULE(IDX-STEP)(1:3)
                    CONTINUE
            END-SEARCH.
            IF WK-STEP-SCHEDULE(IDX-STEP)(4:5) NOT = SPACES
                SET WK-RULE-BAD       TO TRUE
            END-IF.
            IF NOT WK-RULE-BAD
                SET WK-Z-Q2           TO IDX-DOW
                IF WK-Z-Q2 = WK-DAY-DOW + 1
                    SET WK-DUE        TO TRUE
                END-IF
            END-IF.
      *
      *    当日に流す予定のステップに印を付ける(見込みの対象)。
      *    完了済みで飛ばすステップも見込みから外す。
       P-110-MARK-DUE.
            PERFORM P-100-CHECK-RULE.
            IF WK-DUE AND WK-STEP-DONE-SW(IDX-STEP) NOT = "Y"
                MOVE "Y"              TO WK-STEP-DUE-SW(IDX-STEP)
            ELSE
                MOVE "N"              TO WK-STEP-DUE-SW(IDX-STEP)
            END-IF.
      *
      *    ステップ履歴を読み、ステップごとに直近7回(OKのみ)の
      *    所要秒を残して中央値を出す。
       P-120-LOAD-HISTORY.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT CHAIN-HIST-FILE.
            PERFORM P-122-HISTORY-ONE UNTIL WK-EOF.
            CLOSE CHAIN-HIST-FILE.
            PERFORM P-130-MEDIAN-ONE-STEP
               VARYING IDX-REM FROM 1 BY 1
                  UNTIL IDX-REM > WK-STEP-COUNT.
      *
       P-122-HISTORY-ONE.
            READ CHAIN-HIST-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF HST-OUTCOME = "OK"
                       AND HST-ELAPSED IS NUMERIC
                        SET IDX-REM   TO 1
                        SEARCH WK-STEP-ENTRY VARYING IDX-REM
                            AT END
                                CONTINUE
                            WHEN IDX-REM NOT > WK-STEP-COUNT
                             AND WK-STEP-NAME(IDX-REM) = HST-STEP-NAME
                                PERFORM P-124-PUSH-SAMPLE
                        END-SEARCH
                    END-IF
            END-READ.
      *
      *    7回分たまっていれば一番古いものを押し出す。
       P-124-PUSH-SAMPLE.
            IF WK-STEP-HIST-CT(IDX-REM) < 7
                ADD 1                 TO WK-STEP-HIST-CT(IDX-REM)
            ELSE
                PERFORM P-126-SHIFT-ONE
                   VARYING WK-SI FROM 1 BY 1 UNTIL WK-SI > 6
            END-IF.
            MOVE WK-STEP-HIST-CT(IDX-REM)  TO WK-SI.
            MOVE HST-ELAPSED          TO WK-STEP-HIST(IDX-REM, WK-SI).
      *
       P-126-SHIFT-ONE.
            COMPUTE WK-SJ = WK-SI + 1.
            MOVE WK-STEP-HIST(IDX-REM, WK-SJ)
                                      TO WK-STEP-HIST(IDX-REM, WK-SI).
      *
      *    並べ替えて真ん中(偶数件なら真ん中2つの平均)を取る。
       P-130-MEDIAN-ONE-STEP.
            MOVE WK-STEP-HIST-CT(IDX-REM)  TO WK-SORT-N.
            IF WK-SORT-N > ZERO
                PERFORM P-132-COPY-SAMPLE
                   VARYING WK-SI FROM 1 BY 1 UNTIL WK-SI > WK-SORT-N
                PERFORM P-134-SORT-PAIR
                   VARYING WK-SI FROM 1 BY 1
                     UNTIL WK-SI NOT < WK-SORT-N
                     AFTER WK-SJ FROM 1 BY 1
                     UNTIL WK-SJ NOT < WK-SORT-N
                DIVIDE WK-SORT-N BY 2 GIVING WK-SH
                    REMAINDER WK-SJ
                IF WK-SJ = 1
                    ADD 1             TO WK-SH
                    MOVE WK-SORT-VAL(WK-SH)
                                      TO WK-STEP-MEDIAN(IDX-REM)
                ELSE
                    MOVE WK-SH        TO WK-SI
                    ADD 1             TO WK-SH
                    COMPUTE WK-STEP-MEDIAN(IDX-REM) =
                        (WK-SORT-VAL(WK-SI) + WK-SORT-VAL(WK-SH)) / 2
                END-IF
            END-IF.
      *
       P-132-COPY-SAMPLE.
            MOVE WK-STEP-HIST(IDX-REM, WK-SI)  TO WK-SORT-VAL(WK-SI).
      *
       P-134-SORT-PAIR.
            COMPUTE WK-SH = WK-SJ + 1.
            IF WK-SORT-VAL(WK-SJ) > WK-SORT-VAL(WK-SH)
                MOVE WK-SORT-VAL(WK-SJ)   TO WK-SORT-HOLD
                MOVE WK-SORT-VAL(WK-SH)   TO WK-SORT-VAL(WK-SJ)
                MOVE WK-SORT-HOLD         TO WK-SORT-VAL(WK-SH)
            END-IF.
      *
      *    終了見込み。IDX-STEPから後の流す予定のステップの中央値
      *    を今の時刻に足す。
       P-140-PROJECT-FINISH.
            SET IDX-REM               TO IDX-STEP.
            PERFORM P-145-PROJECT-FROM-REM.
      *
       P-145-PROJECT-FROM-REM.
            MOVE ZERO                 TO WK-REMAIN-SEC WK-NO-HIST-CT.
            PERFORM P-147-ADD-REMAINING
               UNTIL IDX-REM > WK-STEP-COUNT.
            PERFORM P-150-CLOCK.
            COMPUTE WK-PROJECT-SEC = WK-NOW-SEC + WK-REMAIN-SEC.
            MOVE WK-PROJECT-SEC       TO WK-SEC-WORK.
            PERFORM P-155-SEC-TO-HHMM.
            IF WK-SLA-ON
                DISPLAY "  PROJECTED FINISH " WK-HHMM-WORK
                        "  SLA " WK-SLA-HHMM
                        "  (NO HISTORY: " WK-NO-HIST-CT ")"
                IF WK-PROJECT-SEC > WK-DEADLINE-SEC
                   AND NOT WK-SLA-WARNED
                    PERFORM P-180-WARN-SLA
                END-IF
            ELSE
                DISPLAY "  PROJECTED FINISH " WK-HHMM-WORK
                        "  (NO HISTORY: " WK-NO-HIST-CT ")"
            END-IF.
      *
       P-147-ADD-REMAINING.
            IF WK-STEP-DUE-SW(IDX-REM) = "Y"
                ADD WK-STEP-MEDIAN(IDX-REM)  TO WK-REMAIN-SEC
                IF WK-STEP-HIST-CT(IDX-REM) = ZERO
                    ADD 1             TO WK-NO-HIST-CT
                END-IF
            END-IF.
            SET IDX-REM UP BY 1.
      *
      *    今の時刻を連鎖開始日の0時からの秒にする。前回より時刻が
      *    戻っていれば日付をまたいだ。
       P-150-CLOCK.
            ACCEPT WK-CLOCK-TIME      FROM TIME.
            COMPUTE WK-TOD-SEC = WK-CK-HH * 3600 + WK-CK-MM * 60
                               + WK-CK-SS.
            IF WK-TOD-SEC < WK-LAST-TOD-SEC
                ADD 86400             TO WK-DAY-OFFSET
            END-IF.
            MOVE WK-TOD-SEC           TO WK-LAST-TOD-SEC.
            COMPUTE WK-NOW-SEC = WK-DAY-OFFSET + WK-TOD-SEC.
      *
      *    WK-SEC-WORK(0時からの秒)を時刻HHMMにする。
       P-155-SEC-TO-HHMM.
            DIVIDE WK-SEC-WORK BY 86400 GIVING WK-SJ
                REMAINDER WK-SEC-WORK.
            DIVIDE WK-SEC-WORK BY 3600 GIVING WK-HM-HH
                REMAINDER WK-SEC-WORK.
            DIVIDE WK-SEC-WORK BY 60 GIVING WK-HM-MM.
      *
      *    流したステップの所要時間を履歴へ1行足す。
       P-160-RECORD-HISTORY.
            OPEN EXTEND CHAIN-HIST-FILE.
            MOVE SPACES               TO CHAIN-HIST-REC.
            MOVE WK-STEP-NAME(IDX-STEP)  TO HST-STEP-NAME.
            MOVE WK-RUN-DATE          TO HST-DATE.
            MOVE WK-STEP-START-HMS    TO HST-START.
            MOVE WK-ELAPSED           TO HST-ELAPSED.
            MOVE WK-STEP-RC           TO HST-RC.
            MOVE WK-STEP-OUTCOME      TO HST-OUTCOME.
            WRITE CHAIN-HIST-REC.
            CLOSE CHAIN-HIST-FILE.
      *
      *    履歴3回以上のステップが中央値の2倍を越えてかかったら
      *    知らせる。
       P-170-CHECK-LONG-RUN.
            IF WK-STEP-HIST-CT(IDX-STEP) < 3
                GO TO P-170-EXIT
            END-IF.
            COMPUTE WK-LONG-LIMIT = WK-STEP-MEDIAN(IDX-STEP) * 2.
            IF WK-ELAPSED NOT > WK-LONG-LIMIT
                GO TO P-170-EXIT
            END-IF.
            COMPUTE WK-ELAPSED-MIN = WK-ELAPSED / 60.
            DISPLAY "WARNING: " WK-STEP-NAME(IDX-STEP)
                    " RAN LONG - " WK-ELAPSED " SEC, MEDIAN "
                    WK-STEP-MEDIAN(IDX-STEP) " SEC".
            MOVE SPACES               TO CHAIN-LOG-REC.
            MOVE "*WARNING*"           TO LOG-STEP-NAME.
            MOVE WK-STEP-NAME(IDX-STEP)  TO LOG-PROGRAM.
            MOVE WK-ELAPSED-MIN       TO LOG-RC.
            MOVE "LONG-RUN"            TO LOG-OUTCOME.
            PERFORM P-080-FILL-STAMP.
            WRITE CHAIN-LOG-REC.
            MOVE "SEVERITY: REVIEW (STEP RAN UNUSUALLY LONG)"
                                      TO WK-NOTICE-SEVERITY.
            PERFORM P-190-OPEN-NOTICE.
            MOVE SPACES               TO SLA-NOTICE-LINE.
            STRING "STEP " WK-STEP-NAME(IDX-STEP)
                   " RAN UNUSUALLY LONG: " WK-ELAPSED
                   " SEC AGAINST A MEDIAN OF "
                   WK-STEP-MEDIAN(IDX-STEP) " SEC"
                   DELIMITED BY SIZE  INTO SLA-NOTICE-LINE.
            WRITE SLA-NOTICE-LINE.
            CLOSE SLA-NOTICE-FILE.
       P-170-EXIT.
            EXIT.
      *
      *    見込みが期限を越えた。連鎖ログと通知文へ1回だけ書く。
       P-180-WARN-SLA.
            SET WK-SLA-WARNED         TO TRUE.
            DISPLAY "WARNING: PROJECTED FINISH " WK-HHMM-WORK
                    " IS PAST THE SLA " WK-SLA-HHMM.
            MOVE SPACES               TO CHAIN-LOG-REC.
            MOVE "*WARNING*"           TO LOG-STEP-NAME.
            STRING "SLA " WK-SLA-HHMM DELIMITED BY SIZE
                                      INTO LOG-PROGRAM.
            MOVE WK-HHMM-WORK         TO LOG-RC.
            MOVE "SLA-RISK"            TO LOG-OUTCOME.
            PERFORM P-080-FILL-STAMP.
            WRITE CHAIN-LOG-REC.
      *    先に長時間の警告で通知文ができていれば、深刻度行は
      *    書き直せないので本文で呼び出しへ格上げを伝える。
            IF WK-NOTICE-STARTED
                PERFORM P-190-OPEN-NOTICE
                MOVE "ESCALATED TO CALL-IN (CHAIN WILL MISS ITS SLA)"
                                      TO SLA-NOTICE-LINE
                WRITE SLA-NOTICE-LINE
            ELSE
                MOVE "SEVERITY: CALL-IN (CHAIN WILL MISS ITS SLA)"
                                      TO WK-NOTICE-SEVERITY
                PERFORM P-190-OPEN-NOTICE
            END-IF.
            MOVE SPACES               TO SLA-NOTICE-LINE.
            STRING "PROJECTED FINISH " WK-HHMM-WORK
                   " IS PAST THE SLA DEADLINE " WK-SLA-HHMM
                   " (" WK-NO-HIST-CT " STEP(S) WITHOUT HISTORY)"
                   DELIMITED BY SIZE  INTO SLA-NOTICE-LINE.
            WRITE SLA-NOTICE-LINE.
            CLOSE SLA-NOTICE-FILE.
      *
      *    通知文。その夜の最初の警告で作り直して見出し行と深刻度行
      *    (WK-NOTICE-SEVERITY)を書き、以降は追記する。
       P-190-OPEN-NOTICE.
            IF WK-NOTICE-STARTED
                OPEN EXTEND SLA-NOTICE-FILE
            ELSE
                SET WK-NOTICE-STARTED TO TRUE
                OPEN OUTPUT SLA-NOTICE-FILE
                MOVE SPACES           TO SLA-NOTICE-LINE
                STRING "OVERNIGHT CHAIN WARNING  (RUN DATE "
                       WK-RUN-DATE ")"
                       DELIMITED BY SIZE  INTO SLA-NOTICE-LINE
                WRITE SLA-NOTICE-LINE
                MOVE WK-NOTICE-SEVERITY  TO SLA-NOTICE-LINE
                WRITE SLA-NOTICE-LINE
            END-IF.
      *
      *    予定表モード。対象月の日ごとに、流れるステップの名前を
      *    CHAINFC.RPTへ並べる。何も流さず連鎖ログにも触れない。
       P-200-FORECAST.
            IF WK-FC-MONTH = SPACES
                MOVE WK-R-YYYY        TO WK-FC-YYYY
                MOVE WK-R-MM          TO WK-FC-MM
                IF WK-FC-MM < 12
                    ADD 1             TO WK-FC-MM
                ELSE
                    MOVE 1            TO WK-FC-MM
                    ADD 1             TO WK-FC-YYYY
                END-IF
            END-IF.
            IF WK-FC-MONTH IS NOT NUMERIC
               OR WK-FC-MM < 1 OR WK-FC-MM > 12
                DISPLAY "JC-FORECAST-MONTH MUST BE YYYYMM: "
                        WK-FC-MONTH
                MOVE 1                TO RETURN-CODE
                GO TO P-200-EXIT
            END-IF.
            MOVE WK-MLEN(WK-FC-MM)    TO WK-MONTH-LEN.
            IF WK-FC-MM = 2
                PERFORM P-205-CHECK-LEAP
            END-IF.
            DISPLAY "FORECAST FOR " WK-FC-YYYY "-" WK-FC-MM.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "CHAINFC.RPT"         TO PS-REPORT-NAME.
            MOVE SPACES               TO PS-TITLE.
            STRING "ジョブ連鎖 実行予定 "   DELIMITED BY SIZE
                   WK-FC-YYYY "-" WK-FC-MM   DELIMITED BY SIZE
                              INTO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  日付        曜日  営業日    "
                                              DELIMITED BY SIZE
                   "流れるステップ"           DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-290-WRITE.
            PERFORM P-210-FORECAST-ONE-DAY
               VARYING WK-FC-DAY FROM 1 BY 1
                  UNTIL WK-FC-DAY > WK-MONTH-LEN.
            PERFORM P-230-LIST-BAD-RULES
               VARYING IDX-STEP FROM 1 BY 1
                  UNTIL IDX-STEP > WK-STEP-COUNT.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "FORECAST WRITTEN TO CHAINFC.RPT".
            MOVE ZERO                 TO RETURN-CODE.
       P-200-EXIT.
            EXIT.
      *
       P-205-CHECK-LEAP.
            DIVIDE WK-FC-YYYY BY 4 GIVING WK-Z-Q2
                REMAINDER WK-Z-T1.
            IF WK-Z-T1 = ZERO
                MOVE 29               TO WK-MONTH-LEN
                DIVIDE WK-FC-YYYY BY 100 GIVING WK-Z-Q2
                    REMAINDER WK-Z-T1
                IF WK-Z-T1 = ZERO
                    DIVIDE WK-FC-YYYY BY 400 GIVING WK-Z-Q2
                        REMAINDER WK-Z-T1
                    IF WK-Z-T1 NOT = ZERO
                        MOVE 28       TO WK-MONTH-LEN
                    END-IF
                END-IF
            END-IF.
      *
      *    1日分。日付・曜日・第何営業日(月末営業日は"LAST"を添え
      *    る)に続けて流れるステップ名を並べ、行が埋まれば折り返す。
       P-210-FORECAST-ONE-DAY.
            MOVE WK-FC-YYYY           TO WK-E-YYYY.
            MOVE WK-FC-MM             TO WK-E-MM.
            MOVE WK-FC-DAY            TO WK-E-DD.
            PERFORM P-090-PROFILE-DATE.
            MOVE SPACES               TO WK-ED-DATE.
            STRING WK-E-YYYY "-" WK-E-MM "-" WK-E-DD
                   DELIMITED BY SIZE  INTO WK-ED-DATE.
            MOVE SPACES               TO WK-ED-ORDINAL.
            IF WK-DAY-BIZ
                MOVE "BD"             TO WK-ED-ORDINAL(1:2)
                MOVE WK-DAY-ORDINAL   TO WK-ED-ORDINAL(3:2)
                IF WK-DAY-LAST
                    MOVE "LAST"       TO WK-ED-ORDINAL(5:4)
                END-IF
            ELSE
                MOVE "-"              TO WK-ED-ORDINAL
            END-IF.
            MOVE SPACES               TO PS-LINE.
            MOVE 1                    TO WK-LINE-PTR.
            STRING "  " WK-ED-DATE "  " WK-DOW-NAME(WK-DAY-DOW + 1)
                   "   " WK-ED-ORDINAL "  "
                   DELIMITED BY SIZE  INTO PS-LINE
                   WITH POINTER WK-LINE-PTR.
            MOVE ZERO                 TO WK-FC-DUE-CT.
            PERFORM P-220-FORECAST-ONE-STEP
               VARYING IDX-STEP FROM 1 BY 1
                  UNTIL IDX-STEP > WK-STEP-COUNT.
            IF WK-FC-DUE-CT = ZERO
                STRING "(なし)"       DELIMITED BY SIZE
                                      INTO PS-LINE
                       WITH POINTER WK-LINE-PTR
            END-IF.
            DISPLAY PS-LINE(1:WK-LINE-PTR).
            PERFORM P-290-WRITE.
      *
       P-220-FORECAST-ONE-STEP.
            PERFORM P-100-CHECK-RULE.
            IF WK-DUE
                IF WK-LINE-PTR > 120
                    DISPLAY PS-LINE(1:WK-LINE-PTR)
                    PERFORM P-290-WRITE
                    MOVE 31           TO WK-LINE-PTR
                END-IF
                STRING WK-STEP-NAME(IDX-STEP) " "
                       DELIMITED BY SIZE  INTO PS-LINE
                       WITH POINTER WK-LINE-PTR
                ADD 1                 TO WK-FC-DUE-CT
            END-IF.
      *
      *    綴り誤りの規則は予定表の末尾で知らせる(どの日にも流れ
      *    ない)。
       P-230-LIST-BAD-RULES.
            PERFORM P-100-CHECK-RULE.
            IF WK-RULE-BAD
                MOVE SPACES           TO PS-LINE
                STRING "  ※規則の誤りで流れない: "
                       WK-STEP-NAME(IDX-STEP) " "
                       WK-STEP-SCHEDULE(IDX-STEP)
                       DELIMITED BY SIZE  INTO PS-LINE
                DISPLAY "UNKNOWN SCHEDULE RULE " WK-STEP-NAME(IDX-STEP)
                        " " WK-STEP-SCHEDULE(IDX-STEP)
                PERFORM P-290-WRITE
            END-IF.
      *
       P-290-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      *
      *    失敗したステップ(IDX-STEP)の手順書の項目を表示する。
      *    RB-RC-SW・RB-RC・RB-ALARMは呼ぶ側で入れておく。
       P-300-SHOW-RUNBOOK.
            MOVE WK-STEP-PROGRAM(IDX-STEP)  TO RB-PROGRAM.
            CALL "RUNBOOK" USING RB-PARM
                ON EXCEPTION
                    MOVE "30"           TO RB-STATUS
            END-CALL.
            IF RB-STATUS NOT = "00"
                DISPLAY "  RUNBOOK: NO ENTRY FOR " RB-PROGRAM
                        " RC=" RB-RC " " RB-ALARM
                IF WK-MISS-COUNT < 50
                    ADD 1             TO WK-MISS-COUNT
                    SET IDX-MISS      TO WK-MISS-COUNT
                    MOVE WK-STEP-NAME(IDX-STEP)
                                      TO WK-MISS-STEP(IDX-MISS)
                    MOVE RB-PROGRAM   TO WK-MISS-PROGRAM(IDX-MISS)
                    MOVE RB-RC        TO WK-MISS-RC(IDX-MISS)
                    MOVE RB-ALARM     TO WK-MISS-ALARM(IDX-MISS)
                END-IF
            ELSE
                DISPLAY "  RUNBOOK " RB-HIT-PROGRAM " " RB-HIT-MATCH
                EVALUATE RB-RERUN
                    WHEN "Y"
                        DISPLAY "    SEVERITY: " RB-SEVERITY
                                "  RERUN: ALLOWED"
                    WHEN "N"
                        DISPLAY "    SEVERITY: " RB-SEVERITY
                                "  RERUN: NOT ALLOWED"
                    WHEN OTHER
                        DISPLAY "    SEVERITY: " RB-SEVERITY
                                "  RERUN: NOT STATED"
                END-EVALUATE
                PERFORM P-305-SHOW-STEP
                   VARYING WK-RB-SI FROM 1 BY 1
                      UNTIL WK-RB-SI > RB-STEP-CT
                DISPLAY "    CALL: " RB-CONTACT
            END-IF.
      *
       P-305-SHOW-STEP.
            MOVE WK-RB-SI             TO WK-RB-NO-ED.
            DISPLAY "    STEP " WK-RB-NO-ED ": " RB-STEP(WK-RB-SI).
      *
       P-320-LIST-MISSING.
            DISPLAY "  " WK-MISS-STEP(IDX-MISS)
                    "  " WK-MISS-PROGRAM(IDX-MISS)
                    "  RC=" WK-MISS-RC(IDX-MISS)
                    "  " WK-MISS-ALARM(IDX-MISS).
      ******************************************************************
