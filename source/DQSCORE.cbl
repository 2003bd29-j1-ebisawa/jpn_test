      ******************************************************************
      *    テストケース：DQSCORE
      *    プログラム名：日本語化テスト 顧客データ品質スコアカード
      *    処理概要　　：顧客ファイルの問題をそれぞれの形で報告する
      *                  4本(CUSTEDITのCUSTERR.TXT・DATAUDITの
      *                  DATAUDIT.TXT・POSTCHKのPOSTCHK.TXT・DUPCHK
      *                  のDUPRPT.TXT)を実行の後にまとめて読み、
      *                  規則別(氏名不正・カナ不正・シフトJIS破損・
      *                  郵便番号不一致・重複疑い)と項目別に、該当
      *                  レコードの率を出して品質履歴DQHIST.TXTへ
      *                  書き足す。履歴から直近6か月の月次推移
      *                  (見出しの年月はMOCLOSEと同じくWAREKIで
      *                  和暦)と前月からの改善/悪化を出し、所見の
      *                  多い不良レコードの上位を添えてDQSCORE.RPT
      *                  へPRTSRVで刷る。品質が良くなっているのか
      *                  悪くなっているのかを数字で答える。
      *  --------------------------------------------------------------
      *   環境変数:
      *     DQ-RUN-DATE = 実行日YYYYMMDD(既定は当日)。推移の最終月
      *     DQ-FILE     = 顧客ファイル(既定TESTDATA.DAT)。重複疑いの
      *                   分母と、上位レコードの連番・氏名に使う
      *   規則と数え方(1レコードに同じ所見が何行あっても1件):
      *     NAME-INVALID    CUSTERR.TXTのCUST-NAMEの理由行
      *     KANA-BAD        CUSTERR.TXTのCUST-KANAの理由行
      *     SJIS-BROKEN     DATAUDIT.TXTのBROKEN DBCS SEQUENCE・
      *                     TRUNCATED DBCS PAIR・INVALID LEAD BYTE
      *                     (ダメ文字は文字として正しいので含めない)
      *     POSTAL-MISMATCH POSTCHK.TXTの所見行
      *     DUP-SUSPECT     DUPRPT.TXTの明細行に出た顧客(連番)
      *   項目別は"出所 項目名"(例 DATAUDIT CUST-ADDRESS)で数える。
      *   分母は各報告末尾のTOTAL行のレコード数。DUPRPT.TXTには
      *   無いので顧客ファイルの件数(無ければ他の報告の件数)。
      *   報告が無い出所・対象件数の分からない出所の規則・項目は
      *   今回分を履歴に書かない。
      *   品質履歴(DQHIST.TXT、1行=1指標):
      *     日付9(08)+空白2+時刻9(06)+空白2+区分X(04)+空白2+
      *     指標名X(30)+空白2+該当件数9(07)+空白2+対象件数9(07)
      *     区分 RULE=規則 FLD=項目。1回の実行で全指標を1行ずつ
      *     書き足す。月の率は月内の該当件数の合計÷対象件数の合計。
      *   不良レコードは所見行の多い順に10件(同数はレコード番号順)。
      *   集計できるのは2000レコード・重複疑い2000人まで。
      *   戻り値: 0=正常 4=規則のどれかが前月より悪化
      *           1=4本の報告がどれも無い
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           DQSCORE.
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
           SELECT OPTIONAL SRC-FILE   ASSIGN TO DYNAMIC
                                        WK-SRC-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-SRC-FS.
           SELECT CUST-FILE           ASSIGN TO DYNAMIC
                                        WK-CUST-NAME
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-CUST-FS.
           SELECT OPTIONAL HIST-FILE  ASSIGN TO "DQHIST.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  SRC-FILE
           LABEL RECORDS ARE STANDARD.
       01  SRC-REC                PIC X(200).
       FD  CUST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIST-REC.
           05  HST-DATE               PIC X(08).
           05  FILLER                 PIC X(02).
           05  HST-TIME               PIC X(06).
           05  FILLER                 PIC X(02).
           05  HST-KIND               PIC X(04).
           05  FILLER                 PIC X(02).
           05  HST-METRIC             PIC X(30).
           05  FILLER                 PIC X(02).
           05  HST-HITS               PIC X(07).
           05  FILLER                 PIC X(02).
           05  HST-RECS               PIC X(07).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-SRC-NAME        PIC X(12).
       01  WK-SRC-FS          PIC XX.
       01  WK-OPEN-FS         PIC XX.
           88  WK-SRC-FOUND                VALUE "00".
       01  WK-CUST-NAME       PIC X(40)  VALUE "TESTDATA.DAT".
       01  WK-CUST-FS         PIC XX.
           88  WK-CUST-FOUND               VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ENV-VALUE       PIC X(40)  VALUE SPACES.
       01  WK-RUN-DATE        PIC 9(08).
       01  WK-RUN-TIME        PIC 9(08).
       01  WK-RUN-KEY         PIC 9(06)  COMP.
       01  WK-WORSE-CT        PIC 9(03)  VALUE ZERO.
       01  WK-HIST-ADD-CT     PIC 9(03)  VALUE ZERO.
      *
      *    4本の報告。読めたか・分母のレコード数。
       01  WK-SRC-TABLE-DEF.
           05  FILLER   PIC X(12)  VALUE "CUSTERR.TXT".
           05  FILLER   PIC X(12)  VALUE "DATAUDIT.TXT".
           05  FILLER   PIC X(12)  VALUE "POSTCHK.TXT".
           05  FILLER   PIC X(12)  VALUE "DUPRPT.TXT".
       01  WK-SRC-TAB  REDEFINES WK-SRC-TABLE-DEF.
           05  WK-SRC-FILE  OCCURS 4 TIMES PIC X(12).
       01  WK-SRC-STATE.
           05  WK-SRC-ENTRY  OCCURS 4 TIMES.
               10  WK-SRC-SEEN-SW     PIC X(01).
               10  WK-SRC-RECS        PIC 9(07).
       01  WK-SX              PIC 9(02)  COMP.
       01  WK-SEEN-CT         PIC 9(02)  COMP  VALUE ZERO.
      *
      *    規則。指標名・見出し・出所・不良レコード一覧の印。
       01  WK-RULE-TABLE-DEF.
           05  FILLER.
               10  FILLER   PIC X(30)  VALUE "NAME-INVALID".
               10  FILLER   PIC X(30)  VALUE "氏名不正".
               10  FILLER   PIC 9(01)  VALUE 1.
               10  FILLER   PIC X(01)  VALUE "N".
           05  FILLER.
               10  FILLER   PIC X(30)  VALUE "KANA-BAD".
               10  FILLER   PIC X(30)  VALUE "カナ不正".
               10  FILLER   PIC 9(01)  VALUE 1.
               10  FILLER   PIC X(01)  VALUE "K".
           05  FILLER.
               10  FILLER   PIC X(30)  VALUE "SJIS-BROKEN".
               10  FILLER   PIC X(30)  VALUE "シフトJIS破損".
               10  FILLER   PIC 9(01)  VALUE 2.
               10  FILLER   PIC X(01)  VALUE "S".
           05  FILLER.
               10  FILLER   PIC X(30)  VALUE "POSTAL-MISMATCH".
               10  FILLER   PIC X(30)  VALUE "郵便番号不一致".
               10  FILLER   PIC 9(01)  VALUE 3.
               10  FILLER   PIC X(01)  VALUE "P".
           05  FILLER.
               10  FILLER   PIC X(30)  VALUE "DUP-SUSPECT".
               10  FILLER   PIC X(30)  VALUE "重複疑い".
               10  FILLER   PIC 9(01)  VALUE 4.
               10  FILLER   PIC X(01)  VALUE "D".
       01  WK-RULE-TAB  REDEFINES WK-RULE-TABLE-DEF.
           05  WK-RULE-ENTRY  OCCURS 5 TIMES INDEXED BY IDX-RULE.
               10  WK-RULE-NAME       PIC X(30).
               10  WK-RULE-LABEL      PIC X(30).
               10  WK-RULE-SRC        PIC 9(01).
               10  WK-RULE-FLAG       PIC X(01).
       01  WK-RULE-COUNT      PIC 9(02)  COMP  VALUE 5.
       01  WK-RULE-NO         PIC 9(02)  COMP.
      *
      *    CUSTEDITとPOSTCHKが見る項目(DATAUDITの分は項目辞書
      *    CUSTFLD.CPYから足す)。
       01  WK-FSEED-TABLE-DEF.
           05  FILLER.
               10  FILLER   PIC X(30)  VALUE "CUSTEDIT CUST-SEQ-NO".
               10  FILLER   PIC 9(01)  VALUE 1.
           05  FILLER.
               10  FILLER   PIC X(30)  VALUE "CUSTEDIT CUST-NAME".
               10  FILLER   PIC 9(01)  VALUE 1.
           05  FILLER.
               10  FILLER   PIC X(30)  VALUE "CUSTEDIT CUST-KANA".
               10  FILLER   PIC 9(01)  VALUE 1.
           05  FILLER.
               10  FILLER   PIC X(30)  VALUE "CUSTEDIT CUST-BALANCE".
               10  FILLER   PIC 9(01)  VALUE 1.
           05  FILLER.
               10  FILLER   PIC X(30)  VALUE "POSTCHK CUST-POSTAL".
               10  FILLER   PIC 9(01)  VALUE 3.
       01  WK-FSEED-TAB  REDEFINES WK-FSEED-TABLE-DEF.
           05  WK-FSEED-ENTRY  OCCURS 5 TIMES.
               10  WK-FSEED-NAME      PIC X(30).
               10  WK-FSEED-SRC       PIC 9(01).
       01  WK-FSEED-COUNT     PIC 9(02)  COMP  VALUE 5.
      *
      *    項目辞書(DATAUDITと共有)。
       COPY CUSTFLD.
      *
      *    指標の作業表。今回の該当件数と、推移の6か月分の合計。
       01  WK-MET-TAB.
           05  WK-MET-ENTRY  OCCURS 40 TIMES INDEXED BY IDX-MET.
               10  WK-MET-KIND        PIC X(04).
               10  WK-MET-NAME        PIC X(30).
               10  WK-MET-SRC         PIC 9(01).
               10  WK-MET-HITS        PIC 9(07).
               10  WK-MET-LAST-REC    PIC 9(07).
               10  WK-MET-MON  OCCURS 6 TIMES.
                   15  WK-MON-HITS    PIC 9(09).
                   15  WK-MON-RECS    PIC 9(09).
       01  WK-MET-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-MET-HIT         PIC 9(03)  COMP.
       01  WK-WANT-KIND       PIC X(04).
       01  WK-WANT-NAME       PIC X(30).
       01  WK-WANT-SRC        PIC 9(01).
       01  WK-MX              PIC 9(02)  COMP.
      *
      *    報告の1行を読み解く作業域。
       01  WK-CUR-REC         PIC 9(07)  VALUE ZERO.
       01  WK-NUM-X           PIC X(07).
       01  WK-NUM             PIC 9(07).
       01  WK-NUM2            PIC 9(07).
       01  WK-TOKEN           PIC X(20).
       01  WK-FINDING         PIC X(40).
       01  WK-FLAG-CHAR       PIC X(01).
      *
      *    レコードごとの所見数(不良レコードの上位を選ぶ)。
       01  WK-TLY-TAB.
           05  WK-TLY-ENTRY  OCCURS 2000 TIMES INDEXED BY IDX-TLY.
               10  WK-TLY-REC         PIC 9(07).
               10  WK-TLY-CT          PIC 9(05).
               10  WK-TLY-FLAGS       PIC X(05).
               10  WK-TLY-SEQ         PIC X(06).
               10  WK-TLY-NAME        PIC X(20).
               10  WK-TLY-PICK-SW     PIC X(01).
       01  WK-TLY-COUNT       PIC 9(04)  COMP  VALUE ZERO.
       01  WK-TLY-HIT         PIC 9(04)  COMP.
       01  WK-TLY-LAST        PIC 9(04)  COMP  VALUE ZERO.
       01  WK-TLY-OVER-CT     PIC 9(07)  VALUE ZERO.
       01  WK-ADD-CT          PIC 9(05).
       01  WK-BEST            PIC 9(04)  COMP.
       01  WK-RANK            PIC 9(02)  COMP.
      *
      *    重複疑いに出た顧客の連番と組数。
       01  WK-DUP-TAB.
           05  WK-DUP-ENTRY  OCCURS 2000 TIMES INDEXED BY IDX-DUP.
               10  WK-DUP-SEQ         PIC X(06).
               10  WK-DUP-PAIRS       PIC 9(05).
       01  WK-DUP-COUNT       PIC 9(04)  COMP  VALUE ZERO.
       01  WK-DUP-HIT         PIC 9(04)  COMP.
       01  WK-DUP-OVER-CT     PIC 9(07)  VALUE ZERO.
       01  WK-CUST-CT         PIC 9(07)  VALUE ZERO.
      *
      *    推移の月(実行月を6列目とする)。月番号=西暦年×12+月-1。
       01  WK-DATE-W          PIC 9(08).
       01  WK-DATE-PARTS  REDEFINES WK-DATE-W.
           05  WK-YYYY            PIC 9(04).
           05  WK-MM              PIC 9(02).
           05  WK-DD              PIC 9(02).
       01  WK-MON-KEY         PIC 9(06)  COMP.
       01  WK-MON-DIFF        PIC S9(06) COMP.
       01  WK-CX              PIC 9(02)  COMP.
       01  WK-PX              PIC 9(02)  COMP.
       01  WK-HDR-YYYY        PIC 9(04).
       01  WK-HDR-MM          PIC 9(02).
       01  WK-MON-HDR         PIC X(13)  OCCURS 6 TIMES.
      *
      *    和暦変換(WAREKI)の受け渡し領域。
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
       01  WK-ED-YY           PIC Z9.
       01  WK-ED-MM           PIC Z9.
      *
      *    率の計算。
       01  WK-RATE            PIC 9(03)V9(02).
       01  WK-RATE-NEW        PIC 9(03)V9(02).
       01  WK-RATE-OLD        PIC 9(03)V9(02).
       01  WK-DENOM           PIC 9(09).
       01  WK-TREND-TEXT      PIC X(10).
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
       01  WK-LABEL           PIC X(30).
       01  WK-CNT-ED          PIC ZZZ,ZZ9.
       01  WK-REC-ED          PIC ZZZ,ZZ9.
       01  WK-RATE-ED         PIC ZZ9.99.
       01  WK-RANK-ED         PIC Z9.
       01  WK-FIND-ED         PIC ZZZZ9.
       01  WK-LINE-PTR        PIC 9(03)  COMP.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "DQSCORE START".
            PERFORM P-015-ACCEPT-PARMS.
            PERFORM P-017-SEED-METRICS.
      *    4本の報告を読み、規則・項目・レコードごとに数える。
            PERFORM P-020-READ-SOURCE
               VARYING WK-SX FROM 1 BY 1 UNTIL WK-SX > 4.
            IF WK-SEEN-CT = ZERO
                DISPLAY "NO CUSTOMER CHECK REPORT FOUND - "
                        "RUN CUSTEDIT/DATAUDIT/POSTCHK/DUPCHK FIRST"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM P-040-READ-CUSTOMERS.
      *    今回分を履歴へ足し、履歴全体から月次の推移を作る。
            PERFORM P-048-APPEND-HISTORY.
            PERFORM P-050-LOAD-HISTORY.
            PERFORM P-060-MONTH-HEADING
               VARYING WK-CX FROM 1 BY 1 UNTIL WK-CX > 6.
      *    報告書。
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "DQSCORE.RPT"         TO PS-REPORT-NAME.
            MOVE "顧客データ品質スコアカード" TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  対象月" WK-MON-HDR(6)
                   " 実行日 " WK-RUN-DATE
                   " 時刻 " WK-RUN-TIME(1:6)
                   DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-190-WRITE.
            PERFORM P-190-WRITE.
            MOVE "RULE"                TO WK-WANT-KIND.
            MOVE "■ 今回の結果(規則別)"  TO PS-LINE.
            PERFORM P-100-CURRENT-SECTION.
            MOVE "FLD "                TO WK-WANT-KIND.
            MOVE "■ 今回の結果(項目別)"  TO PS-LINE.
            PERFORM P-100-CURRENT-SECTION.
            MOVE "RULE"                TO WK-WANT-KIND.
            MOVE "■ 月次推移(規則別)"  TO PS-LINE.
            PERFORM P-120-TREND-SECTION.
            MOVE "FLD "                TO WK-WANT-KIND.
            MOVE "■ 月次推移(項目別)"  TO PS-LINE.
            PERFORM P-120-TREND-SECTION.
            PERFORM P-150-WORST-SECTION.
            PERFORM P-190-WRITE.
            MOVE WK-WORSE-CT          TO WK-RANK-ED.
            STRING "  前月より悪化した規則" WK-RANK-ED "件"
                   DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-190-WRITE.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "DQSCORE END  REPORTS=" WK-SEEN-CT
                    " NEW HISTORY=" WK-HIST-ADD-CT
                    " WORSENED=" WK-WORSE-CT.
            IF WK-WORSE-CT > ZERO
                MOVE 4                TO RETURN-CODE
            ELSE
                MOVE ZERO             TO RETURN-CODE
            END-IF.
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "DQ-RUN-DATE"       UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE(1:8) IS NUMERIC
                MOVE WK-ENV-VALUE(1:8)  TO WK-RUN-DATE
            ELSE
                ACCEPT WK-RUN-DATE    FROM DATE YYYYMMDD
            END-IF.
            ACCEPT WK-RUN-TIME        FROM TIME.
            MOVE WK-RUN-DATE          TO WK-DATE-W.
            COMPUTE WK-RUN-KEY = WK-YYYY * 12 + WK-MM - 1.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "DQ-FILE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            IF WK-ENV-VALUE NOT = SPACES
                MOVE WK-ENV-VALUE     TO WK-CUST-NAME
            END-IF.
      *
      *    規則5本と項目を決まった順で表に並べておく(今回所見の
      *    無い指標も0件として履歴に残すため)。
       P-017-SEED-METRICS.
            PERFORM P-018-SEED-RULE
               VARYING IDX-RULE FROM 1 BY 1
                  UNTIL IDX-RULE > WK-RULE-COUNT.
            PERFORM P-019-SEED-FIELD
               VARYING WK-MX FROM 1 BY 1
                  UNTIL WK-MX > WK-FSEED-COUNT.
            MOVE "FLD "                TO WK-WANT-KIND.
            MOVE 2                    TO WK-WANT-SRC.
            PERFORM P-016-SEED-DICT-FIELD
               VARYING IDX-FLD FROM 1 BY 1
                  UNTIL IDX-FLD > WK-FLD-COUNT.
      *
       P-016-SEED-DICT-FIELD.
            MOVE SPACES               TO WK-WANT-NAME.
            STRING "DATAUDIT " WK-FLD-NAME(IDX-FLD)
                   DELIMITED BY SIZE  INTO WK-WANT-NAME.
            PERFORM P-094-ADD-METRIC.
      *
       P-018-SEED-RULE.
            MOVE "RULE"                TO WK-WANT-KIND.
            MOVE WK-RULE-NAME(IDX-RULE)  TO WK-WANT-NAME.
            MOVE WK-RULE-SRC(IDX-RULE)   TO WK-WANT-SRC.
            PERFORM P-094-ADD-METRIC.
      *
       P-019-SEED-FIELD.
            MOVE "FLD "                TO WK-WANT-KIND.
            MOVE WK-FSEED-NAME(WK-MX) TO WK-WANT-NAME.
            MOVE WK-FSEED-SRC(WK-MX)  TO WK-WANT-SRC.
            PERFORM P-094-ADD-METRIC.
      *
      *    報告を1本読む。無ければ読めなかった印だけ残す。
       P-020-READ-SOURCE.
            MOVE "N"                  TO WK-SRC-SEEN-SW(WK-SX).
            MOVE ZERO                 TO WK-SRC-RECS(WK-SX)
                                         WK-CUR-REC.
            MOVE WK-SRC-FILE(WK-SX)   TO WK-SRC-NAME.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT SRC-FILE.
            MOVE WK-SRC-FS            TO WK-OPEN-FS.
            IF WK-SRC-FOUND
                MOVE "Y"              TO WK-SRC-SEEN-SW(WK-SX)
                ADD 1                 TO WK-SEEN-CT
                PERFORM P-022-SOURCE-ONE UNTIL WK-EOF
            ELSE
                DISPLAY WK-SRC-NAME " NOT FOUND - NOT SCORED"
            END-IF.
            CLOSE SRC-FILE.
      *
       P-022-SOURCE-ONE.
            READ SRC-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    EVALUATE WK-SX
                        WHEN 1    PERFORM P-030-CUSTERR-LINE
                        WHEN 2    PERFORM P-032-DATAUDIT-LINE
                        WHEN 3    PERFORM P-034-POSTCHK-LINE
                        WHEN 4    PERFORM P-036-DUPRPT-LINE
                    END-EVALUATE
            END-READ.
      *
      *    CUSTERR.TXT: "RECORD n"の行の後に"  REASON: 項目名 ..."が
      *    落ちた項目の数だけ続く。末尾は"TOTAL ACCEPTED=n
      *    REJECTED=n"。
       P-030-CUSTERR-LINE.
            IF SRC-REC(1:7) = "RECORD "
                MOVE SRC-REC(8:7)     TO WK-NUM-X
                PERFORM P-080-TO-NUMBER
                MOVE WK-NUM           TO WK-CUR-REC
            END-IF.
            IF SRC-REC(1:10) = "  REASON: "
                MOVE SPACES           TO WK-TOKEN
                UNSTRING SRC-REC(11:50) DELIMITED BY SPACE
                         INTO WK-TOKEN
                MOVE "FLD "            TO WK-WANT-KIND
                MOVE SPACES           TO WK-WANT-NAME
                STRING "CUSTEDIT " WK-TOKEN
                       DELIMITED BY SIZE  INTO WK-WANT-NAME
                MOVE 1                TO WK-WANT-SRC
                PERFORM P-090-HIT-METRIC
                MOVE ZERO             TO WK-RULE-NO
                IF WK-TOKEN = "CUST-NAME"
                    MOVE 1            TO WK-RULE-NO
                END-IF
                IF WK-TOKEN = "CUST-KANA"
                    MOVE 2            TO WK-RULE-NO
                END-IF
                PERFORM P-084-RULE-HIT
            END-IF.
            IF SRC-REC(1:15) = "TOTAL ACCEPTED="
                MOVE SRC-REC(16:7)    TO WK-NUM-X
                PERFORM P-080-TO-NUMBER
                MOVE WK-NUM           TO WK-NUM2
                MOVE SRC-REC(33:7)    TO WK-NUM-X
                PERFORM P-080-TO-NUMBER
                COMPUTE WK-SRC-RECS(1) = WK-NUM2 + WK-NUM
            END-IF.
      *
      *    DATAUDIT.TXT: "RECORD n  FIELD 項目名  BYTE n  所見"。
      *    末尾は"TOTAL n FINDING(S) IN n RECORD(S)"。
       P-032-DATAUDIT-LINE.
            IF SRC-REC(1:7) = "RECORD "
                MOVE SRC-REC(8:7)     TO WK-NUM-X
                PERFORM P-080-TO-NUMBER
                MOVE WK-NUM           TO WK-CUR-REC
                MOVE SRC-REC(55:40)   TO WK-FINDING
                MOVE "FLD "            TO WK-WANT-KIND
                MOVE SPACES           TO WK-WANT-NAME
                STRING "DATAUDIT " SRC-REC(23:20)
                       DELIMITED BY SIZE  INTO WK-WANT-NAME
                MOVE 2                TO WK-WANT-SRC
                PERFORM P-090-HIT-METRIC
                MOVE ZERO             TO WK-RULE-NO
                IF WK-FINDING = "BROKEN DBCS SEQUENCE"
                   OR WK-FINDING = "TRUNCATED DBCS PAIR"
                   OR WK-FINDING = "INVALID LEAD BYTE"
                    MOVE 3            TO WK-RULE-NO
                END-IF
                PERFORM P-084-RULE-HIT
            END-IF.
            IF SRC-REC(1:6) = "TOTAL "
               AND SRC-REC(12:15) = " FINDING(S) IN "
                MOVE SRC-REC(27:7)    TO WK-NUM-X
                PERFORM P-080-TO-NUMBER
                MOVE WK-NUM           TO WK-SRC-RECS(2)
            END-IF.
      *
      *    POSTCHK.TXT: "RECORD n  SEQ n  POSTAL n  所見"。
      *    末尾は"TOTAL n MISMATCH(ES) IN n RECORD(S)"。
       P-034-POSTCHK-LINE.
            IF SRC-REC(1:7) = "RECORD "
                MOVE SRC-REC(8:7)     TO WK-NUM-X
                PERFORM P-080-TO-NUMBER
                MOVE WK-NUM           TO WK-CUR-REC
                MOVE "FLD "            TO WK-WANT-KIND
                MOVE "POSTCHK CUST-POSTAL"  TO WK-WANT-NAME
                MOVE 3                TO WK-WANT-SRC
                PERFORM P-090-HIT-METRIC
                MOVE 4                TO WK-RULE-NO
                PERFORM P-084-RULE-HIT
            END-IF.
            IF SRC-REC(1:6) = "TOTAL "
               AND SRC-REC(12:17) = " MISMATCH(ES) IN "
                MOVE SRC-REC(29:7)    TO WK-NUM-X
                PERFORM P-080-TO-NUMBER
                MOVE WK-NUM           TO WK-SRC-RECS(3)
            END-IF.
      *
      *    DUPRPT.TXT: 明細行は"  連番  氏名 ..."。レコード番号は
      *    無いので、連番を集めて顧客ファイルで引き当てる。
       P-036-DUPRPT-LINE.
            IF SRC-REC(1:2) = SPACES
               AND SRC-REC(3:6) IS NUMERIC
                PERFORM P-038-ADD-DUP-SEQ
            END-IF.
      *
       P-038-ADD-DUP-SEQ.
            MOVE ZERO                 TO WK-DUP-HIT.
            PERFORM P-039-MATCH-DUP
               VARYING IDX-DUP FROM 1 BY 1
                  UNTIL IDX-DUP > WK-DUP-COUNT
                     OR WK-DUP-HIT NOT = ZERO.
            IF WK-DUP-HIT = ZERO
                IF WK-DUP-COUNT < 2000
                    ADD 1             TO WK-DUP-COUNT
                    SET IDX-DUP       TO WK-DUP-COUNT
                    MOVE SRC-REC(3:6) TO WK-DUP-SEQ(IDX-DUP)
                    MOVE ZERO         TO WK-DUP-PAIRS(IDX-DUP)
                    MOVE WK-DUP-COUNT TO WK-DUP-HIT
                ELSE
                    ADD 1             TO WK-DUP-OVER-CT
                END-IF
            END-IF.
            IF WK-DUP-HIT NOT = ZERO
                SET IDX-DUP           TO WK-DUP-HIT
                ADD 1                 TO WK-DUP-PAIRS(IDX-DUP)
            END-IF.
      *
       P-039-MATCH-DUP.
            IF WK-DUP-SEQ(IDX-DUP) = SRC-REC(3:6)
                SET WK-DUP-HIT        TO IDX-DUP
            END-IF.
      *
      *    顧客ファイルを読み、重複疑いの連番をレコード番号へ
      *    引き当て、上位候補のレコードへ連番と氏名を写す。
      *    件数は重複疑いの分母になる。
       P-040-READ-CUSTOMERS.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT CUST-FILE.
            IF WK-CUST-FOUND
                PERFORM P-042-CUSTOMER-ONE UNTIL WK-EOF
                CLOSE CUST-FILE
            ELSE
                DISPLAY WK-CUST-NAME " NOT FOUND - "
                        "DUPLICATE SUSPECTS NOT RANKED"
            END-IF.
            MOVE "RULE"                TO WK-WANT-KIND.
            MOVE "DUP-SUSPECT"         TO WK-WANT-NAME.
            PERFORM P-092-FIND-METRIC.
            SET IDX-MET               TO WK-MET-HIT.
            COMPUTE WK-MET-HITS(IDX-MET) = WK-DUP-COUNT
                                         + WK-DUP-OVER-CT.
            IF WK-CUST-CT > ZERO
                MOVE WK-CUST-CT       TO WK-SRC-RECS(4)
            ELSE
                PERFORM P-044-DUP-DENOM
                   VARYING WK-PX FROM 1 BY 1 UNTIL WK-PX > 3
            END-IF.
      *
       P-042-CUSTOMER-ONE.
            READ CUST-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        ADD 1         TO WK-CUST-CT
                        MOVE WK-CUST-CT  TO WK-CUR-REC
                        PERFORM P-046-CUSTOMER-MATCH
                    END-IF
            END-READ.
      *
       P-044-DUP-DENOM.
            IF WK-SRC-RECS(WK-PX) > WK-SRC-RECS(4)
                MOVE WK-SRC-RECS(WK-PX)  TO WK-SRC-RECS(4)
            END-IF.
      *
       P-046-CUSTOMER-MATCH.
            MOVE ZERO                 TO WK-DUP-HIT.
            PERFORM P-047-MATCH-CUST-SEQ
               VARYING IDX-DUP FROM 1 BY 1
                  UNTIL IDX-DUP > WK-DUP-COUNT
                     OR WK-DUP-HIT NOT = ZERO.
            IF WK-DUP-HIT NOT = ZERO
                SET IDX-DUP           TO WK-DUP-HIT
                MOVE WK-DUP-PAIRS(IDX-DUP)  TO WK-ADD-CT
                MOVE "D"              TO WK-FLAG-CHAR
                PERFORM P-070-TALLY-FINDING
            END-IF.
            PERFORM P-072-FIND-TALLY.
            IF WK-TLY-HIT NOT = ZERO
                SET IDX-TLY           TO WK-TLY-HIT
                MOVE CUSTOMER-REC(1:6)   TO WK-TLY-SEQ(IDX-TLY)
                MOVE CUSTOMER-REC(7:20)  TO WK-TLY-NAME(IDX-TLY)
            END-IF.
      *
       P-047-MATCH-CUST-SEQ.
            IF WK-DUP-SEQ(IDX-DUP) = CUSTOMER-REC(1:6)
                SET WK-DUP-HIT        TO IDX-DUP
            END-IF.
      *
      *    今回の全指標を1行ずつ履歴へ書き足す。報告の無かった
      *    出所の指標は書かない。
       P-048-APPEND-HISTORY.
            OPEN EXTEND HIST-FILE.
            PERFORM P-049-APPEND-ONE
               VARYING IDX-MET FROM 1 BY 1
                  UNTIL IDX-MET > WK-MET-COUNT.
            CLOSE HIST-FILE.
      *
       P-049-APPEND-ONE.
            IF WK-MET-SRC(IDX-MET) NOT = ZERO
                MOVE WK-MET-SRC(IDX-MET)  TO WK-PX
                IF WK-SRC-SEEN-SW(WK-PX) = "Y"
                   AND WK-SRC-RECS(WK-PX) > ZERO
                    MOVE SPACES       TO HIST-REC
                    MOVE WK-RUN-DATE  TO HST-DATE
                    MOVE WK-RUN-TIME(1:6)  TO HST-TIME
                    MOVE WK-MET-KIND(IDX-MET)  TO HST-KIND
                    MOVE WK-MET-NAME(IDX-MET)  TO HST-METRIC
                    MOVE WK-MET-HITS(IDX-MET)  TO HST-HITS
                    MOVE WK-SRC-RECS(WK-PX)    TO HST-RECS
                    WRITE HIST-REC
                    ADD 1             TO WK-HIST-ADD-CT
                END-IF
            END-IF.
      *
      *    履歴のうち実行月から遡って6か月に入る行を月の列へ
      *    足し込む。
       P-050-LOAD-HISTORY.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT HIST-FILE.
            PERFORM P-052-HISTORY-ONE UNTIL WK-EOF.
            CLOSE HIST-FILE.
      *
       P-052-HISTORY-ONE.
            READ HIST-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF HST-DATE IS NUMERIC
                       AND HST-HITS IS NUMERIC
                       AND HST-RECS IS NUMERIC
                        PERFORM P-054-HISTORY-POINT
                    END-IF
            END-READ.
      *
       P-054-HISTORY-POINT.
            MOVE HST-DATE             TO WK-DATE-W.
            COMPUTE WK-MON-KEY = WK-YYYY * 12 + WK-MM - 1.
            COMPUTE WK-MON-DIFF = WK-RUN-KEY - WK-MON-KEY.
            IF WK-MON-DIFF >= ZERO AND WK-MON-DIFF < 6
                COMPUTE WK-CX = 6 - WK-MON-DIFF
                MOVE HST-KIND         TO WK-WANT-KIND
                MOVE HST-METRIC       TO WK-WANT-NAME
                MOVE ZERO             TO WK-WANT-SRC
                PERFORM P-094-ADD-METRIC
                IF WK-MET-HIT NOT = ZERO
                    SET IDX-MET       TO WK-MET-HIT
                    MOVE HST-HITS     TO WK-NUM
                    ADD WK-NUM        TO WK-MON-HITS(IDX-MET, WK-CX)
                    MOVE HST-RECS     TO WK-NUM
                    ADD WK-NUM        TO WK-MON-RECS(IDX-MET, WK-CX)
                END-IF
            END-IF.
      *
      *    列の見出しの年月を和暦にする(MOCLOSEと同じく各月の
      *    1日で変換)。
       P-060-MONTH-HEADING.
            COMPUTE WK-MON-KEY = WK-RUN-KEY - 6 + WK-CX.
            DIVIDE WK-MON-KEY BY 12 GIVING WK-HDR-YYYY
                                    REMAINDER WK-HDR-MM.
            ADD 1                     TO WK-HDR-MM.
            MOVE "W"                   TO WR-FUNCTION.
            COMPUTE WR-SEIREKI = WK-HDR-YYYY * 10000
                               + WK-HDR-MM * 100 + 1.
            CALL "WAREKI" USING WR-PARM.
            MOVE SPACES               TO WK-MON-HDR(WK-CX).
            IF WR-STATUS = "00"
                MOVE WR-ERA-NAME      TO WK-ERA-NAME-N
                MOVE WR-WAREKI-YY     TO WK-ED-YY
                MOVE WK-HDR-MM        TO WK-ED-MM
                STRING " "                DELIMITED BY SIZE
                       WK-ERA-NAME-XV     DELIMITED BY SIZE
                       WK-ED-YY           DELIMITED BY SIZE
                       "年"               DELIMITED BY SIZE
                       WK-ED-MM           DELIMITED BY SIZE
                       "月"               DELIMITED BY SIZE
                              INTO WK-MON-HDR(WK-CX)
            ELSE
                STRING "    " WK-HDR-YYYY "-" WK-HDR-MM
                       DELIMITED BY SIZE  INTO WK-MON-HDR(WK-CX)
            END-IF.
      *
      *    レコードの所見をWK-ADD-CT件足す。WK-FLAG-CHARが空白で
      *    なければ規則の印を立てる。
       P-070-TALLY-FINDING.
            PERFORM P-072-FIND-TALLY.
            IF WK-TLY-HIT = ZERO
                IF WK-TLY-COUNT < 2000
                    ADD 1             TO WK-TLY-COUNT
                    SET IDX-TLY       TO WK-TLY-COUNT
                    MOVE WK-CUR-REC   TO WK-TLY-REC(IDX-TLY)
                    MOVE ZERO         TO WK-TLY-CT(IDX-TLY)
                    MOVE "....."      TO WK-TLY-FLAGS(IDX-TLY)
                    MOVE SPACES       TO WK-TLY-SEQ(IDX-TLY)
                                         WK-TLY-NAME(IDX-TLY)
                    MOVE "N"          TO WK-TLY-PICK-SW(IDX-TLY)
                    MOVE WK-TLY-COUNT TO WK-TLY-HIT
                ELSE
                    ADD 1             TO WK-TLY-OVER-CT
                END-IF
            END-IF.
            IF WK-TLY-HIT NOT = ZERO
                SET IDX-TLY           TO WK-TLY-HIT
                MOVE WK-TLY-HIT       TO WK-TLY-LAST
                ADD WK-ADD-CT         TO WK-TLY-CT(IDX-TLY)
                IF WK-FLAG-CHAR NOT = SPACE
                    PERFORM P-076-SET-FLAG
                       VARYING IDX-RULE FROM 1 BY 1
                          UNTIL IDX-RULE > WK-RULE-COUNT
                END-IF
            END-IF.
      *
      *    報告は同じレコードの行が続くので、直前に当たった行を
      *    先に見る。
       P-072-FIND-TALLY.
            MOVE ZERO                 TO WK-TLY-HIT.
            IF WK-TLY-LAST NOT = ZERO
                SET IDX-TLY           TO WK-TLY-LAST
                IF WK-TLY-REC(IDX-TLY) = WK-CUR-REC
                    MOVE WK-TLY-LAST  TO WK-TLY-HIT
                END-IF
            END-IF.
            IF WK-TLY-HIT = ZERO
                PERFORM P-074-MATCH-TALLY
                   VARYING IDX-TLY FROM 1 BY 1
                      UNTIL IDX-TLY > WK-TLY-COUNT
                         OR WK-TLY-HIT NOT = ZERO
            END-IF.
      *
       P-074-MATCH-TALLY.
            IF WK-TLY-REC(IDX-TLY) = WK-CUR-REC
                SET WK-TLY-HIT        TO IDX-TLY
            END-IF.
      *
       P-076-SET-FLAG.
            IF WK-RULE-FLAG(IDX-RULE) = WK-FLAG-CHAR
                SET WK-RULE-NO        TO IDX-RULE
                MOVE WK-FLAG-CHAR
                     TO WK-TLY-FLAGS(WK-TLY-HIT)(WK-RULE-NO:1)
            END-IF.
      *
      *    報告の番号欄(ゼロ抑止の右詰め)を数字へ。
       P-080-TO-NUMBER.
            INSPECT WK-NUM-X REPLACING LEADING SPACE BY ZERO.
            IF WK-NUM-X IS NUMERIC
                MOVE WK-NUM-X         TO WK-NUM
            ELSE
                MOVE ZERO             TO WK-NUM
            END-IF.
      *
      *    WK-RULE-NOの規則に今のレコードを数え、所見を1件足す。
      *    WK-RULE-NOがゼロなら規則には数えず所見だけ足す。
       P-084-RULE-HIT.
            MOVE SPACE                TO WK-FLAG-CHAR.
            IF WK-RULE-NO NOT = ZERO
                SET IDX-RULE          TO WK-RULE-NO
                MOVE "RULE"            TO WK-WANT-KIND
                MOVE WK-RULE-NAME(IDX-RULE)  TO WK-WANT-NAME
                MOVE WK-RULE-SRC(IDX-RULE)   TO WK-WANT-SRC
                PERFORM P-090-HIT-METRIC
                MOVE WK-RULE-FLAG(IDX-RULE)  TO WK-FLAG-CHAR
            END-IF.
            MOVE 1                    TO WK-ADD-CT.
            PERFORM P-070-TALLY-FINDING.
      *
      *    指標に今のレコードを数える(同じレコードは1回だけ)。
       P-090-HIT-METRIC.
            PERFORM P-094-ADD-METRIC.
            IF WK-MET-HIT NOT = ZERO
                SET IDX-MET           TO WK-MET-HIT
                IF WK-MET-LAST-REC(IDX-MET) NOT = WK-CUR-REC
                    MOVE WK-CUR-REC   TO WK-MET-LAST-REC(IDX-MET)
                    ADD 1             TO WK-MET-HITS(IDX-MET)
                END-IF
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
      *    指標を探し、無ければ表の末尾に足す(WK-MET-HITに位置)。
       P-094-ADD-METRIC.
            PERFORM P-092-FIND-METRIC.
            IF WK-MET-HIT = ZERO AND WK-MET-COUNT < 40
                ADD 1                 TO WK-MET-COUNT
                SET IDX-MET           TO WK-MET-COUNT
                MOVE WK-WANT-KIND     TO WK-MET-KIND(IDX-MET)
                MOVE WK-WANT-NAME     TO WK-MET-NAME(IDX-MET)
                MOVE WK-WANT-SRC      TO WK-MET-SRC(IDX-MET)
                MOVE ZERO             TO WK-MET-HITS(IDX-MET)
                                         WK-MET-LAST-REC(IDX-MET)
                PERFORM P-095-CLEAR-MONTH
                   VARYING WK-CX FROM 1 BY 1 UNTIL WK-CX > 6
                MOVE WK-MET-COUNT     TO WK-MET-HIT
            END-IF.
      *
       P-095-CLEAR-MONTH.
            MOVE ZERO     TO WK-MON-HITS(IDX-MET, WK-CX)
                             WK-MON-RECS(IDX-MET, WK-CX).
      *
      *    今回の結果。見出しはPS-LINEに入れて呼ぶ。
       P-100-CURRENT-SECTION.
            PERFORM P-190-WRITE.
            PERFORM P-110-CURRENT-ONE THRU P-110-EXIT
               VARYING IDX-MET FROM 1 BY 1
                  UNTIL IDX-MET > WK-MET-COUNT.
            PERFORM P-190-WRITE.
      *
       P-110-CURRENT-ONE.
            IF WK-MET-KIND(IDX-MET) NOT = WK-WANT-KIND
               OR WK-MET-SRC(IDX-MET) = ZERO
                GO TO P-110-EXIT
            END-IF.
            PERFORM P-180-LABEL.
            MOVE WK-MET-SRC(IDX-MET)  TO WK-PX.
            IF WK-SRC-SEEN-SW(WK-PX) NOT = "Y"
                STRING "    " WK-LABEL "  未実行("
                                      DELIMITED BY SIZE
                       WK-SRC-FILE(WK-PX)  DELIMITED BY SPACE
                       "なし)"        DELIMITED BY SIZE
                                      INTO PS-LINE
                PERFORM P-190-WRITE
                GO TO P-110-EXIT
            END-IF.
            MOVE WK-MET-HITS(IDX-MET)   TO WK-CNT-ED.
            MOVE WK-SRC-RECS(WK-PX)     TO WK-REC-ED WK-DENOM.
            IF WK-DENOM = ZERO
                STRING "    " WK-LABEL
                       "  該当" WK-CNT-ED
                       " / 対象件数不明"
                       DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-190-WRITE
                GO TO P-110-EXIT
            END-IF.
            COMPUTE WK-RATE ROUNDED =
                    WK-MET-HITS(IDX-MET) * 100 / WK-DENOM
                ON SIZE ERROR
                    MOVE 999.99       TO WK-RATE
            END-COMPUTE.
            MOVE WK-RATE              TO WK-RATE-ED.
            STRING "    " WK-LABEL
                   "  該当" WK-CNT-ED
                   " / 対象" WK-REC-ED
                   "  率" WK-RATE-ED "%"
                   DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-190-WRITE.
       P-110-EXIT.
            EXIT.
      *
      *    月次推移。6か月の列と、前月(データのある直近の月)から
      *    の傾向。規則の悪化は戻り値に反映する。
       P-120-TREND-SECTION.
            PERFORM P-190-WRITE.
            MOVE 35                   TO WK-LINE-PTR.
            PERFORM P-122-HEADING-CELL
               VARYING WK-CX FROM 1 BY 1 UNTIL WK-CX > 6.
            STRING "  傾向"
                   DELIMITED BY SIZE  INTO PS-LINE
                   WITH POINTER WK-LINE-PTR.
            PERFORM P-190-WRITE.
            PERFORM P-130-TREND-ONE THRU P-130-EXIT
               VARYING IDX-MET FROM 1 BY 1
                  UNTIL IDX-MET > WK-MET-COUNT.
            PERFORM P-190-WRITE.
      *
       P-122-HEADING-CELL.
            STRING WK-MON-HDR(WK-CX)
                   DELIMITED BY SIZE  INTO PS-LINE
                   WITH POINTER WK-LINE-PTR.
      *
       P-130-TREND-ONE.
            IF WK-MET-KIND(IDX-MET) NOT = WK-WANT-KIND
                GO TO P-130-EXIT
            END-IF.
            PERFORM P-180-LABEL.
            MOVE 1                    TO WK-LINE-PTR.
            STRING "    " WK-LABEL
                   DELIMITED BY SIZE  INTO PS-LINE
                   WITH POINTER WK-LINE-PTR.
            PERFORM P-132-TREND-CELL
               VARYING WK-CX FROM 1 BY 1 UNTIL WK-CX > 6.
            PERFORM P-134-DIRECTION THRU P-134-EXIT.
            STRING "  " WK-TREND-TEXT
                   DELIMITED BY SIZE  INTO PS-LINE
                   WITH POINTER WK-LINE-PTR.
            PERFORM P-190-WRITE.
       P-130-EXIT.
            EXIT.
      *
       P-132-TREND-CELL.
            IF WK-MON-RECS(IDX-MET, WK-CX) = ZERO
                STRING "            -"
                       DELIMITED BY SIZE  INTO PS-LINE
                       WITH POINTER WK-LINE-PTR
            ELSE
                PERFORM P-136-MONTH-RATE
                MOVE WK-RATE          TO WK-RATE-ED
                STRING "      " WK-RATE-ED "%"
                       DELIMITED BY SIZE  INTO PS-LINE
                       WITH POINTER WK-LINE-PTR
            END-IF.
      *
      *    実行月と、それより前でデータのある直近の月を比べる。
       P-134-DIRECTION.
            MOVE "-"                   TO WK-TREND-TEXT.
            IF WK-MON-RECS(IDX-MET, 6) = ZERO
                GO TO P-134-EXIT
            END-IF.
            MOVE ZERO                 TO WK-PX.
            PERFORM P-135-FIND-PREV
               VARYING WK-CX FROM 5 BY -1
                  UNTIL WK-CX < 1 OR WK-PX NOT = ZERO.
            IF WK-PX = ZERO
                GO TO P-134-EXIT
            END-IF.
            MOVE WK-PX                TO WK-CX.
            PERFORM P-136-MONTH-RATE.
            MOVE WK-RATE              TO WK-RATE-OLD.
            MOVE 6                    TO WK-CX.
            PERFORM P-136-MONTH-RATE.
            MOVE WK-RATE              TO WK-RATE-NEW.
            EVALUATE TRUE
                WHEN WK-RATE-NEW < WK-RATE-OLD
                    MOVE "改善"        TO WK-TREND-TEXT
                WHEN WK-RATE-NEW > WK-RATE-OLD
                    MOVE "悪化"        TO WK-TREND-TEXT
                    IF WK-MET-KIND(IDX-MET) = "RULE"
                        ADD 1         TO WK-WORSE-CT
                        DISPLAY "WORSENED: " WK-MET-NAME(IDX-MET)
                    END-IF
                WHEN OTHER
                    MOVE "横ばい"      TO WK-TREND-TEXT
            END-EVALUATE.
       P-134-EXIT.
            EXIT.
      *
       P-135-FIND-PREV.
            IF WK-MON-RECS(IDX-MET, WK-CX) NOT = ZERO
                MOVE WK-CX            TO WK-PX
            END-IF.
      *
       P-136-MONTH-RATE.
            COMPUTE WK-RATE ROUNDED =
                    WK-MON-HITS(IDX-MET, WK-CX) * 100
                    / WK-MON-RECS(IDX-MET, WK-CX)
                ON SIZE ERROR
                    MOVE 999.99       TO WK-RATE
            END-COMPUTE.
      *
      *    所見の多い不良レコードの上位10件。
       P-150-WORST-SECTION.
            MOVE "■ 不良レコード上位(所見の多い順)"
                                      TO PS-LINE.
            PERFORM P-190-WRITE.
            MOVE "  順位"              TO PS-LINE.
            MOVE "レコード"            TO PS-LINE(8:).
            MOVE "連番"                TO PS-LINE(18:).
            MOVE "氏名"                TO PS-LINE(26:).
            MOVE "所見"                TO PS-LINE(49:).
            MOVE "規則(N氏名 Kカナ S破損 P郵便 D重複)"
                                      TO PS-LINE(55:).
            PERFORM P-190-WRITE.
            IF WK-TLY-COUNT = ZERO
                MOVE "    所見のあるレコードなし"  TO PS-LINE
                PERFORM P-190-WRITE
            END-IF.
            PERFORM P-152-PICK-ONE
               VARYING WK-RANK FROM 1 BY 1
                  UNTIL WK-RANK > 10 OR WK-RANK > WK-TLY-COUNT.
            IF NOT WK-CUST-FOUND
                STRING "    ※顧客ファイルなし"
                       "(重複疑いは順位外)"
                       DELIMITED BY SIZE  INTO PS-LINE
                PERFORM P-190-WRITE
            END-IF.
            IF WK-TLY-OVER-CT > ZERO OR WK-DUP-OVER-CT > ZERO
                MOVE "    ※2000件を超えた分は順位外"
                                      TO PS-LINE
                PERFORM P-190-WRITE
            END-IF.
      *
       P-152-PICK-ONE.
            MOVE ZERO                 TO WK-BEST.
            PERFORM P-154-SCAN-ONE
               VARYING IDX-TLY FROM 1 BY 1
                  UNTIL IDX-TLY > WK-TLY-COUNT.
            SET IDX-TLY               TO WK-BEST.
            MOVE "Y"                  TO WK-TLY-PICK-SW(IDX-TLY).
            MOVE WK-RANK              TO WK-RANK-ED.
            MOVE WK-TLY-REC(IDX-TLY)  TO WK-REC-ED.
            MOVE WK-TLY-CT(IDX-TLY)   TO WK-FIND-ED.
            STRING "    " WK-RANK-ED
                   "  " WK-REC-ED
                   "  " WK-TLY-SEQ(IDX-TLY)
                   "  " WK-TLY-NAME(IDX-TLY)
                   "  " WK-FIND-ED
                   "  " WK-TLY-FLAGS(IDX-TLY)
                   DELIMITED BY SIZE  INTO PS-LINE.
            PERFORM P-190-WRITE.
      *
      *    まだ選ばれていない中で所見の最も多いもの(同数は
      *    レコード番号の小さい方)。
       P-154-SCAN-ONE.
            IF WK-TLY-PICK-SW(IDX-TLY) = "N"
                IF WK-BEST = ZERO
                    SET WK-BEST       TO IDX-TLY
                ELSE
                    IF WK-TLY-CT(IDX-TLY) > WK-TLY-CT(WK-BEST)
                       OR (WK-TLY-CT(IDX-TLY) = WK-TLY-CT(WK-BEST)
                           AND WK-TLY-REC(IDX-TLY)
                               < WK-TLY-REC(WK-BEST))
                        SET WK-BEST   TO IDX-TLY
                    END-IF
                END-IF
            END-IF.
      *
      *    指標の見出し。規則は日本語名、項目は指標名のまま。
       P-180-LABEL.
            MOVE WK-MET-NAME(IDX-MET) TO WK-LABEL.
            IF WK-MET-KIND(IDX-MET) = "RULE"
                PERFORM P-182-RULE-LABEL
                   VARYING IDX-RULE FROM 1 BY 1
                      UNTIL IDX-RULE > WK-RULE-COUNT
            END-IF.
      *
       P-182-RULE-LABEL.
            IF WK-RULE-NAME(IDX-RULE) = WK-MET-NAME(IDX-MET)
                MOVE WK-RULE-LABEL(IDX-RULE)  TO WK-LABEL
            END-IF.
      *
       P-190-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
