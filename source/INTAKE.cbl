      ******************************************************************
      *    テストケース：INTAKE
      *    プログラム名：日本語化テスト 受信ファイルの受付検査
      *    処理概要　　：営業店から届くCSVIN.CSV・TXNIN.DATを、
      *                  CSVIMP・TXNPOSTより前に検査する。ファイル
      *                  全体のチェックサムを受付台帳INTKREG.TXT
      *                  と照らして同じファイルの再送を撥ね、店の
      *                  ヘッダ(店番・業務日付・通番)とトレーラ
      *                  (件数・金額合計)を本体と突き合わせ、店
      *                  ごとの通番の飛びを見つける。受け付けた
      *                  ファイルはRUN-ID付きで受付台帳へ残し、
      *                  撥ねたファイルは写しを取って消し、受付
      *                  拒否(隔離)一覧INTKQUAR.TXTへ載せる。
      *                  一覧の未解除の行はHANDOVERが引継ぎ表に
      *                  載せる。前月、店が前日のファイルを送り
      *                  直して入金が二重に反映されたことへの手当
      *                  て。
      *  --------------------------------------------------------------
      *   検査するファイル:
      *     CSVIN.CSVを先に見る。CSVIN.CSVを受け付けたときは
      *     TXNIN.DATは見ない(CSVIMPがCSVIN.CSVから作り直す)。
      *     CSVIN.CSVが無いか撥ねたときはTXNIN.DATを見る。
      *     社内で作る取引(CSVIMP・DDCYCLE・INTACCR)にはヘッダ・
      *     トレーラが無い。これらはINTAKEの後に流す。CSVIMPは
      *     TXNIN.DATを作り直すのでDDCYCLE・INTACCRより先に流し、
      *     DDCYCLE・INTACCRは受け付けたTXNIN.DATの末尾へ書き
      *     足す(TXNPOSTはヘッダ・トレーラの行を読み飛ばす)。
      *     取り込み終えたCSVIN.CSVはCSVIMPが、反映し終えた
      *     TXNIN.DATはTXNPOSTが"USED-"+日付-時刻+"-"+ファイル名
      *     へ写して消すので、INTAKEが見るのは新たに届いた
      *     ファイルだけ。それでも残っていれば前の実行が途中で
      *     止まったもので、ヘッダが無いか、受付済みのファイルと
      *     同じなので撥ねて一覧に載せる。
      *   管理行(CSVでも桁位置固定。先頭の空白行でない行が
      *   ヘッダ、最後の空白行でない行がトレーラ):
      *     ヘッダ   "*HEADER*"X(08)+空白2+店番X(04)+空白2+
      *              業務日付9(08)+空白2+通番9(06)
      *     トレーラ "*TRAILER*"X(09)+空白2+件数9(07)+空白2+
      *              金額合計S9(11)V9(02)(符号は先頭に別桁)
      *     件数は管理行と空白行を除いた行の数。金額合計は取消
      *     (種別R)を除いた行の金額欄(TXNIN.DATは22桁目から
      *     36桁、CSVは4列目)の合計。全角数字も読む。読めない
      *     金額は0として数える。
      *   チェックサム: 空白行・管理行を含む全行を、行末の空白
      *   を除いてPKGSND/PKGRCVと同じ式(乗数31、法999999937)
      *   で畳み込む。行数と組で同じファイルかを見る。
      *   検査の順(最初に当たった理由で撥ねる):
      *     NO-HEADER/BAD-HEADER、NO-TRAILER/BAD-TRAILER、
      *     DUPLICATE(チェックサムと行数が受付台帳の行と同じ)、
      *     SEQ-REUSED(その店の同じ通番を受付済み)、
      *     COUNT-MISMATCH、TOTAL-MISMATCH
      *   同じRUN-IDで受け付けたファイルは、流し直しでも撥ねず
      *   そのまま通す(台帳へは書き足さない)。
      *   通番の飛び: その店の受付済みの最大の通番+1より大きい
      *   通番が届いたら、受け付けたうえで欠けた通番ごとに
      *   SEQ-GAPの行を一覧へ書く(1回に20行まで)。欠けた通番が
      *   後から届けばその行を解除する。店の最初のファイルは
      *   どの通番でも受け付ける。
      *   受付台帳(INTKREG.TXT、受け付けたファイル1本で1行。
      *   各項目の間は空白2桁):
      *     日付X(08) 時刻X(06) RUN-ID X(16) ファイル名X(12)
      *     店番X(04) 業務日付X(08) 通番X(06) 件数9(07)
      *     金額合計S9(11)V9(02)(符号は先頭に別桁)
      *     チェックサム9(09) 行数9(07) 警告X(08)(SEQ-GAP/空白)
      *   撥ねたファイルは"QRN-"+RUN-ID+"-"+ファイル名へ写して
      *   から消す(CSVIMP・TXNPOSTは"NOT FOUND"で何もしない)。
      *   一覧の形式はINTQFDを参照。
      *   環境変数:
      *     IN-MODE     = CHECK(既定)  届いたファイルを検査する
      *                   RELEASE       一覧の行を解除する
      *     IN-RUN-ID   = 実行のRUN-ID(既定はR+日付-時刻)
      *     IN-QUAR-NAME= RELEASEで解除する隔離の写しの名前
      *     IN-BRANCH・IN-SEQ = RELEASEで解除する店番と通番6桁
      *                   (IN-QUAR-NAMEが空白のとき)
      *   戻り値: CHECK   0=全部受付(届いた物が無いときも)
      *                   4=通番の飛びあり  8=撥ねたファイルあり
      *                  12=一覧が満杯・写しか消去に失敗
      *           RELEASE 0=解除した 4=該当なし 12=指定の誤り
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           INTAKE.
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
           SELECT IN-FILE   ASSIGN TO DYNAMIC WK-IN-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-IN-FS.
           SELECT QCOPY-FILE ASSIGN TO DYNAMIC WK-QCOPY-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-QCOPY-FS.
           SELECT OPTIONAL REG-FILE
                                        ASSIGN TO "INTKREG.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       COPY INTQSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  IN-REC                 PIC X(200).
       FD  QCOPY-FILE
           LABEL RECORDS ARE STANDARD.
       01  QCOPY-REC              PIC X(200).
       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-REC.
           05  RG-DATE                PIC X(08).
           05  FILLER                 PIC X(02).
           05  RG-TIME                PIC X(06).
           05  FILLER                 PIC X(02).
           05  RG-RUN-ID              PIC X(16).
           05  FILLER                 PIC X(02).
           05  RG-FILE                PIC X(12).
           05  FILLER                 PIC X(02).
           05  RG-BRANCH              PIC X(04).
           05  FILLER                 PIC X(02).
           05  RG-BIZ-DATE            PIC X(08).
           05  FILLER                 PIC X(02).
           05  RG-SEQ                 PIC X(06).
           05  RG-SEQ-N  REDEFINES RG-SEQ
                                      PIC 9(06).
           05  FILLER                 PIC X(02).
           05  RG-COUNT               PIC 9(07).
           05  FILLER                 PIC X(02).
           05  RG-TOTAL               PIC S9(11)V9(02)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(02).
           05  RG-CHECKSUM            PIC 9(09).
           05  FILLER                 PIC X(02).
           05  RG-LINES               PIC 9(07).
           05  FILLER                 PIC X(02).
           05  RG-WARN                PIC X(08).
       COPY INTQFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-IN-NAME         PIC X(12).
       01  WK-IN-FS           PIC XX.
           88  WK-IN-FOUND                 VALUE "00".
       01  WK-QCOPY-NAME      PIC X(40).
       01  WK-QCOPY-FS        PIC XX.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-KIND-SW         PIC X       VALUE "C".
           88  WK-KIND-CSV                VALUE "C".
           88  WK-KIND-TXN                VALUE "T".
      *
      *    実行の指定。
       01  WK-ENV-VALUE       PIC X(40).
       01  WK-MODE            PIC X(08).
       01  WK-RUN-ID          PIC X(16).
       01  WK-REL-NAME        PIC X(40).
       01  WK-REL-BRANCH      PIC X(04).
       01  WK-REL-SEQ         PIC X(06).
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
      *
      *    1本のファイルを読んだ結果。
       01  WK-RESULT-SW       PIC X       VALUE "N".
           88  WK-FILE-ACCEPTED           VALUE "A".
           88  WK-FILE-REFUSED            VALUE "R".
       01  WK-LINE-CT         PIC 9(07)  COMP.
       01  WK-NONBLANK-CT     PIC 9(07)  COMP.
       01  WK-BODY-CT         PIC 9(07)  COMP.
       01  WK-BAD-AMT-CT      PIC 9(07)  COMP.
       01  WK-CHECKSUM        PIC 9(09)  COMP.
       01  WK-LEN             PIC 9(03)  COMP.
       01  WK-POS             PIC 9(03)  COMP.
       01  WK-BODY-TOTAL      PIC S9(13)V9(04).
       01  WK-HDR-SW          PIC X       VALUE "N".
           88  WK-HDR-SEEN                VALUE "Y".
       01  WK-TRL-SW          PIC X       VALUE "N".
           88  WK-TRL-SEEN                VALUE "Y".
       01  WK-HDR-ERR         PIC X(40).
       01  WK-TRL-ERR         PIC X(40).
       01  WK-HDR-BRANCH      PIC X(04).
       01  WK-HDR-DATE        PIC X(08).
       01  WK-HDR-DATE-R  REDEFINES WK-HDR-DATE.
           05  WK-HDR-YYYY            PIC 9(04).
           05  WK-HDR-MM              PIC 9(02).
           05  WK-HDR-DD              PIC 9(02).
       01  WK-HDR-SEQ         PIC X(06).
       01  WK-HDR-SEQ-N       PIC 9(06).
       01  WK-TRL-COUNT       PIC X(07).
       01  WK-TRL-COUNT-N  REDEFINES WK-TRL-COUNT
                              PIC 9(07).
       01  WK-TRL-TOTAL       PIC X(14).
       01  WK-TRL-TOTAL-N  REDEFINES WK-TRL-TOTAL
                              PIC S9(11)V9(02)
                              SIGN LEADING SEPARATE.
      *
      *    CSVの列を拾う作業域(引用符内のカンマと全角の2バイト目
      *    は区切りにしない)。
       01  WK-BYTE            PIC X(01).
       01  WK-FIELD-NO        PIC 9(02)  COMP.
       01  WK-OUT-POS         PIC 9(03)  COMP.
       01  WK-IN-QUOTE-SW     PIC X      VALUE "N".
           88  WK-IN-QUOTE                VALUE "Y"  FALSE "N".
       01  WK-BODY-TYPE       PIC X(01).
       01  WK-AMT-TEXT        PIC X(36).
      *
      *    金額の解析(TXNPOSTと同じ読み方)。
       01  ZN-PARM.
           05  ZN-INPUT                 PIC X(36).
           05  ZN-OUTPUT                PIC S9(13)V9(04).
           05  ZN-STATUS                PIC X(02).
       01  WK-AMT-POS         PIC 9(03)  COMP.
       01  WK-AMT-DIGIT       PIC 9(02)  COMP.
       01  WK-AMT-INT         PIC 9(11)  COMP  VALUE ZERO.
       01  WK-AMT-FRAC        PIC 9(02)  COMP  VALUE ZERO.
       01  WK-AMT-FRAC-CT     PIC 9(02)  COMP  VALUE ZERO.
       01  WK-AMT-POINT-CT    PIC 9(02)  COMP  VALUE ZERO.
       01  WK-AMT-DIGIT-CT    PIC 9(03)  COMP  VALUE ZERO.
       01  WK-AMT-MINUS-SW    PIC X      VALUE "N".
           88  WK-AMT-MINUS               VALUE "Y".
       01  WK-AMT-DONE-SW     PIC X      VALUE "N".
           88  WK-AMT-DONE                VALUE "Y".
       01  WK-AMT-STATUS      PIC X(02).
       01  WK-AMOUNT          PIC S9(13)V9(04).
      *
      *    受付台帳を照らした結果。
       01  WK-DUP-SW          PIC X       VALUE "N".
           88  WK-DUP-HIT                 VALUE "Y".
       01  WK-DUP-DATE        PIC X(08).
       01  WK-DUP-RUN-ID      PIC X(16).
       01  WK-SEQ-SW          PIC X       VALUE "N".
           88  WK-SEQ-HIT                 VALUE "Y".
       01  WK-SEQ-DATE        PIC X(08).
       01  WK-SEQ-RUN-ID      PIC X(16).
       01  WK-BR-SW           PIC X       VALUE "N".
           88  WK-BR-SEEN                 VALUE "Y".
       01  WK-BR-MAX          PIC 9(06).
       01  WK-RERUN-SW        PIC X       VALUE "N".
           88  WK-RERUN                   VALUE "Y".
       01  WK-REASON          PIC X(14).
       01  WK-NOTE            PIC X(40).
       01  WK-WARN            PIC X(08).
      *
      *    通番の飛び。
       01  WK-GAP-SEQ         PIC 9(06).
       01  WK-GAP-LAST        PIC 9(06).
       01  WK-GAP-ROWS        PIC 9(03)  COMP.
       01  WK-GAP-MAX         PIC 9(03)  COMP  VALUE 20.
      *
      *    受付拒否一覧(読み込んで手を入れ、最後に書き戻す)。
      *    読み込める行はWK-QUAR-LOAD-MAXまで。残りは1回の実行で
      *    足す行の分。
       01  WK-QUAR-TAB.
           05  WK-QUAR-ROW            PIC X(182)  OCCURS 2050 TIMES.
       01  WK-QUAR-CT         PIC 9(05)  COMP  VALUE ZERO.
       01  WK-QUAR-MAX        PIC 9(05)  COMP  VALUE 2050.
       01  WK-QUAR-LOAD-MAX   PIC 9(05)  COMP  VALUE 2000.
       01  WK-QX              PIC 9(05)  COMP.
       01  WK-QUAR-OVER-SW    PIC X       VALUE "N".
           88  WK-QUAR-OVER               VALUE "Y".
       01  WK-QUAR-CHG-SW     PIC X       VALUE "N".
           88  WK-QUAR-CHANGED            VALUE "Y".
      *
      *    件数と編集。
       01  WK-DELIVER-CT      PIC 9(03)  VALUE ZERO.
       01  WK-ACCEPT-CT       PIC 9(03)  VALUE ZERO.
       01  WK-REFUSE-CT       PIC 9(03)  VALUE ZERO.
       01  WK-GAP-CT          PIC 9(03)  VALUE ZERO.
       01  WK-REL-CT          PIC 9(05)  VALUE ZERO.
       01  WK-HARD-SW         PIC X       VALUE "N".
           88  WK-HARD-ERROR              VALUE "Y".
       01  WK-COUNT-ED        PIC 9(07).
       01  WK-COUNT-ED2       PIC 9(07).
       01  WK-TOTAL-ED        PIC -(11)9.99.
       01  WK-TOTAL-ED2       PIC -(11)9.99.
       01  WK-SEQ-ED          PIC 9(06).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "INTAKE START".
            PERFORM P-015-ACCEPT-PARMS.
            PERFORM P-020-LOAD-QUAR.
            IF WK-QUAR-OVER
                DISPLAY "INTKQUAR.TXT HAS MORE THAN " WK-QUAR-LOAD-MAX
                        " ROWS - MOVE RELEASED ROWS OUT FIRST"
                MOVE 12               TO RETURN-CODE
                GOBACK
            END-IF.
            IF WK-MODE = "RELEASE"
                PERFORM P-700-RELEASE THRU P-700-EXIT
                GOBACK
            END-IF.
            IF WK-MODE NOT = "CHECK"
                DISPLAY "IN-MODE MUST BE CHECK OR RELEASE: " WK-MODE
                MOVE 12               TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY "RUN-ID " WK-RUN-ID.
            MOVE "CSVIN.CSV"          TO WK-IN-NAME.
            SET WK-KIND-CSV           TO TRUE.
            PERFORM P-100-CHECK-ONE THRU P-100-EXIT.
            IF WK-FILE-ACCEPTED
                DISPLAY "TXNIN.DAT NOT CHECKED - CSVIMP REBUILDS IT"
                        " FROM CSVIN.CSV"
            ELSE
                MOVE "TXNIN.DAT"      TO WK-IN-NAME
                SET WK-KIND-TXN       TO TRUE
                PERFORM P-100-CHECK-ONE THRU P-100-EXIT
            END-IF.
            IF WK-QUAR-CHANGED
                PERFORM P-900-REWRITE-QUAR
            END-IF.
            DISPLAY "INTAKE END  DELIVERED=" WK-DELIVER-CT
                    " ACCEPTED=" WK-ACCEPT-CT
                    " REFUSED=" WK-REFUSE-CT
                    " GAPS=" WK-GAP-CT.
            EVALUATE TRUE
                WHEN WK-HARD-ERROR
                    MOVE 12           TO RETURN-CODE
                WHEN WK-REFUSE-CT > ZERO
                    MOVE 8            TO RETURN-CODE
                WHEN WK-GAP-CT > ZERO
                    MOVE 4            TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO         TO RETURN-CODE
            END-EVALUATE.
            GOBACK
            .
      *
       P-015-ACCEPT-PARMS.
            ACCEPT WK-SYS-DATE        FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME        FROM TIME.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "IN-MODE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            MOVE WK-ENV-VALUE         TO WK-MODE.
            IF WK-MODE = SPACES
                MOVE "CHECK"          TO WK-MODE
            END-IF.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "IN-RUN-ID"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            MOVE WK-ENV-VALUE         TO WK-RUN-ID.
            IF WK-RUN-ID = SPACES
                STRING "R" WK-SYS-DATE "-" WK-SYS-TIME(1:6)
                       DELIMITED BY SIZE  INTO WK-RUN-ID
            END-IF.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "IN-QUAR-NAME"      UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            MOVE WK-ENV-VALUE         TO WK-REL-NAME.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "IN-BRANCH"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            MOVE WK-ENV-VALUE         TO WK-REL-BRANCH.
            MOVE SPACES               TO WK-ENV-VALUE.
            DISPLAY "IN-SEQ"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-VALUE         FROM ENVIRONMENT-VALUE.
            MOVE WK-ENV-VALUE         TO WK-REL-SEQ.
      *
       P-020-LOAD-QUAR.
            MOVE ZERO                 TO WK-QUAR-CT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT INTQ-FILE.
            PERFORM P-022-LOAD-ONE UNTIL WK-EOF.
            CLOSE INTQ-FILE.
      *
       P-022-LOAD-ONE.
            READ INTQ-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF INTQ-REC NOT = SPACES
                        IF WK-QUAR-CT < WK-QUAR-LOAD-MAX
                            ADD 1     TO WK-QUAR-CT
                            MOVE INTQ-REC
                                      TO WK-QUAR-ROW(WK-QUAR-CT)
                        ELSE
                            SET WK-QUAR-OVER  TO TRUE
                            SET WK-EOF        TO TRUE
                        END-IF
                    END-IF
            END-READ.
      *
      *    1本のファイルを読み、受け付けるか撥ねるかを決める。
       P-100-CHECK-ONE.
            MOVE "N"                  TO WK-RESULT-SW.
            OPEN INPUT IN-FILE.
            IF NOT WK-IN-FOUND
                DISPLAY WK-IN-NAME " NOT DELIVERED"
                GO TO P-100-EXIT
            END-IF.
            ADD 1                     TO WK-DELIVER-CT.
            PERFORM P-110-SCAN-FILE.
            MOVE SPACES               TO WK-REASON WK-NOTE.
            MOVE "N"                  TO WK-RERUN-SW.
            PERFORM P-130-JUDGE THRU P-130-EXIT.
            IF WK-BAD-AMT-CT > ZERO
                MOVE WK-BAD-AMT-CT    TO WK-COUNT-ED
                DISPLAY WK-IN-NAME " UNREADABLE AMOUNTS COUNTED AS 0: "
                        WK-COUNT-ED
            END-IF.
            IF WK-RERUN
                SET WK-FILE-ACCEPTED  TO TRUE
                ADD 1                 TO WK-ACCEPT-CT
                DISPLAY WK-IN-NAME " ALREADY ACCEPTED IN THIS RUN"
                GO TO P-100-EXIT
            END-IF.
            IF WK-REASON = SPACES
                PERFORM P-160-ACCEPT
            ELSE
                PERFORM P-170-REFUSE THRU P-170-EXIT
            END-IF.
       P-100-EXIT.
            EXIT.
      *
      *    全行のチェックサムを取りながら、管理行と本体を分ける。
       P-110-SCAN-FILE.
            MOVE ZERO                 TO WK-LINE-CT WK-NONBLANK-CT
                                          WK-BODY-CT WK-BAD-AMT-CT
                                          WK-CHECKSUM WK-BODY-TOTAL
                                          WK-HDR-SEQ-N.
            MOVE "N"                  TO WK-HDR-SW WK-TRL-SW.
            MOVE SPACES               TO WK-HDR-ERR WK-TRL-ERR
                                          WK-HDR-BRANCH WK-HDR-DATE
                                          WK-HDR-SEQ.
            MOVE ZEROS                TO WK-TRL-COUNT.
            MOVE ZERO                 TO WK-TRL-TOTAL-N.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-112-ONE-LINE UNTIL WK-EOF.
            CLOSE IN-FILE.
      *
       P-112-ONE-LINE.
            READ IN-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-CT
                    PERFORM P-114-SUM-ONE-LINE
                    IF IN-REC NOT = SPACES
                        PERFORM P-116-CLASSIFY THRU P-116-EXIT
                    END-IF
            END-READ.
      *
       P-114-SUM-ONE-LINE.
            MOVE ZERO                 TO WK-LEN.
            PERFORM P-115-FIND-TRIM
               VARYING WK-POS FROM 200 BY -1
                  UNTIL WK-POS < 1
                     OR WK-LEN NOT = ZERO.
            PERFORM P-117-FOLD-ONE-BYTE
               VARYING WK-POS FROM 1 BY 1
                  UNTIL WK-POS > WK-LEN.
      *
       P-115-FIND-TRIM.
            IF IN-REC(WK-POS:1) NOT = SPACE
                MOVE WK-POS           TO WK-LEN
            END-IF.
      *
       P-117-FOLD-ONE-BYTE.
            COMPUTE WK-CHECKSUM = FUNCTION MOD(
                    WK-CHECKSUM * 31
                    + FUNCTION ORD(IN-REC(WK-POS:1)) - 1
                    999999937).
      *
       P-116-CLASSIFY.
            ADD 1                     TO WK-NONBLANK-CT.
            IF IN-REC(1:8) = "*HEADER*"
                IF WK-NONBLANK-CT = 1
                    PERFORM P-118-READ-HEADER
                ELSE
                    IF WK-HDR-ERR = SPACES
                        MOVE "HEADER NOT ON FIRST LINE"
                                      TO WK-HDR-ERR
                    END-IF
                END-IF
                GO TO P-116-EXIT
            END-IF.
            IF IN-REC(1:9) = "*TRAILER*"
                IF WK-TRL-SEEN
                    IF WK-TRL-ERR = SPACES
                        MOVE "MORE THAN ONE TRAILER"
                                      TO WK-TRL-ERR
                    END-IF
                ELSE
                    PERFORM P-119-READ-TRAILER
                END-IF
                GO TO P-116-EXIT
            END-IF.
            IF WK-TRL-SEEN AND WK-TRL-ERR = SPACES
                MOVE "TRAILER NOT ON LAST LINE"  TO WK-TRL-ERR
            END-IF.
            ADD 1                     TO WK-BODY-CT.
            PERFORM P-120-BODY-AMOUNT.
       P-116-EXIT.
            EXIT.
      *
       P-118-READ-HEADER.
            SET WK-HDR-SEEN           TO TRUE.
            MOVE IN-REC(11:4)         TO WK-HDR-BRANCH.
            MOVE IN-REC(17:8)         TO WK-HDR-DATE.
            MOVE IN-REC(27:6)         TO WK-HDR-SEQ.
            EVALUATE TRUE
                WHEN WK-HDR-BRANCH = SPACES
                    MOVE "BRANCH CODE BLANK"  TO WK-HDR-ERR
                WHEN WK-HDR-DATE NOT NUMERIC
                    MOVE "BUSINESS DATE NOT YYYYMMDD"
                                      TO WK-HDR-ERR
                WHEN WK-HDR-MM < 1 OR WK-HDR-MM > 12
                  OR WK-HDR-DD < 1 OR WK-HDR-DD > 31
                    MOVE "BUSINESS DATE NOT YYYYMMDD"
                                      TO WK-HDR-ERR
                WHEN WK-HDR-SEQ NOT NUMERIC
                  OR WK-HDR-SEQ = "000000"
                    MOVE "SEQUENCE NOT 000001-999999"
                                      TO WK-HDR-ERR
                WHEN OTHER
                    MOVE WK-HDR-SEQ   TO WK-HDR-SEQ-N
            END-EVALUATE.
      *
       P-119-READ-TRAILER.
            SET WK-TRL-SEEN           TO TRUE.
            MOVE IN-REC(12:7)         TO WK-TRL-COUNT.
            MOVE IN-REC(21:14)        TO WK-TRL-TOTAL.
            EVALUATE TRUE
                WHEN WK-TRL-COUNT NOT NUMERIC
                    MOVE "RECORD COUNT NOT 7 DIGITS"
                                      TO WK-TRL-ERR
                WHEN WK-TRL-TOTAL-N NOT NUMERIC
                    MOVE "AMOUNT TOTAL NOT SIGN + 13 DIGITS"
                                      TO WK-TRL-ERR
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
      *
      *    本体1行の種別と金額を拾い、取消以外の金額を合計する。
       P-120-BODY-AMOUNT.
            MOVE SPACES               TO WK-BODY-TYPE WK-AMT-TEXT.
            IF WK-KIND-TXN
                MOVE IN-REC(19:1)     TO WK-BODY-TYPE
                MOVE IN-REC(22:36)    TO WK-AMT-TEXT
            ELSE
                PERFORM P-122-CSV-COLUMNS
            END-IF.
            IF WK-BODY-TYPE NOT = "R"
                PERFORM P-126-CONVERT-AMOUNT
                IF WK-AMT-STATUS = "00"
                    ADD WK-AMOUNT     TO WK-BODY-TOTAL
                ELSE
                    ADD 1             TO WK-BAD-AMT-CT
                END-IF
            END-IF.
      *
      *    CSVの3列目(種別)の先頭と4列目(金額)を拾う。WK-LENは
      *    P-114で求めた行の長さ。
       P-122-CSV-COLUMNS.
            MOVE 1                    TO WK-FIELD-NO WK-OUT-POS
                                          WK-POS.
            SET WK-IN-QUOTE           TO FALSE.
            PERFORM P-124-ONE-BYTE THRU P-124-EXIT
               UNTIL WK-POS > WK-LEN OR WK-FIELD-NO > 4.
      *
       P-124-ONE-BYTE.
            MOVE IN-REC(WK-POS:1)     TO WK-BYTE.
            IF ((WK-BYTE >= X"81" AND WK-BYTE <= X"9F")
                OR (WK-BYTE >= X"E0" AND WK-BYTE <= X"FC"))
               AND WK-POS < WK-LEN
                IF WK-FIELD-NO = 4 AND WK-OUT-POS < 36
                    MOVE IN-REC(WK-POS:2)
                                      TO WK-AMT-TEXT(WK-OUT-POS:2)
                    ADD 2             TO WK-OUT-POS
                END-IF
                ADD 2                 TO WK-POS
                GO TO P-124-EXIT
            END-IF.
            IF WK-BYTE = QUOTE
                IF WK-IN-QUOTE
                    SET WK-IN-QUOTE   TO FALSE
                ELSE
                    SET WK-IN-QUOTE   TO TRUE
                END-IF
                ADD 1                 TO WK-POS
                GO TO P-124-EXIT
            END-IF.
            IF WK-BYTE = "," AND NOT WK-IN-QUOTE
                ADD 1                 TO WK-FIELD-NO
                MOVE 1                TO WK-OUT-POS
                ADD 1                 TO WK-POS
                GO TO P-124-EXIT
            END-IF.
            IF WK-FIELD-NO = 3 AND WK-BODY-TYPE = SPACE
                MOVE WK-BYTE          TO WK-BODY-TYPE
            END-IF.
            IF WK-FIELD-NO = 4 AND WK-OUT-POS <= 36
                MOVE WK-BYTE          TO WK-AMT-TEXT(WK-OUT-POS:1)
                ADD 1                 TO WK-OUT-POS
            END-IF.
            ADD 1                     TO WK-POS.
       P-124-EXIT.
            EXIT.
      *
       P-126-CONVERT-AMOUNT.
            MOVE "00"                  TO WK-AMT-STATUS.
            MOVE ZERO                 TO WK-AMOUNT.
            IF (WK-AMT-TEXT(1:1) >= X"81" AND WK-AMT-TEXT(1:1) <= X"9F")
               OR WK-AMT-TEXT(1:1) >= X"E0"
                MOVE WK-AMT-TEXT      TO ZN-INPUT
                CALL "ZENNUM" USING ZN-PARM
                MOVE ZN-STATUS        TO WK-AMT-STATUS
                MOVE ZN-OUTPUT        TO WK-AMOUNT
            ELSE
                PERFORM P-127-PARSE-HANKAKU
            END-IF.
      *
       P-127-PARSE-HANKAKU.
            MOVE ZERO                 TO WK-AMT-INT WK-AMT-FRAC
                                          WK-AMT-FRAC-CT
                                          WK-AMT-POINT-CT
                                          WK-AMT-DIGIT-CT.
            MOVE "N"                  TO WK-AMT-MINUS-SW
                                          WK-AMT-DONE-SW.
            MOVE 1                    TO WK-AMT-POS.
            IF WK-AMT-TEXT(1:1) = "-"
                SET WK-AMT-MINUS      TO TRUE
                MOVE 2                TO WK-AMT-POS
            END-IF.
            PERFORM P-128-ONE-CHAR THRU P-128-EXIT
               UNTIL WK-AMT-POS > 36 OR WK-AMT-DONE
                  OR WK-AMT-STATUS NOT = "00".
            IF WK-AMT-STATUS = "00" AND WK-AMT-DIGIT-CT = ZERO
                MOVE "14"              TO WK-AMT-STATUS
            END-IF.
            IF WK-AMT-STATUS = "00"
                PERFORM P-129-SCALE-FRAC
                   UNTIL WK-AMT-FRAC-CT >= 2
                COMPUTE WK-AMOUNT = WK-AMT-INT + WK-AMT-FRAC / 100
                IF WK-AMT-MINUS
                    COMPUTE WK-AMOUNT = ZERO - WK-AMOUNT
                END-IF
            END-IF.
      *
       P-128-ONE-CHAR.
            IF WK-AMT-TEXT(WK-AMT-POS:1) = SPACE
                SET WK-AMT-DONE       TO TRUE
                GO TO P-128-EXIT
            END-IF.
            IF WK-AMT-TEXT(WK-AMT-POS:1) = "."
                ADD 1                 TO WK-AMT-POINT-CT
                IF WK-AMT-POINT-CT > 1
                    MOVE "12"          TO WK-AMT-STATUS
                END-IF
                ADD 1                 TO WK-AMT-POS
                GO TO P-128-EXIT
            END-IF.
            IF WK-AMT-TEXT(WK-AMT-POS:1) < "0"
               OR WK-AMT-TEXT(WK-AMT-POS:1) > "9"
                MOVE "10"              TO WK-AMT-STATUS
                GO TO P-128-EXIT
            END-IF.
            MOVE WK-AMT-TEXT(WK-AMT-POS:1)  TO WK-AMT-DIGIT.
            ADD 1                     TO WK-AMT-DIGIT-CT.
            IF WK-AMT-POINT-CT = ZERO
                COMPUTE WK-AMT-INT = WK-AMT-INT * 10 + WK-AMT-DIGIT
            ELSE
                IF WK-AMT-FRAC-CT < 2
                    COMPUTE WK-AMT-FRAC = WK-AMT-FRAC * 10
                                        + WK-AMT-DIGIT
                    ADD 1             TO WK-AMT-FRAC-CT
                END-IF
            END-IF.
            ADD 1                     TO WK-AMT-POS.
       P-128-EXIT.
            EXIT.
      *
       P-129-SCALE-FRAC.
            COMPUTE WK-AMT-FRAC = WK-AMT-FRAC * 10.
            ADD 1                     TO WK-AMT-FRAC-CT.
      *
      *    撥ねる理由を決める。最初に当たった理由で撥ねる。
       P-130-JUDGE.
            IF NOT WK-HDR-SEEN
                MOVE "NO-HEADER"      TO WK-REASON
                EVALUATE TRUE
                    WHEN WK-NONBLANK-CT = ZERO
                        MOVE "NO LINES"  TO WK-NOTE
                    WHEN WK-HDR-ERR NOT = SPACES
                        MOVE WK-HDR-ERR  TO WK-NOTE
                    WHEN OTHER
                        MOVE "FIRST LINE IS NOT *HEADER*"
                                      TO WK-NOTE
                END-EVALUATE
                GO TO P-130-EXIT
            END-IF.
            IF WK-HDR-ERR NOT = SPACES
                MOVE "BAD-HEADER"     TO WK-REASON
                MOVE WK-HDR-ERR       TO WK-NOTE
                GO TO P-130-EXIT
            END-IF.
            IF NOT WK-TRL-SEEN
                MOVE "NO-TRAILER"     TO WK-REASON
                GO TO P-130-EXIT
            END-IF.
            IF WK-TRL-ERR NOT = SPACES
                MOVE "BAD-TRAILER"    TO WK-REASON
                MOVE WK-TRL-ERR       TO WK-NOTE
                GO TO P-130-EXIT
            END-IF.
            PERFORM P-140-SCAN-REGISTER.
            IF WK-DUP-HIT
                IF WK-DUP-RUN-ID = WK-RUN-ID
                    SET WK-RERUN      TO TRUE
                    GO TO P-130-EXIT
                END-IF
                MOVE "DUPLICATE"      TO WK-REASON
                STRING "ACCEPTED " WK-DUP-DATE " RUN " WK-DUP-RUN-ID
                       DELIMITED BY SIZE  INTO WK-NOTE
                GO TO P-130-EXIT
            END-IF.
            IF WK-SEQ-HIT
                MOVE "SEQ-REUSED"     TO WK-REASON
                STRING "ACCEPTED " WK-SEQ-DATE " RUN " WK-SEQ-RUN-ID
                       DELIMITED BY SIZE  INTO WK-NOTE
                GO TO P-130-EXIT
            END-IF.
            IF WK-TRL-COUNT-N NOT = WK-BODY-CT
                MOVE "COUNT-MISMATCH" TO WK-REASON
                MOVE WK-BODY-CT       TO WK-COUNT-ED2
                STRING "TRAILER " WK-TRL-COUNT " BODY " WK-COUNT-ED2
                       DELIMITED BY SIZE  INTO WK-NOTE
                GO TO P-130-EXIT
            END-IF.
            IF WK-TRL-TOTAL-N NOT = WK-BODY-TOTAL
                MOVE "TOTAL-MISMATCH" TO WK-REASON
                MOVE WK-TRL-TOTAL-N   TO WK-TOTAL-ED
                MOVE WK-BODY-TOTAL    TO WK-TOTAL-ED2
                STRING "TRL " WK-TOTAL-ED " BODY " WK-TOTAL-ED2
                       DELIMITED BY SIZE  INTO WK-NOTE
                GO TO P-130-EXIT
            END-IF.
       P-130-EXIT.
            EXIT.
      *
      *    受付台帳から、同じファイルの受付と、その店の受付済みの
      *    通番を探す。
       P-140-SCAN-REGISTER.
            MOVE "N"                  TO WK-DUP-SW WK-SEQ-SW WK-BR-SW.
            MOVE ZERO                 TO WK-BR-MAX.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT REG-FILE.
            PERFORM P-142-REG-ONE UNTIL WK-EOF.
            CLOSE REG-FILE.
      *
       P-142-REG-ONE.
            READ REG-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    PERFORM P-144-MATCH-REG
            END-READ.
      *
       P-144-MATCH-REG.
            IF NOT WK-DUP-HIT
               AND RG-CHECKSUM IS NUMERIC AND RG-LINES IS NUMERIC
                IF RG-CHECKSUM = WK-CHECKSUM
                   AND RG-LINES = WK-LINE-CT
                    SET WK-DUP-HIT    TO TRUE
                    MOVE RG-DATE      TO WK-DUP-DATE
                    MOVE RG-RUN-ID    TO WK-DUP-RUN-ID
                END-IF
            END-IF.
            IF RG-BRANCH = WK-HDR-BRANCH AND RG-SEQ IS NUMERIC
                SET WK-BR-SEEN        TO TRUE
                IF RG-SEQ-N > WK-BR-MAX
                    MOVE RG-SEQ-N     TO WK-BR-MAX
                END-IF
                IF RG-SEQ = WK-HDR-SEQ AND NOT WK-SEQ-HIT
                    SET WK-SEQ-HIT    TO TRUE
                    MOVE RG-DATE      TO WK-SEQ-DATE
                    MOVE RG-RUN-ID    TO WK-SEQ-RUN-ID
                END-IF
            END-IF.
      *
      *    受け付ける。台帳へ書き、通番の飛びを見る。
       P-160-ACCEPT.
            SET WK-FILE-ACCEPTED      TO TRUE.
            ADD 1                     TO WK-ACCEPT-CT.
            MOVE SPACES               TO WK-WARN.
            IF WK-BR-SEEN AND WK-HDR-SEQ-N > WK-BR-MAX + 1
                MOVE "SEQ-GAP"        TO WK-WARN
            END-IF.
            OPEN EXTEND REG-FILE.
            MOVE SPACES               TO REG-REC.
            MOVE WK-SYS-DATE          TO RG-DATE.
            MOVE WK-SYS-TIME(1:6)     TO RG-TIME.
            MOVE WK-RUN-ID            TO RG-RUN-ID.
            MOVE WK-IN-NAME           TO RG-FILE.
            MOVE WK-HDR-BRANCH        TO RG-BRANCH.
            MOVE WK-HDR-DATE          TO RG-BIZ-DATE.
            MOVE WK-HDR-SEQ           TO RG-SEQ.
            MOVE WK-BODY-CT           TO RG-COUNT.
            MOVE WK-TRL-TOTAL-N       TO RG-TOTAL.
            MOVE WK-CHECKSUM          TO RG-CHECKSUM.
            MOVE WK-LINE-CT           TO RG-LINES.
            MOVE WK-WARN              TO RG-WARN.
            WRITE REG-REC.
            CLOSE REG-FILE.
            MOVE WK-BODY-CT           TO WK-COUNT-ED.
            DISPLAY WK-IN-NAME " ACCEPTED  BRANCH " WK-HDR-BRANCH
                    " DATE " WK-HDR-DATE " SEQ " WK-HDR-SEQ
                    " RECORDS " WK-COUNT-ED.
            IF WK-WARN = "SEQ-GAP"
                PERFORM P-162-RECORD-GAP
            ELSE
                IF WK-BR-SEEN AND WK-HDR-SEQ-N < WK-BR-MAX
                    PERFORM P-166-CLOSE-GAP
                       VARYING WK-QX FROM 1 BY 1
                          UNTIL WK-QX > WK-QUAR-CT
                END-IF
            END-IF.
      *
      *    欠けた通番ごとに一覧へSEQ-GAPの行を書く。
       P-162-RECORD-GAP.
            ADD 1                     TO WK-GAP-CT.
            COMPUTE WK-GAP-SEQ  = WK-BR-MAX + 1.
            COMPUTE WK-GAP-LAST = WK-HDR-SEQ-N - 1.
            DISPLAY "SEQUENCE GAP  BRANCH " WK-HDR-BRANCH
                    " MISSING " WK-GAP-SEQ "-" WK-GAP-LAST.
            MOVE ZERO                 TO WK-GAP-ROWS.
            PERFORM P-164-ONE-GAP
               UNTIL WK-GAP-SEQ > WK-GAP-LAST
                  OR WK-GAP-ROWS >= WK-GAP-MAX.
            IF WK-GAP-SEQ <= WK-GAP-LAST
                DISPLAY "  ONLY THE FIRST " WK-GAP-MAX
                        " MISSING SEQUENCES ARE LISTED"
            END-IF.
      *
       P-164-ONE-GAP.
            MOVE SPACES               TO INTQ-REC.
            MOVE WK-SYS-DATE          TO IQ-DATE.
            MOVE WK-SYS-TIME(1:6)     TO IQ-TIME.
            MOVE WK-RUN-ID            TO IQ-RUN-ID.
            MOVE WK-IN-NAME           TO IQ-FILE.
            MOVE WK-HDR-BRANCH        TO IQ-BRANCH.
            MOVE WK-HDR-DATE          TO IQ-BIZ-DATE.
            MOVE WK-GAP-SEQ           TO WK-SEQ-ED.
            MOVE WK-SEQ-ED            TO IQ-SEQ.
            MOVE "SEQ-GAP"            TO IQ-REASON.
            SET IQ-OPEN               TO TRUE.
            STRING "FOUND WHEN SEQ " WK-HDR-SEQ " ARRIVED"
                   DELIMITED BY SIZE  INTO IQ-NOTE.
            PERFORM P-180-ADD-QUAR.
            ADD 1                     TO WK-GAP-SEQ.
            ADD 1                     TO WK-GAP-ROWS.
      *
      *    欠けていた通番が届いたら、その行を解除する。
       P-166-CLOSE-GAP.
            MOVE WK-QUAR-ROW(WK-QX)   TO INTQ-REC.
            IF IQ-OPEN AND IQ-SEQ-GAP
               AND IQ-BRANCH = WK-HDR-BRANCH
               AND IQ-SEQ = WK-HDR-SEQ
                SET IQ-RELEASED       TO TRUE
                MOVE SPACES           TO IQ-NOTE
                STRING "ARRIVED IN RUN " WK-RUN-ID
                       DELIMITED BY SIZE  INTO IQ-NOTE
                MOVE INTQ-REC         TO WK-QUAR-ROW(WK-QX)
                SET WK-QUAR-CHANGED   TO TRUE
                DISPLAY "MISSING SEQUENCE ARRIVED  BRANCH "
                        WK-HDR-BRANCH " SEQ " WK-HDR-SEQ
            END-IF.
      *
      *    撥ねる。写しを取ってから届いたファイルを消し、一覧へ
      *    載せる。写しか消去に失敗したらファイルは残し、戻り値
      *    12で後続を止めさせる。
       P-170-REFUSE.
            SET WK-FILE-REFUSED       TO TRUE.
            ADD 1                     TO WK-REFUSE-CT.
            DISPLAY WK-IN-NAME " REFUSED  " WK-REASON " " WK-NOTE.
            MOVE SPACES               TO WK-QCOPY-NAME.
            STRING "QRN-" WK-RUN-ID   DELIMITED BY SPACE
                   "-"                DELIMITED BY SIZE
                   WK-IN-NAME         DELIMITED BY SPACE
                                      INTO WK-QCOPY-NAME.
            OPEN OUTPUT QCOPY-FILE.
            IF WK-QCOPY-FS NOT = "00"
                DISPLAY "CANNOT WRITE " WK-QCOPY-NAME
                        " (STATUS " WK-QCOPY-FS ") - " WK-IN-NAME
                        " LEFT IN PLACE"
                SET WK-HARD-ERROR     TO TRUE
                GO TO P-170-EXIT
            END-IF.
            OPEN INPUT IN-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-172-COPY-ONE UNTIL WK-EOF.
            CLOSE IN-FILE.
            CLOSE QCOPY-FILE.
            DELETE FILE IN-FILE.
            IF NOT WK-IN-FOUND
                DISPLAY "CANNOT DELETE " WK-IN-NAME
                        " (STATUS " WK-IN-FS ") - REMOVE IT BY HAND"
                SET WK-HARD-ERROR     TO TRUE
            END-IF.
            DISPLAY "  QUARANTINED AS " WK-QCOPY-NAME.
            MOVE SPACES               TO INTQ-REC.
            MOVE WK-SYS-DATE          TO IQ-DATE.
            MOVE WK-SYS-TIME(1:6)     TO IQ-TIME.
            MOVE WK-RUN-ID            TO IQ-RUN-ID.
            MOVE WK-IN-NAME           TO IQ-FILE.
            MOVE WK-HDR-BRANCH        TO IQ-BRANCH.
            MOVE WK-HDR-DATE          TO IQ-BIZ-DATE.
            MOVE WK-HDR-SEQ           TO IQ-SEQ.
            MOVE WK-REASON            TO IQ-REASON.
            SET IQ-OPEN               TO TRUE.
            MOVE WK-QCOPY-NAME        TO IQ-COPY-NAME.
            MOVE WK-NOTE              TO IQ-NOTE.
            PERFORM P-180-ADD-QUAR.
       P-170-EXIT.
            EXIT.
      *
       P-172-COPY-ONE.
            READ IN-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    MOVE IN-REC       TO QCOPY-REC
                    WRITE QCOPY-REC
            END-READ.
      *
      *    INTQ-RECに組んだ行を一覧の末尾へ足す。
       P-180-ADD-QUAR.
            IF WK-QUAR-CT < WK-QUAR-MAX
                ADD 1                 TO WK-QUAR-CT
                MOVE INTQ-REC         TO WK-QUAR-ROW(WK-QUAR-CT)
                SET WK-QUAR-CHANGED   TO TRUE
            ELSE
                DISPLAY "INTKQUAR.TXT FULL - NOT LISTED: " IQ-FILE
                        " " IQ-REASON " " IQ-SEQ
                SET WK-HARD-ERROR     TO TRUE
            END-IF.
      *
      *    運用者が確かめた行を解除する(写しの名前、または店番と
      *    通番で指す)。
       P-700-RELEASE.
            IF WK-REL-NAME = SPACES
               AND (WK-REL-BRANCH = SPACES
                    OR WK-REL-SEQ NOT NUMERIC)
                DISPLAY "IN-MODE=RELEASE NEEDS IN-QUAR-NAME, OR "
                        "IN-BRANCH AND IN-SEQ (6 DIGITS)"
                MOVE 12               TO RETURN-CODE
                GO TO P-700-EXIT
            END-IF.
            MOVE ZERO                 TO WK-REL-CT.
            PERFORM P-710-RELEASE-ONE
               VARYING WK-QX FROM 1 BY 1
                  UNTIL WK-QX > WK-QUAR-CT.
            IF WK-REL-CT = ZERO
                DISPLAY "NO OPEN ROW TO RELEASE"
                MOVE 4                TO RETURN-CODE
                GO TO P-700-EXIT
            END-IF.
            PERFORM P-900-REWRITE-QUAR.
            DISPLAY "INTAKE END  RELEASED=" WK-REL-CT.
            MOVE ZERO                 TO RETURN-CODE.
       P-700-EXIT.
            EXIT.
      *
       P-710-RELEASE-ONE.
            MOVE WK-QUAR-ROW(WK-QX)   TO INTQ-REC.
            IF IQ-OPEN
                IF (WK-REL-NAME NOT = SPACES
                    AND IQ-COPY-NAME = WK-REL-NAME)
                   OR (WK-REL-NAME = SPACES
                    AND IQ-BRANCH = WK-REL-BRANCH
                    AND IQ-SEQ = WK-REL-SEQ)
                    SET IQ-RELEASED   TO TRUE
                    MOVE INTQ-REC     TO WK-QUAR-ROW(WK-QX)
                    ADD 1             TO WK-REL-CT
                    DISPLAY "RELEASED  " IQ-FILE " " IQ-BRANCH
                            " " IQ-SEQ " " IQ-REASON
                END-IF
            END-IF.
      *
       P-900-REWRITE-QUAR.
            OPEN OUTPUT INTQ-FILE.
            PERFORM P-902-WRITE-ONE
               VARYING WK-QX FROM 1 BY 1
                  UNTIL WK-QX > WK-QUAR-CT.
            CLOSE INTQ-FILE.
      *
       P-902-WRITE-ONE.
            MOVE WK-QUAR-ROW(WK-QX)   TO INTQ-REC.
            WRITE INTQ-REC.
