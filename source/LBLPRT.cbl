      ******************************************************************
      *    テストケース：LBLPRT
      *    プログラム名：日本語化テスト 宛名ラベル印刷
      *    処理概要　　：顧客ファイルTESTDATA.DATから、郵便番号・
      *                  住所・氏名+様・カスタマバーコードの4段を
      *                  並べた宛名ラベルを、ラベル用紙(2列×6段
      *                  =12面)の並びで刷る。バーコードはCUSTBAR
      *                  で組み立てる。住所表示番号を抜き出せない
      *                  顧客はバーコードを推測で付けず、別の
      *                  ラベルファイル(バーコード無し)へ回し、
      *                  理由付きで例外一覧に出す。バーコード付きの
      *                  ラベルだけを区分郵便物の差出しに使える。
      *  --------------------------------------------------------------
      *   入力: TESTDATA.DAT(CUSTREC様式)
      *   出力: LABEL.PRN   バーコード付きラベル
      *         LABELNB.PRN バーコード無しラベル(通常差出し用)
      *         LBLERR.TXT  バーコードを作れなかった顧客と理由
      *   ラベル1面は幅60バイト・5行(郵便番号・住所・空行・
      *   氏名 様・バーコード)。バーコード行は"["(スタート
      *   コード)+CUSTBARのキャラクタ列21桁+"]"(ストップコード)
      *   で、カスタマバーコード用フォントで印字する。
      *   用紙の区切り(12面ごと)は改頁。
      *   戻り値: バーコードを作れなかった顧客の件数。入力なしは1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           LBLPRT.
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
           SELECT LABEL-FILE          ASSIGN TO "LABEL.PRN"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAIN-FILE          ASSIGN TO "LABELNB.PRN"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERR-FILE            ASSIGN TO "LBLERR.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       FD  LABEL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LABEL-LINE             PIC X(124).
       FD  PLAIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLAIN-LINE             PIC X(124).
       FD  ERR-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERR-LINE               PIC X(132).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
      *
      *    顧客レコードのバイト列ビュー(CUSTRECと同じ並び)。
       01  WK-CUST-X.
           05  WK-CX-SEQ              PIC X(06).
           05  WK-CX-NAME             PIC X(20).
           05  WK-CX-ADDRESS          PIC X(40).
           05  WK-CX-KANA             PIC X(20).
           05  WK-CX-BALANCE          PIC X(11).
           05  WK-CX-POSTAL           PIC X(07).
      *
      *    CUSTBAR(カスタマバーコード)の受け渡し領域。
       01  CB-PARM.
           05  CB-POSTAL                PIC X(07).
           05  CB-ADDRESS               PIC N(20).
           05  CB-ADDR-NO               PIC X(20).
           05  CB-CODE                  PIC X(21).
           05  CB-STATUS                PIC X(02).
      *
      *    用紙1段ぶん(2列)のラベル。面ごとに5行を持ち、段が
      *    埋まるか入力が終わったら横に並べて書き出す。
       01  WK-ROW-SETS.
           05  WK-ROW-SET             OCCURS 2 TIMES.
               10  WK-ROW-LABEL       OCCURS 2 TIMES.
                   15  WK-RL-LINE     PIC X(60)  OCCURS 5 TIMES.
               10  WK-ROW-USED        PIC 9(01).
               10  WK-ROWS-ON-SHEET   PIC 9(02).
               10  WK-SHEET-CT        PIC 9(05).
               10  WK-LABEL-CT        PIC 9(06).
       01  WK-SET-LABEL       PIC 9(01)  VALUE 1.
       01  WK-SET-PLAIN       PIC 9(01)  VALUE 2.
       01  WK-SET             PIC 9(01).
       01  WK-ROWS-PER-SHEET  PIC 9(02)  VALUE 6.
       01  WK-COL             PIC 9(01).
       01  WK-LN              PIC 9(01).
       01  WK-OUT-LINE        PIC X(124).
      *
       01  WK-READ-CT         PIC 9(06)  VALUE ZERO.
       01  WK-ERR-CT          PIC 9(06)  VALUE ZERO.
       01  WK-ERR-REASON      PIC X(40).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "LBLPRT START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-020-PRINT THRU P-020-EXIT.
            DISPLAY "LBLPRT END".
            GOBACK
            .
      *
       P-020-PRINT.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            OPEN OUTPUT LABEL-FILE PLAIN-FILE ERR-FILE.
            INITIALIZE WK-ROW-SETS.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-030-ONE-CUSTOMER UNTIL WK-EOF.
            MOVE WK-SET-LABEL         TO WK-SET.
            PERFORM P-060-FLUSH-ROW THRU P-060-EXIT.
            MOVE WK-SET-PLAIN         TO WK-SET.
            PERFORM P-060-FLUSH-ROW THRU P-060-EXIT.
            CLOSE ERR-FILE PLAIN-FILE LABEL-FILE TDATA-FILE.
            DISPLAY "CUSTOMERS " WK-READ-CT
                    "  BARCODE LABELS " WK-LABEL-CT(WK-SET-LABEL)
                    " (" WK-SHEET-CT(WK-SET-LABEL) " SHEETS)"
                    "  PLAIN LABELS " WK-LABEL-CT(WK-SET-PLAIN)
                    "  -> LABEL.PRN / LABELNB.PRN / LBLERR.TXT".
            MOVE WK-ERR-CT            TO RETURN-CODE.
       P-020-EXIT.
            EXIT.
      *
       P-030-ONE-CUSTOMER.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        ADD 1         TO WK-READ-CT
                        PERFORM P-040-MAKE-LABEL
                    END-IF
            END-READ.
      *
      *    1面ぶんを組む。バーコードを作れない顧客はバーコード無し
      *    のラベルへ回して例外一覧に残す。
       P-040-MAKE-LABEL.
            MOVE CUSTOMER-REC         TO WK-CUST-X.
            MOVE CUST-POSTAL          TO CB-POSTAL.
            MOVE CUST-ADDRESS         TO CB-ADDRESS.
            CALL "CUSTBAR" USING CB-PARM.
            IF CB-STATUS = "00"
                MOVE WK-SET-LABEL     TO WK-SET
            ELSE
                MOVE WK-SET-PLAIN     TO WK-SET
                PERFORM P-045-REPORT-ERROR
            END-IF.
            ADD 1                     TO WK-ROW-USED(WK-SET).
            MOVE WK-ROW-USED(WK-SET)  TO WK-COL.
            MOVE SPACES               TO WK-ROW-LABEL(WK-SET WK-COL).
            STRING "〒"                   DELIMITED BY SIZE
                   WK-CX-POSTAL(1:3)      DELIMITED BY SIZE
                   "-"                    DELIMITED BY SIZE
                   WK-CX-POSTAL(4:4)      DELIMITED BY SIZE
                              INTO WK-RL-LINE(WK-SET WK-COL 1).
            MOVE WK-CX-ADDRESS        TO WK-RL-LINE(WK-SET WK-COL 2).
            STRING "    "                 DELIMITED BY SIZE
                   WK-CX-NAME             DELIMITED BY SIZE
                   "  様"                 DELIMITED BY SIZE
                              INTO WK-RL-LINE(WK-SET WK-COL 4).
            IF WK-SET = WK-SET-LABEL
                STRING "["                DELIMITED BY SIZE
                       CB-CODE            DELIMITED BY SIZE
                       "]"                DELIMITED BY SIZE
                              INTO WK-RL-LINE(WK-SET WK-COL 5)
            END-IF.
            ADD 1                     TO WK-LABEL-CT(WK-SET).
            IF WK-ROW-USED(WK-SET) = 2
                PERFORM P-060-FLUSH-ROW THRU P-060-EXIT
            END-IF.
      *
       P-045-REPORT-ERROR.
            EVALUATE CB-STATUS
                WHEN "10"
                    MOVE "郵便番号が7桁の数字でない"
                                        TO WK-ERR-REASON
                WHEN "12"
                    MOVE "住所表示番号が見つからない"
                                        TO WK-ERR-REASON
                WHEN "14"
                    MOVE "漢数字を数字へ直せない"
                                        TO WK-ERR-REASON
                WHEN OTHER
                    MOVE CB-STATUS    TO WK-ERR-REASON
            END-EVALUATE.
            MOVE SPACES               TO ERR-LINE.
            STRING WK-CX-SEQ              DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   WK-CX-POSTAL           DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   WK-CX-ADDRESS          DELIMITED BY SIZE
                   "  -> "                DELIMITED BY SIZE
                   WK-ERR-REASON          DELIMITED BY "  "
                              INTO ERR-LINE.
            WRITE ERR-LINE.
            ADD 1                     TO WK-ERR-CT.
      *
      *    1段(2列)を横に並べて書く。6段で用紙1枚、次の段は改頁。
       P-060-FLUSH-ROW.
            IF WK-ROW-USED(WK-SET) = ZERO
                GO TO P-060-EXIT
            END-IF.
            IF WK-ROWS-ON-SHEET(WK-SET) = ZERO
                ADD 1                 TO WK-SHEET-CT(WK-SET)
            END-IF.
            PERFORM P-062-ONE-LINE
               VARYING WK-LN FROM 1 BY 1 UNTIL WK-LN > 5.
            MOVE SPACES               TO WK-OUT-LINE.
            PERFORM P-066-WRITE.
            ADD 1                     TO WK-ROWS-ON-SHEET(WK-SET).
            IF WK-ROWS-ON-SHEET(WK-SET) = WK-ROWS-PER-SHEET
                MOVE ZERO             TO WK-ROWS-ON-SHEET(WK-SET)
            END-IF.
            MOVE ZERO                 TO WK-ROW-USED(WK-SET).
            MOVE SPACES               TO WK-ROW-LABEL(WK-SET 1)
                                         WK-ROW-LABEL(WK-SET 2).
       P-060-EXIT.
            EXIT.
      *
       P-062-ONE-LINE.
            MOVE SPACES               TO WK-OUT-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-RL-LINE(WK-SET 1 WK-LN) DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-RL-LINE(WK-SET 2 WK-LN) DELIMITED BY SIZE
                              INTO WK-OUT-LINE.
      *    用紙の1行目は改頁してから書く。
            IF WK-LN = 1 AND WK-ROWS-ON-SHEET(WK-SET) = ZERO
               AND WK-SHEET-CT(WK-SET) > 1
                PERFORM P-064-WRITE-NEW-SHEET
            ELSE
                PERFORM P-066-WRITE
            END-IF.
      *
       P-064-WRITE-NEW-SHEET.
            IF WK-SET = WK-SET-LABEL
                WRITE LABEL-LINE FROM WK-OUT-LINE
                      AFTER ADVANCING PAGE
            ELSE
                WRITE PLAIN-LINE FROM WK-OUT-LINE
                      AFTER ADVANCING PAGE
            END-IF.
      *
       P-066-WRITE.
            IF WK-SET = WK-SET-LABEL
                WRITE LABEL-LINE FROM WK-OUT-LINE
            ELSE
                WRITE PLAIN-LINE FROM WK-OUT-LINE
            END-IF.
      ******************************************************************
