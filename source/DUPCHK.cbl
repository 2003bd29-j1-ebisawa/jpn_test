      *                  NAME-SIMILARに分類する。半角カナと全角
      *                  カナで二重登録された同一人物が、索引編成
      *                  試験の重複キー事故になる前に拾える。
      *                  全件を正規化カナ＋読込順でSORTし、同じ
      *                  正規化カナが続く間(グループ)の中だけを
      *                  総当たりするので、件数が増えても組合せは
      *                  グループ内に限られ、顧客数の上限も無い。
      *                  ペアの住所はADRNORMで表記(丁目・番地・
      *                  号、漢数字・全角数字等)を揃えて比べ、
      *                  見出しにADDRESS-SAME/ADDRESS-DIFFを添える。
      *                  氏名はKJNORMで異体字(髙/高、﨑/崎、邊/辺等)
      *                  を標準形に揃えてから分類する(比較用の作業域
      *                  だけで、レポートには入力どおりの氏名を出す)。
      *  --------------------------------------------------------------
      *   環境変数 DC-ADDRNORM  N=住所を正規化せずそのまま比べる
      *                         (省略時Y)
      *            DC-KJNORM    N=氏名の異体字を揃えずそのまま比べる
      *                         (省略時Y)
      *   レポートは疑いペア1組につき見出し1行＋明細2行(正規化カナ
      *   の順、同じカナの中は読込順)。終了時の
      *   RETURN-CODEは検出ペア数。見出しの"PAIR n"の番号で
      *   CUSTMRGが統合確認(MR-ACTION=CONFIRM)を受け付ける。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
           SELECT TDATA-FILE          ASSIGN TO "TESTDATA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-TDATA-FS.
           SELECT DUP-SORT-WORK       ASSIGN TO "DUPCHK.SRT".
           SELECT DUP-SORT-OUT        ASSIGN TO "DUPCHK.TMP"
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-RPT-FILE        ASSIGN TO "DUPRPT.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       SD  DUP-SORT-WORK.
       01  SW-REC.
           05  SW-NORM-KANA           PIC X(80).
           05  SW-LOAD-SEQ            PIC 9(08).
           05  SW-CUST-REC            PIC X(104).
           05  SW-NORM-ADDR           PIC X(40).
           05  SW-NORM-NAME           PIC X(20).
       FD  DUP-SORT-OUT
           LABEL RECORDS ARE STANDARD.
       01  SO-REC.
           05  SO-NORM-KANA           PIC X(80).
           05  SO-LOAD-SEQ            PIC 9(08).
           05  SO-CUST-REC            PIC X(104).
           05  SO-NORM-ADDR           PIC X(40).
           05  SO-NORM-NAME           PIC X(20).
       FD  DUP-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUP-RPT-LINE           PIC X(160).
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
      *
      *    正規化カナが同じ顧客のグループ(SORT後の連続する行)。
      *    総当たりはこの表の中だけで行う。
       01  WK-CUST-TAB.
           05  WK-CUST-ENTRY  OCCURS 500 TIMES.
               10  WK-CUST-REC        PIC X(104).
               10  WK-CUST-NORM-KANA  PIC X(80).
               10  WK-CUST-NORM-ADDR  PIC X(40).
               10  WK-CUST-NORM-NAME  PIC X(20).
       01  WK-CUST-COUNT      PIC 9(04)  COMP  VALUE ZERO.
       01  WK-I               PIC 9(04)  COMP.
       01  WK-J               PIC 9(04)  COMP.
       01  WK-GROUP-KANA      PIC X(80).
       01  WK-LOAD-SEQ        PIC 9(08)  VALUE ZERO.
       01  WK-READ-CT         PIC 9(08)  VALUE ZERO.
       01  WK-OVER-CT         PIC 9(08)  VALUE ZERO.
      *
      *    KANANRM(カナ幅正規化)の受け渡し領域。
       01  KN-PARM.
           05  KN-OUTPUT                PIC X(80).
           05  KN-STATUS                PIC X(02).
      *
      *    ADRNORM(住所表記正規化)の受け渡し領域。
       01  AN-PARM.
           05  AN-INPUT                 PIC N(20).
           05  AN-INPUT-X  REDEFINES AN-INPUT
                                        PIC X(40).
           05  AN-OUTPUT                PIC N(20).
           05  AN-OUTPUT-X  REDEFINES AN-OUTPUT
                                        PIC X(40).
           05  AN-STATUS                PIC X(02).
       01  WK-ADDRNORM-SW     PIC X(01)   VALUE "Y".
           88  WK-ADDRNORM-ON              VALUE "Y".
      *
      *    KJNORM(異体字正規化)の受け渡し領域。
       01  KJ-PARM.
           05  KJ-INPUT                 PIC X(40).
           05  KJ-OUTPUT                PIC X(40).
           05  KJ-MAPPED                PIC 9(02).
           05  KJ-STATUS                PIC X(02).
       01  WK-KJNORM-SW       PIC X(01)   VALUE "Y".
           88  WK-KJNORM-ON                VALUE "Y".
      *
      *    突き合わせ用のバイト列ビュー(CUSTRECと同じ並び)。
       01  WK-CUST-X.
           05  WK-CX-SEQ              PIC X(06).
       01  WK-NAME-I          PIC X(20).
       01  WK-NAME-J          PIC X(20).
       01  WK-MATCH-KIND      PIC X(12).
       01  WK-ADDR-KIND       PIC X(12).
       01  WK-PAIR-COUNT      PIC 9(05)  VALUE ZERO.
       01  WK-ED-PAIR         PIC ZZZZ9.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "DUPCHK START".
            DISPLAY "DC-ADDRNORM"     UPON ENVIRONMENT-NAME.
            ACCEPT WK-ADDRNORM-SW     FROM ENVIRONMENT-VALUE.
            IF WK-ADDRNORM-SW NOT = "N"
                MOVE "Y"              TO WK-ADDRNORM-SW
            END-IF.
            DISPLAY "DC-KJNORM"       UPON ENVIRONMENT-NAME.
            ACCEPT WK-KJNORM-SW       FROM ENVIRONMENT-VALUE.
            IF WK-KJNORM-SW NOT = "N"
                MOVE "Y"              TO WK-KJNORM-SW
            END-IF.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            CLOSE TDATA-FILE.
            SORT DUP-SORT-WORK
                 ASCENDING KEY SW-NORM-KANA SW-LOAD-SEQ
                 INPUT PROCEDURE IS S-100-NORMALIZE
                 GIVING DUP-SORT-OUT.
            OPEN OUTPUT DUP-RPT-FILE.
            MOVE SPACES               TO DUP-RPT-LINE.
            MOVE "DUPLICATE SUSPECT PAIRS (NORMALIZED KANA MATCH)"
                                      TO DUP-RPT-LINE.
            WRITE DUP-RPT-LINE.
            OPEN INPUT DUP-SORT-OUT.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-030-READ-SORTED.
            PERFORM P-040-ONE-GROUP UNTIL WK-EOF.
            CLOSE DUP-SORT-OUT.
            MOVE SPACES               TO DUP-RPT-LINE.
            MOVE WK-PAIR-COUNT        TO WK-ED-PAIR.
            STRING "TOTAL " WK-ED-PAIR " SUSPECT PAIR(S)"
                   DELIMITED BY SIZE  INTO DUP-RPT-LINE.
            WRITE DUP-RPT-LINE.
            CLOSE DUP-RPT-FILE.
            IF WK-OVER-CT > ZERO
                DISPLAY "DUPCHK: " WK-OVER-CT
                        " CUSTOMER(S) OVER 500 IN ONE KANA GROUP"
                        " NOT COMPARED"
            END-IF.
            DISPLAY "DUPCHK END  " WK-PAIR-COUNT
                    " SUSPECT PAIR(S) -> DUPRPT.TXT"
                    "  CUSTOMERS " WK-READ-CT.
            MOVE WK-PAIR-COUNT        TO RETURN-CODE.
            GOBACK
            .
      *
       P-030-READ-SORTED.
            READ DUP-SORT-OUT
                AT END        SET WK-EOF          TO TRUE
            END-READ.
      *
      *    正規化カナが同じ行をグループ表へ集め、グループの中だけを
      *    総当たりする(カナの違う顧客どうしは組にならない)。
       P-040-ONE-GROUP.
            MOVE SO-NORM-KANA         TO WK-GROUP-KANA.
            MOVE ZERO                 TO WK-CUST-COUNT.
            PERFORM P-042-COLLECT-ONE
               UNTIL WK-EOF OR SO-NORM-KANA NOT = WK-GROUP-KANA.
            PERFORM P-044-COMPARE-I
               VARYING WK-I FROM 1 BY 1
                  UNTIL WK-I >= WK-CUST-COUNT.
      *
       P-042-COLLECT-ONE.
            IF WK-CUST-COUNT < 500
                ADD 1                 TO WK-CUST-COUNT
                MOVE SO-CUST-REC      TO WK-CUST-REC(WK-CUST-COUNT)
                MOVE SO-NORM-KANA     TO
                     WK-CUST-NORM-KANA(WK-CUST-COUNT)
                MOVE SO-NORM-ADDR     TO
                     WK-CUST-NORM-ADDR(WK-CUST-COUNT)
                MOVE SO-NORM-NAME     TO
                     WK-CUST-NORM-NAME(WK-CUST-COUNT)
            ELSE
                ADD 1                 TO WK-OVER-CT
            END-IF.
            PERFORM P-030-READ-SORTED.
      *
       P-044-COMPARE-I.
            PERFORM P-046-COMPARE-PAIR
               VARYING WK-J FROM WK-I BY 1
                  UNTIL WK-J > WK-CUST-COUNT.
      *
       P-046-COMPARE-PAIR.
            IF WK-J > WK-I
                MOVE WK-CUST-NORM-NAME(WK-I)  TO WK-NAME-I
                MOVE WK-CUST-NORM-NAME(WK-J)  TO WK-NAME-J
                IF WK-NAME-I = WK-NAME-J
                    MOVE "NAME-MATCH"    TO WK-MATCH-KIND
                    PERFORM P-050-WRITE-PAIR
      *    疑いペアを見出し1行＋明細2行で書き出す。
       P-050-WRITE-PAIR.
            ADD 1                     TO WK-PAIR-COUNT.
            IF WK-CUST-NORM-ADDR(WK-I) = WK-CUST-NORM-ADDR(WK-J)
                MOVE "ADDRESS-SAME"   TO WK-ADDR-KIND
            ELSE
                MOVE "ADDRESS-DIFF"   TO WK-ADDR-KIND
            END-IF.
            MOVE WK-PAIR-COUNT        TO WK-ED-PAIR.
            MOVE SPACES               TO DUP-RPT-LINE.
            STRING "PAIR " WK-ED-PAIR "  " WK-MATCH-KIND
                   "  " WK-ADDR-KIND
                   DELIMITED BY SIZE  INTO DUP-RPT-LINE.
            WRITE DUP-RPT-LINE.
            MOVE WK-CUST-REC(WK-I)    TO WK-CUST-X.
                   DELIMITED BY SIZE  INTO DUP-RPT-LINE.
            WRITE DUP-RPT-LINE.
      ******************************************************************
      *    SORTの入力手続き。1件ずつカナ・住所・氏名を正規化し、
      *    読込順を付けてRELEASEする。カナが空欄の顧客は組に
      *    ならないので渡さない。
      ******************************************************************
       S-100-NORMALIZE       SECTION.
       S-105.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT TDATA-FILE.
            PERFORM S-110-NORMALIZE-ONE UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            GO TO S-199-EXIT.
      *
       S-110-NORMALIZE-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        ADD 1         TO WK-READ-CT
                        ADD 1         TO WK-LOAD-SEQ
                        PERFORM S-120-RELEASE-ONE
                    END-IF
            END-READ.
      *
       S-120-RELEASE-ONE.
            MOVE SPACES               TO SW-REC.
            MOVE WK-LOAD-SEQ          TO SW-LOAD-SEQ.
            MOVE CUSTOMER-REC         TO SW-CUST-REC.
            PERFORM S-130-NORMALIZE-KANA.
            IF SW-NORM-KANA NOT = SPACES
                PERFORM S-132-NORMALIZE-ADDRESS
                PERFORM S-134-NORMALIZE-NAME
                RELEASE SW-REC
            END-IF.
      *
      *    カナはKANANRMで全角へ正規化する。
       S-130-NORMALIZE-KANA.
            MOVE "F"                   TO KN-DIRECTION.
            MOVE SPACES               TO KN-INPUT.
            MOVE CUSTOMER-REC(67:20)  TO KN-INPUT.
            CALL "KANANRM" USING KN-PARM.
            MOVE KN-OUTPUT            TO SW-NORM-KANA.
      *
      *    住所は表記を揃えて持つ。直せない住所(番号無し・百千を含む
      *    漢数字)はADRNORMが入力のまま返すので、そのまま比べる。
       S-132-NORMALIZE-ADDRESS.
            MOVE CUSTOMER-REC(27:40)  TO AN-INPUT-X.
            IF WK-ADDRNORM-ON
                CALL "ADRNORM" USING AN-PARM
                MOVE AN-OUTPUT-X      TO SW-NORM-ADDR
            ELSE
                MOVE AN-INPUT-X       TO SW-NORM-ADDR
            END-IF.
      *
      *    氏名は異体字を標準形に揃えて持つ。
       S-134-NORMALIZE-NAME.
            MOVE SPACES               TO KJ-INPUT.
            MOVE CUSTOMER-REC(7:20)   TO KJ-INPUT.
            IF WK-KJNORM-ON
                CALL "KJNORM" USING KJ-PARM
                MOVE KJ-OUTPUT        TO SW-NORM-NAME
            ELSE
                MOVE KJ-INPUT         TO SW-NORM-NAME
            END-IF.
      *
       S-199-EXIT.
            EXIT.
      ******************************************************************
