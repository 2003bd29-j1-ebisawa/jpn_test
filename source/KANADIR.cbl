      ******************************************************************
      *    テストケース：KANADIR
      *    プログラム名：日本語化テスト 五十音順顧客一覧
      *    処理概要　　：顧客ファイルTESTDATA.DATを、CUST-KANAから
      *                  KANAKEYで作った五十音整列キーでSORTし、
      *                  共通印字サービスPRTSRVで顧客一覧を刷る。
      *                  あ行・か行…の行ごとに改頁して見出し(つめ
      *                  見出し)を付け、行の終わりに人数を出す。
      *                  カナが空欄の顧客や、カナ以外の文字を含み
      *                  五十音に並べられない顧客は先頭へ紛れ込ま
      *                  せず、末尾の別欄に理由付きでまとめる。
      *                  最終頁は行ごとの人数の索引。
      *  --------------------------------------------------------------
      *   入力: TESTDATA.DAT(CUSTREC様式)
      *   出力: KANADIR.RPT(PRTSRV)
      *   行の判定は整列キーの先頭バイト(清音の基本位置)で行う。
      *   濁音・小書きは清音の行(ガ→か行、ャ→や行)、ヲはわ行。
      *   同じキーの顧客は顧客番号順。
      *   戻り値: 五十音に並べられなかった顧客の件数。入力なしは1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           KANADIR.
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
           SELECT DIR-SORT-WORK       ASSIGN TO "KANADIR.SRT".
           SELECT DIR-SORT-OUT        ASSIGN TO "KANADIR.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       SD  DIR-SORT-WORK.
       01  SW-REC.
           05  SW-GROUP               PIC 9(02).
           05  SW-KEY                 PIC X(80).
           05  SW-SEQ                 PIC 9(06).
           05  SW-REASON              PIC 9(01).
           05  SW-NAME                PIC X(20).
           05  SW-KANA                PIC X(20).
           05  SW-ADDRESS             PIC X(40).
           05  SW-POSTAL              PIC X(07).
       FD  DIR-SORT-OUT
           LABEL RECORDS ARE STANDARD.
       01  SO-REC.
           05  SO-GROUP               PIC 9(02).
           05  SO-KEY                 PIC X(80).
           05  SO-SEQ                 PIC 9(06).
           05  SO-REASON              PIC 9(01).
           05  SO-NAME                PIC X(20).
           05  SO-KANA                PIC X(20).
           05  SO-ADDRESS             PIC X(40).
           05  SO-POSTAL              PIC X(07).
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
      *    KANAKEY(五十音整列キー)の受け渡し領域。
       01  KY-PARM.
           05  KY-INPUT                 PIC X(40).
           05  KY-OUTPUT                PIC X(80).
           05  KY-STATUS                PIC X(02).
      *
      *    行の表。整列キー先頭バイト(半角カナの基本位置)の上限と
      *    見出し。99番(表の外)は五十音に並べられない顧客の欄。
       01  WK-GYO-TABLE-DEF.
           05  FILLER.
               10  FILLER   PIC X(01)  VALUE X"B5".
               10  FILLER   PIC X(09)  VALUE "あ行".
           05  FILLER.
               10  FILLER   PIC X(01)  VALUE X"BA".
               10  FILLER   PIC X(09)  VALUE "か行".
           05  FILLER.
               10  FILLER   PIC X(01)  VALUE X"BF".
               10  FILLER   PIC X(09)  VALUE "さ行".
           05  FILLER.
               10  FILLER   PIC X(01)  VALUE X"C4".
               10  FILLER   PIC X(09)  VALUE "た行".
           05  FILLER.
               10  FILLER   PIC X(01)  VALUE X"C9".
               10  FILLER   PIC X(09)  VALUE "な行".
           05  FILLER.
               10  FILLER   PIC X(01)  VALUE X"CE".
               10  FILLER   PIC X(09)  VALUE "は行".
           05  FILLER.
               10  FILLER   PIC X(01)  VALUE X"D3".
               10  FILLER   PIC X(09)  VALUE "ま行".
           05  FILLER.
               10  FILLER   PIC X(01)  VALUE X"D6".
               10  FILLER   PIC X(09)  VALUE "や行".
           05  FILLER.
               10  FILLER   PIC X(01)  VALUE X"DB".
               10  FILLER   PIC X(09)  VALUE "ら行".
           05  FILLER.
               10  FILLER   PIC X(01)  VALUE X"DD".
               10  FILLER   PIC X(09)  VALUE "わ行".
       01  WK-GYO-TAB  REDEFINES WK-GYO-TABLE-DEF.
           05  WK-GYO-ENTRY  OCCURS 10 TIMES INDEXED BY IDX-GYO.
               10  WK-GYO-HIGH        PIC X(01).
               10  WK-GYO-NAME        PIC X(09).
       01  WK-GYO-COUNT-TAB.
           05  WK-GYO-CT              PIC 9(06)  OCCURS 10 TIMES.
       01  WK-OTHER-GROUP     PIC 9(02)  VALUE 99.
      *
      *    五十音に並べられない理由(SW-REASON)。
       01  WK-REASON-TABLE-DEF.
           05  FILLER  PIC X(30)  VALUE "カナが空欄".
           05  FILLER  PIC X(30)
                                 VALUE "カナ以外の文字を含む".
       01  WK-REASON-TAB  REDEFINES WK-REASON-TABLE-DEF.
           05  WK-REASON-TEXT         PIC X(30)  OCCURS 2 TIMES.
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      *
       01  WK-FIRST-BYTE      PIC X(01).
       01  WK-GROUP           PIC 9(02).
       01  WK-CUR-GROUP       PIC 9(02).
       01  WK-GROUP-CT        PIC 9(06).
       01  WK-READ-CT         PIC 9(06)  VALUE ZERO.
       01  WK-LISTED-CT       PIC 9(06)  VALUE ZERO.
       01  WK-OTHER-CT        PIC 9(06)  VALUE ZERO.
       01  WK-FIRST-SW        PIC X       VALUE "Y".
           88  WK-FIRST-SECTION           VALUE "Y".
       01  WK-ED-COUNT        PIC ZZZ,ZZ9.
       01  WK-ED-POSTAL.
           05  WK-EP-HEAD             PIC X(03).
           05  FILLER                 PIC X(01)  VALUE "-".
           05  WK-EP-TAIL             PIC X(04).
       01  WK-N               PIC 9(02)  COMP.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "KANADIR START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-020-LIST THRU P-020-EXIT.
            DISPLAY "KANADIR END".
            GOBACK
            .
      *
      *    整列キーでSORTし、行ごとの区切りで刷る。
       P-020-LIST.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            CLOSE TDATA-FILE.
            INITIALIZE WK-GYO-COUNT-TAB.
            SORT DIR-SORT-WORK
                 ASCENDING KEY SW-GROUP SW-KEY SW-SEQ
                 INPUT PROCEDURE IS S-100-MAKE-KEY
                 GIVING DIR-SORT-OUT.
            OPEN INPUT DIR-SORT-OUT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "KANADIR.RPT"         TO PS-REPORT-NAME.
            MOVE "五十音順顧客一覧(KANADIR)"  TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-030-READ-SORTED.
            PERFORM P-040-ONE-GROUP THRU P-040-EXIT
               UNTIL WK-EOF.
            PERFORM P-070-INDEX.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            CLOSE DIR-SORT-OUT.
            DISPLAY "CUSTOMERS " WK-READ-CT
                    "  LISTED " WK-LISTED-CT
                    "  NOT SORTABLE " WK-OTHER-CT
                    " -> KANADIR.RPT".
            MOVE WK-OTHER-CT          TO RETURN-CODE.
       P-020-EXIT.
            EXIT.
      *
       P-030-READ-SORTED.
            READ DIR-SORT-OUT
                AT END        SET WK-EOF          TO TRUE
            END-READ.
      *
      *    1つの行(または末尾の別欄)。改頁してつめ見出しを付け、
      *    行の終わりに人数を出す。
       P-040-ONE-GROUP.
            MOVE SO-GROUP             TO WK-CUR-GROUP.
            MOVE ZERO                 TO WK-GROUP-CT.
            IF WK-FIRST-SECTION
                MOVE "N"              TO WK-FIRST-SW
            ELSE
                MOVE "P"               TO PS-FUNCTION
                CALL "PRTSRV" USING PS-PARM
            END-IF.
            MOVE SPACES               TO PS-LINE.
            IF WK-CUR-GROUP = WK-OTHER-GROUP
                STRING "  ■ 五十音に並べられない顧客"
                                              DELIMITED BY SIZE
                       "(カナ空欄・カナ以外)"
                                              DELIMITED BY SIZE
                              INTO PS-LINE
            ELSE
                SET IDX-GYO           TO WK-CUR-GROUP
                STRING "  ■ "                 DELIMITED BY SIZE
                       WK-GYO-NAME(IDX-GYO)   DELIMITED BY SPACE
                              INTO PS-LINE
            END-IF.
            PERFORM P-080-WRITE.
            PERFORM P-080-WRITE.
            IF WK-CUR-GROUP = WK-OTHER-GROUP
                STRING "  顧客番号  カナ                  "
                                              DELIMITED BY SIZE
                       "氏名                  理由"
                                              DELIMITED BY SIZE
                              INTO PS-LINE
            ELSE
                STRING "  顧客番号  カナ                  "
                                              DELIMITED BY SIZE
                       "氏名                  郵便番号  住所"
                                              DELIMITED BY SIZE
                              INTO PS-LINE
            END-IF.
            PERFORM P-080-WRITE.
            PERFORM P-050-ONE-CUSTOMER
               UNTIL WK-EOF OR SO-GROUP NOT = WK-CUR-GROUP.
            PERFORM P-080-WRITE.
            MOVE WK-GROUP-CT          TO WK-ED-COUNT.
            STRING "  計 "                    DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                   " 名"                      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            IF WK-CUR-GROUP = WK-OTHER-GROUP
                MOVE WK-GROUP-CT      TO WK-OTHER-CT
            ELSE
                MOVE WK-GROUP-CT      TO WK-GYO-CT(WK-CUR-GROUP)
                ADD WK-GROUP-CT       TO WK-LISTED-CT
            END-IF.
       P-040-EXIT.
            EXIT.
      *
       P-050-ONE-CUSTOMER.
            MOVE SO-POSTAL(1:3)       TO WK-EP-HEAD.
            MOVE SO-POSTAL(4:4)       TO WK-EP-TAIL.
            IF WK-CUR-GROUP = WK-OTHER-GROUP
                STRING "  "                   DELIMITED BY SIZE
                       SO-SEQ                 DELIMITED BY SIZE
                       "    "                 DELIMITED BY SIZE
                       SO-KANA                DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       SO-NAME                DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       WK-REASON-TEXT(SO-REASON)
                                              DELIMITED BY SIZE
                              INTO PS-LINE
            ELSE
                STRING "  "                   DELIMITED BY SIZE
                       SO-SEQ                 DELIMITED BY SIZE
                       "    "                 DELIMITED BY SIZE
                       SO-KANA                DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       SO-NAME                DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       WK-ED-POSTAL           DELIMITED BY SIZE
                       "  "                   DELIMITED BY SIZE
                       SO-ADDRESS             DELIMITED BY SIZE
                              INTO PS-LINE
            END-IF.
            PERFORM P-080-WRITE.
            ADD 1                     TO WK-GROUP-CT.
            PERFORM P-030-READ-SORTED.
      *
      *    最終頁の索引。行ごとの人数と別欄の人数。
       P-070-INDEX.
            MOVE "P"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE "  ■ 索引(行別人数)"   TO PS-LINE.
            PERFORM P-080-WRITE.
            PERFORM P-080-WRITE.
            PERFORM P-072-INDEX-ONE
               VARYING WK-N FROM 1 BY 1 UNTIL WK-N > 10.
            MOVE WK-LISTED-CT         TO WK-ED-COUNT.
            STRING "    五十音計  "            DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                   " 名"                      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
            MOVE WK-OTHER-CT          TO WK-ED-COUNT.
            STRING "    別欄      "            DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                   " 名(カナ空欄・カナ以外)"
                                              DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
      *
       P-072-INDEX-ONE.
            MOVE WK-GYO-CT(WK-N)      TO WK-ED-COUNT.
            STRING "    "                     DELIMITED BY SIZE
                   WK-GYO-NAME(WK-N)          DELIMITED BY SIZE
                   "     "                    DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                   " 名"                      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-080-WRITE.
      *
       P-080-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
      *    SORTの入力手続き。顧客ごとに整列キーを作り、行の番号を
      *    付けてRELEASEする。並べられない顧客は99番で末尾へ。
      ******************************************************************
       S-100-MAKE-KEY        SECTION.
       S-105.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT TDATA-FILE.
            PERFORM S-110-KEY-ONE UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            GO TO S-199-EXIT.
      *
       S-110-KEY-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        ADD 1         TO WK-READ-CT
                        PERFORM S-120-RELEASE-ONE THRU S-120-EXIT
                    END-IF
            END-READ.
      *
       S-120-RELEASE-ONE.
            MOVE CUSTOMER-REC         TO WK-CUST-X.
            MOVE SPACES               TO SW-REC.
            MOVE CUST-SEQ-NO          TO SW-SEQ.
            MOVE WK-CX-NAME           TO SW-NAME.
            MOVE WK-CX-KANA           TO SW-KANA.
            MOVE WK-CX-ADDRESS        TO SW-ADDRESS.
            MOVE WK-CX-POSTAL         TO SW-POSTAL.
            MOVE ZERO                 TO SW-REASON.
            IF WK-CX-KANA = SPACES
                MOVE WK-OTHER-GROUP   TO SW-GROUP
                MOVE 1                TO SW-REASON
                GO TO S-120-RELEASE
            END-IF.
            MOVE WK-CX-KANA           TO KY-INPUT.
            CALL "KANAKEY" USING KY-PARM.
            MOVE KY-OUTPUT(1:1)       TO WK-FIRST-BYTE.
            IF KY-STATUS NOT = "00"
               OR WK-FIRST-BYTE < X"B1" OR WK-FIRST-BYTE > X"DD"
                MOVE WK-OTHER-GROUP   TO SW-GROUP
                MOVE 2                TO SW-REASON
                GO TO S-120-RELEASE
            END-IF.
            SET IDX-GYO               TO 1.
            SEARCH WK-GYO-ENTRY
                WHEN WK-FIRST-BYTE NOT > WK-GYO-HIGH(IDX-GYO)
                    SET WK-GROUP      TO IDX-GYO
            END-SEARCH.
            MOVE WK-GROUP             TO SW-GROUP.
            MOVE KY-OUTPUT            TO SW-KEY.
       S-120-RELEASE.
            RELEASE SW-REC.
       S-120-EXIT.
            EXIT.
      *
       S-199-EXIT.
            EXIT.
      ******************************************************************
