      ******************************************************************
      *    テストケース：NGLOCATE
      *    プログラム名：日本語化テスト NG発生箇所の特定
      *    処理概要　　：NGDIGEST.TXTのNG1件ごとに、ケース台帳
      *                  (CASECAT.TXT)からCASE-IDの定数をMOVEして
      *                  いるソース行を引き、その行を含む段落と
      *                  段落内の文を抜き出す。さらに段落内で参照
      *                  されるPIC N/PIC G項目(PDXREF.TXT)を、その
      *                  宣言(DDXREF.TXT)付きで並べる。結果は
      *                  NG1件ごとの「どこを見るか」シート
      *                  NGWHERE.TXTとして残し、TRIAGEが各ケースの
      *                  画面に発生段落を添える。初動の切り分けを
      *                  ソースのgrepから解放するのが狙い。
      *  --------------------------------------------------------------
      *   先にCASECAT・DDXREF・PDXREFを流しておくこと(台帳と
      *   2つの相互参照表は起動ディレクトリから読む)。NGDIGEST.TXT
      *   はX_OUTDIRの下から読む。CASE-IDをSTRINGで組み立てる等、
      *   台帳に載らないケースは理由付きのNOLOC行になる。
      *   戻り値: 0=正常 1=NGDIGEST.TXTまたはCASECAT.TXTが無い
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           NGLOCATE.
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
           SELECT DIGEST-IN           ASSIGN TO DYNAMIC
                                        WK-DIGEST-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-DIGEST-FS.
           SELECT CAT-FILE            ASSIGN TO "CASECAT.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-CAT-FS.
           SELECT DICT-IN             ASSIGN TO "DDXREF.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-DICT-FS.
           SELECT XREF-IN             ASSIGN TO "PDXREF.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-XREF-FS.
           SELECT SRC-FILE            ASSIGN TO DYNAMIC
                                        WK-SRC-FILE-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-SRC-FS.
           COPY NGWSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  DIGEST-IN
           LABEL RECORDS ARE STANDARD.
       01  DIGEST-REC.
           05  DIN-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  DIN-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  DIN-STATUS             PIC X(40).
           05  FILLER                 PIC X(02).
           05  DIN-EXPECTED           PIC X(40).
           05  FILLER                 PIC X(02).
           05  DIN-ACTUAL             PIC X(40).
           05  FILLER                 PIC X(02).
           05  DIN-REASON             PIC X(08).
       FD  CAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAT-REC.
           05  CAT-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  CAT-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  CAT-LINE-NO            PIC 9(05).
       FD  DICT-IN
           LABEL RECORDS ARE STANDARD.
       01  DICT-IN-REC.
           05  DDI-FILE-NAME          PIC X(12).
           05  FILLER                 PIC X(02).
           05  DDI-LINE-NO            PIC 9(05).
           05  FILLER                 PIC X(02).
           05  DDI-IDENT              PIC X(30).
           05  FILLER                 PIC X(02).
           05  DDI-PIC-TYPE           PIC X(01).
           05  FILLER                 PIC X(02).
           05  DDI-PIC-TEXT           PIC X(20).
       FD  XREF-IN
           LABEL RECORDS ARE STANDARD.
       01  XREF-IN-REC.
           05  PXI-FILE-NAME          PIC X(12).
           05  FILLER                 PIC X(02).
           05  PXI-LINE-NO            PIC 9(05).
           05  FILLER                 PIC X(02).
           05  PXI-IDENT              PIC X(30).
           05  FILLER                 PIC X(02).
           05  PXI-VERB               PIC X(08).
       FD  SRC-FILE
           LABEL RECORDS ARE STANDARD.
       01  SRC-REC                PIC X(80).
       COPY NGWFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-DIGEST-FS       PIC XX.
           88  WK-DIGEST-FOUND             VALUE "00".
       01  WK-CAT-FS          PIC XX.
           88  WK-CAT-FOUND                VALUE "00".
       01  WK-DICT-FS         PIC XX.
           88  WK-DICT-FOUND               VALUE "00".
       01  WK-XREF-FS         PIC XX.
           88  WK-XREF-FOUND               VALUE "00".
       01  WK-SRC-FS          PIC XX.
           88  WK-SRC-FOUND                VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-SRC-EOF-SW      PIC X       VALUE "N".
           88  WK-SRC-EOF                 VALUE "Y".
      *
       01  WK-OUTDIR          PIC X(40)  VALUE SPACES.
       01  WK-DIGEST-NAME     PIC X(64)  VALUE "NGDIGEST.TXT".
       01  WK-SRC-FILE-NAME   PIC X(40).
       01  WK-SRC-KEY         PIC X(12).
      *
      *    ケース台帳(PROGRAM-ID+ケースID→定数の行番号)。
       01  WK-CAT-TAB.
           05  WK-CAT-ENTRY  OCCURS 800 TIMES INDEXED BY IDX-CAT.
               10  WK-CAT-PROGRAM     PIC X(10).
               10  WK-CAT-CASE-ID     PIC X(30).
               10  WK-CAT-LINE-NO     PIC 9(05).
       01  WK-CAT-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-CAT-HIT         PIC 9(03)  COMP.
      *
      *    PIC N/PIC G項目の宣言一覧(DDXREF.TXT)。
       01  WK-DDX-TAB.
           05  WK-DDX-ENTRY  OCCURS 400 TIMES INDEXED BY IDX-DDX.
               10  WK-DDX-FILE        PIC X(12).
               10  WK-DDX-LINE-NO     PIC 9(05).
               10  WK-DDX-IDENT       PIC X(30).
               10  WK-DDX-PIC-TYPE    PIC X(01).
               10  WK-DDX-PIC-TEXT    PIC X(20).
       01  WK-DDX-COUNT       PIC 9(03)  COMP  VALUE ZERO.
       01  WK-DDX-HIT         PIC 9(03)  COMP.
      *
      *    PIC N/PIC G項目の使用箇所(PDXREF.TXT)。
       01  WK-PDX-TAB.
           05  WK-PDX-ENTRY  OCCURS 5000 TIMES INDEXED BY IDX-PDX.
               10  WK-PDX-FILE        PIC X(12).
               10  WK-PDX-LINE-NO     PIC 9(05).
               10  WK-PDX-IDENT       PIC X(30).
               10  WK-PDX-VERB        PIC X(08).
       01  WK-PDX-COUNT       PIC 9(05)  COMP  VALUE ZERO.
      *
      *    対象段落の文の控え(段落の先頭からケースIDの行を越えて
      *    次の段落見出しの手前まで)。
       01  WK-STMT-TAB.
           05  WK-STMT-ENTRY  OCCURS 200 TIMES INDEXED BY IDX-STMT.
               10  WK-STMT-LINE-NO    PIC 9(05).
               10  WK-STMT-TEXT       PIC X(65).
       01  WK-STMT-COUNT      PIC 9(03)  COMP  VALUE ZERO.
       01  WK-STMT-OVER-SW    PIC X      VALUE "N".
           88  WK-STMT-OVER               VALUE "Y".
      *
       01  WK-LINE-NO         PIC 9(05).
       01  WK-CASE-LINE       PIC 9(05).
       01  WK-LAST-CODE-LINE  PIC 9(05).
       01  WK-PARA-NAME       PIC X(30).
       01  WK-PARA-START      PIC 9(05).
       01  WK-PARA-END        PIC 9(05).
       01  WK-MATCH-CT        PIC 9(03)  COMP.
       01  WK-FIELD-CT        PIC 9(03)  VALUE ZERO.
       01  WK-IN-PROC-SW      PIC X      VALUE "N".
           88  WK-IN-PROC                 VALUE "Y".
       01  WK-PARA-FOUND-SW   PIC X      VALUE "N".
           88  WK-PARA-FOUND              VALUE "Y".
       01  WK-PARA-DONE-SW    PIC X      VALUE "N".
           88  WK-PARA-DONE               VALUE "Y".
       01  WK-NOLOC-REASON    PIC X(72).
      *
       01  WK-NG-CT           PIC 9(05)  VALUE ZERO.
       01  WK-LOCATED-CT      PIC 9(05)  VALUE ZERO.
       01  WK-NOLOC-CT        PIC 9(05)  VALUE ZERO.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "NGLOCATE START".
            DISPLAY "X_OUTDIR"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-OUTDIR             FROM ENVIRONMENT-VALUE.
            IF WK-OUTDIR NOT = SPACES
                MOVE SPACES             TO WK-DIGEST-NAME
                STRING WK-OUTDIR        DELIMITED BY SPACE
                       "/NGDIGEST.TXT"  DELIMITED BY SIZE
                              INTO WK-DIGEST-NAME
            END-IF.
            PERFORM P-020-LOAD-CASECAT.
            IF NOT WK-CAT-FOUND
                DISPLAY "CASECAT.TXT NOT FOUND - RUN CASECAT FIRST"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM P-024-LOAD-DDXREF.
            PERFORM P-028-LOAD-PDXREF.
            OPEN INPUT DIGEST-IN.
            IF NOT WK-DIGEST-FOUND
                DISPLAY "NGDIGEST.TXT NOT FOUND - RUN TESTALL FIRST"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT NG-WHERE-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-030-READ-ONE-NG UNTIL WK-EOF.
            CLOSE NG-WHERE-FILE.
            CLOSE DIGEST-IN.
            DISPLAY "NGLOCATE END  NG=" WK-NG-CT
                    " LOCATED=" WK-LOCATED-CT
                    " NOT LOCATED=" WK-NOLOC-CT.
            GOBACK
            .
      *
      *    ケース台帳の取り込み。
       P-020-LOAD-CASECAT.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT CAT-FILE.
            IF WK-CAT-FOUND
                PERFORM P-022-LOAD-ONE-CAT UNTIL WK-EOF
                CLOSE CAT-FILE
            END-IF.
      *
       P-022-LOAD-ONE-CAT.
            READ CAT-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF WK-CAT-COUNT < 800
                        ADD 1         TO WK-CAT-COUNT
                        SET IDX-CAT   TO WK-CAT-COUNT
                        MOVE CAT-PROGRAM
                             TO WK-CAT-PROGRAM(IDX-CAT)
                        MOVE CAT-CASE-ID
                             TO WK-CAT-CASE-ID(IDX-CAT)
                        MOVE CAT-LINE-NO
                             TO WK-CAT-LINE-NO(IDX-CAT)
                    END-IF
            END-READ.
      *
      *    宣言一覧の取り込み。無ければ項目欄が空のシートになる。
       P-024-LOAD-DDXREF.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT DICT-IN.
            IF WK-DICT-FOUND
                PERFORM P-026-LOAD-ONE-DDX UNTIL WK-EOF
                CLOSE DICT-IN
            ELSE
                DISPLAY "DDXREF.TXT NOT FOUND - "
                        "DECLARATIONS WILL BE BLANK"
            END-IF.
      *
       P-026-LOAD-ONE-DDX.
            READ DICT-IN
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF WK-DDX-COUNT < 400
                        ADD 1         TO WK-DDX-COUNT
                        SET IDX-DDX   TO WK-DDX-COUNT
                        MOVE DDI-FILE-NAME
                             TO WK-DDX-FILE(IDX-DDX)
                        MOVE DDI-LINE-NO
                             TO WK-DDX-LINE-NO(IDX-DDX)
                        MOVE DDI-IDENT
                             TO WK-DDX-IDENT(IDX-DDX)
                        MOVE DDI-PIC-TYPE
                             TO WK-DDX-PIC-TYPE(IDX-DDX)
                        MOVE DDI-PIC-TEXT
                             TO WK-DDX-PIC-TEXT(IDX-DDX)
                    END-IF
            END-READ.
      *
      *    使用箇所一覧の取り込み。
       P-028-LOAD-PDXREF.
            MOVE "N"                  TO WK-EOF-SW.
            OPEN INPUT XREF-IN.
            IF WK-XREF-FOUND
                PERFORM P-029-LOAD-ONE-PDX UNTIL WK-EOF
                CLOSE XREF-IN
            ELSE
                DISPLAY "PDXREF.TXT NOT FOUND - "
                        "NO PIC N/PIC G FIELDS WILL BE LISTED"
            END-IF.
      *
       P-029-LOAD-ONE-PDX.
            READ XREF-IN
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF WK-PDX-COUNT < 5000
                        ADD 1         TO WK-PDX-COUNT
                        SET IDX-PDX   TO WK-PDX-COUNT
                        MOVE PXI-FILE-NAME
                             TO WK-PDX-FILE(IDX-PDX)
                        MOVE PXI-LINE-NO
                             TO WK-PDX-LINE-NO(IDX-PDX)
                        MOVE PXI-IDENT
                             TO WK-PDX-IDENT(IDX-PDX)
                        MOVE PXI-VERB
                             TO WK-PDX-VERB(IDX-PDX)
                    END-IF
            END-READ.
      *
       P-030-READ-ONE-NG.
            READ DIGEST-IN
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF DIN-PROGRAM NOT = "*RUNID*"
                       AND DIN-PROGRAM NOT = "*LAYOUT*"
                        PERFORM P-040-LOCATE-ONE THRU P-040-EXIT
                    END-IF
            END-READ.
      *
      *    NG1件の発生箇所を引いてシートへ書く。
       P-040-LOCATE-ONE.
            ADD 1                     TO WK-NG-CT.
            MOVE ZERO                 TO WK-CAT-HIT.
            PERFORM P-042-MATCH-CAT
               VARYING IDX-CAT FROM 1 BY 1
                  UNTIL IDX-CAT > WK-CAT-COUNT
                     OR WK-CAT-HIT NOT = ZERO.
            IF WK-CAT-HIT = ZERO
                MOVE "CASE-ID NOT A STATIC LITERAL (NOT IN CASECAT.TXT)"
                                      TO WK-NOLOC-REASON
                PERFORM P-070-WRITE-NOLOC
                GO TO P-040-EXIT
            END-IF.
            SET IDX-CAT               TO WK-CAT-HIT.
            MOVE WK-CAT-LINE-NO(IDX-CAT)  TO WK-CASE-LINE.
            MOVE SPACES               TO WK-SRC-FILE-NAME WK-SRC-KEY.
            STRING DIN-PROGRAM        DELIMITED BY SPACE
                   ".cbl"             DELIMITED BY SIZE
                              INTO WK-SRC-FILE-NAME.
            MOVE WK-SRC-FILE-NAME     TO WK-SRC-KEY.
            PERFORM P-050-READ-PARAGRAPH.
            IF NOT WK-SRC-FOUND
                MOVE SPACES           TO WK-NOLOC-REASON
                STRING "SOURCE NOT FOUND: "  DELIMITED BY SIZE
                       WK-SRC-FILE-NAME      DELIMITED BY SPACE
                              INTO WK-NOLOC-REASON
                PERFORM P-070-WRITE-NOLOC
                GO TO P-040-EXIT
            END-IF.
            IF NOT WK-PARA-FOUND
                MOVE "CASE-ID LINE IS NOT IN THE PROCEDURE DIVISION"
                                      TO WK-NOLOC-REASON
                PERFORM P-070-WRITE-NOLOC
                GO TO P-040-EXIT
            END-IF.
            MOVE ZERO                 TO WK-FIELD-CT.
            PERFORM P-060-COUNT-ONE-FIELD
               VARYING IDX-PDX FROM 1 BY 1
                  UNTIL IDX-PDX > WK-PDX-COUNT.
            ADD 1                     TO WK-LOCATED-CT.
            MOVE SPACES               TO NG-WHERE-REC.
            MOVE DIN-PROGRAM          TO NW-PROGRAM.
            MOVE DIN-CASE-ID          TO NW-CASE-ID.
            MOVE "WHERE"              TO NW-KIND.
            MOVE WK-PARA-START        TO NW-LINE-NO.
            MOVE WK-PARA-NAME         TO NW-PARA.
            MOVE WK-FIELD-CT          TO NW-FIELD-CT.
            MOVE WK-CASE-LINE         TO NW-CASE-LINE.
            MOVE WK-PARA-END          TO NW-PARA-END.
            WRITE NG-WHERE-REC.
            PERFORM P-064-WRITE-ONE-STMT
               VARYING IDX-STMT FROM 1 BY 1
                  UNTIL IDX-STMT > WK-STMT-COUNT.
            PERFORM P-066-WRITE-ONE-FIELD
               VARYING IDX-PDX FROM 1 BY 1
                  UNTIL IDX-PDX > WK-PDX-COUNT.
            DISPLAY "  " DIN-PROGRAM " " DIN-CASE-ID(1:20)
                    " -> " WK-PARA-NAME(1:20)
                    " LINES " WK-PARA-START "-" WK-PARA-END
                    " PIC N/G REFS=" WK-FIELD-CT.
            IF WK-STMT-OVER
                DISPLAY "    (PARAGRAPH LONGER THAN 200 LINES - "
                        "STATEMENT LIST CUT)"
            END-IF.
       P-040-EXIT.
            EXIT.
      *
       P-042-MATCH-CAT.
            IF WK-CAT-PROGRAM(IDX-CAT) = DIN-PROGRAM
               AND WK-CAT-CASE-ID(IDX-CAT) = DIN-CASE-ID
                SET WK-CAT-HIT        TO IDX-CAT
            END-IF.
      *
      *    ソースを頭から読み、ケースIDの行を含む段落(段落見出し
      *    またはSECTION見出しから次の見出しの手前まで)の文を控える。
      *    見出しは領域A(8桁目)から書かれた行。
       P-050-READ-PARAGRAPH.
            MOVE ZERO                 TO WK-LINE-NO WK-STMT-COUNT
                                         WK-PARA-START WK-PARA-END
                                         WK-LAST-CODE-LINE.
            MOVE SPACES               TO WK-PARA-NAME.
            MOVE "N"                  TO WK-SRC-EOF-SW WK-IN-PROC-SW
                                         WK-PARA-FOUND-SW
                                         WK-PARA-DONE-SW
                                         WK-STMT-OVER-SW.
            OPEN INPUT SRC-FILE.
            IF WK-SRC-FOUND
                PERFORM P-052-READ-ONE-LINE
                   UNTIL WK-SRC-EOF OR WK-PARA-DONE
                CLOSE SRC-FILE
                IF WK-PARA-FOUND AND NOT WK-PARA-DONE
                    MOVE WK-LAST-CODE-LINE  TO WK-PARA-END
                END-IF
            END-IF.
      *
       P-052-READ-ONE-LINE.
            READ SRC-FILE
                AT END        SET WK-SRC-EOF      TO TRUE
                NOT AT END    ADD 1               TO WK-LINE-NO
                              PERFORM P-054-CHECK-LINE
                                 THRU P-054-EXIT
            END-READ.
      *
       P-054-CHECK-LINE.
            IF SRC-REC(7:1) = "*" OR "/"
               OR SRC-REC(8:65) = SPACES
                GO TO P-054-EXIT
            END-IF.
      *    8桁目が英数字でない行は、80桁を超えた注記行の折り返し
      *    (CASECAT・PDXREFと同じ80桁の読み方に合わせて行番号を
      *    数えるため)とみなして読み飛ばす。
            IF SRC-REC(8:1) NOT = SPACE
               AND SRC-REC(8:1) IS NOT ALPHABETIC-UPPER
               AND SRC-REC(8:1) IS NOT NUMERIC
                GO TO P-054-EXIT
            END-IF.
            IF NOT WK-IN-PROC
                IF SRC-REC(8:1) NOT = SPACE
                    MOVE ZERO         TO WK-MATCH-CT
                    INSPECT SRC-REC TALLYING WK-MATCH-CT
                            FOR ALL "PROCEDURE"
                    IF WK-MATCH-CT > ZERO
                        SET WK-IN-PROC  TO TRUE
                    END-IF
                END-IF
                GO TO P-054-EXIT
            END-IF.
            IF SRC-REC(8:1) NOT = SPACE
                IF WK-PARA-FOUND
                    SET WK-PARA-DONE  TO TRUE
                    MOVE WK-LAST-CODE-LINE  TO WK-PARA-END
                ELSE
                    MOVE SPACES       TO WK-PARA-NAME
                    UNSTRING SRC-REC(8:65) DELIMITED BY "." OR SPACE
                             INTO WK-PARA-NAME
                    MOVE WK-LINE-NO   TO WK-PARA-START
                    MOVE ZERO         TO WK-STMT-COUNT
                    MOVE "N"          TO WK-STMT-OVER-SW
                END-IF
                GO TO P-054-EXIT
            END-IF.
            MOVE WK-LINE-NO           TO WK-LAST-CODE-LINE.
            IF WK-STMT-COUNT < 200
                ADD 1                 TO WK-STMT-COUNT
                SET IDX-STMT          TO WK-STMT-COUNT
                MOVE WK-LINE-NO       TO WK-STMT-LINE-NO(IDX-STMT)
                MOVE SRC-REC(8:65)    TO WK-STMT-TEXT(IDX-STMT)
            ELSE
                SET WK-STMT-OVER      TO TRUE
            END-IF.
            IF WK-LINE-NO = WK-CASE-LINE
                SET WK-PARA-FOUND     TO TRUE
            END-IF.
       P-054-EXIT.
            EXIT.
      *
      *    段落の範囲にあるこのソースの使用箇所を数える。
       P-060-COUNT-ONE-FIELD.
            IF WK-PDX-FILE(IDX-PDX) = WK-SRC-KEY
               AND WK-PDX-LINE-NO(IDX-PDX) >= WK-PARA-START
               AND WK-PDX-LINE-NO(IDX-PDX) <= WK-PARA-END
                ADD 1                 TO WK-FIELD-CT
            END-IF.
      *
       P-064-WRITE-ONE-STMT.
            MOVE SPACES               TO NG-WHERE-REC.
            MOVE DIN-PROGRAM          TO NW-PROGRAM.
            MOVE DIN-CASE-ID          TO NW-CASE-ID.
            MOVE "STMT"               TO NW-KIND.
            MOVE WK-STMT-LINE-NO(IDX-STMT)  TO NW-LINE-NO.
            MOVE WK-STMT-TEXT(IDX-STMT)     TO NW-BODY.
            WRITE NG-WHERE-REC.
      *
      *    段落内のPIC N/PIC G項目の参照1件を、宣言付きで書く。
       P-066-WRITE-ONE-FIELD.
            IF WK-PDX-FILE(IDX-PDX) = WK-SRC-KEY
               AND WK-PDX-LINE-NO(IDX-PDX) >= WK-PARA-START
               AND WK-PDX-LINE-NO(IDX-PDX) <= WK-PARA-END
                MOVE SPACES           TO NG-WHERE-REC
                MOVE DIN-PROGRAM      TO NW-PROGRAM
                MOVE DIN-CASE-ID      TO NW-CASE-ID
                MOVE "FIELD"          TO NW-KIND
                MOVE WK-PDX-LINE-NO(IDX-PDX)  TO NW-LINE-NO
                MOVE WK-PDX-IDENT(IDX-PDX)    TO NW-IDENT
                MOVE WK-PDX-VERB(IDX-PDX)     TO NW-VERB
                MOVE ZERO             TO WK-DDX-HIT
                PERFORM P-068-MATCH-DDX
                   VARYING IDX-DDX FROM 1 BY 1
                      UNTIL IDX-DDX > WK-DDX-COUNT
                         OR WK-DDX-HIT NOT = ZERO
                IF WK-DDX-HIT NOT = ZERO
                    SET IDX-DDX       TO WK-DDX-HIT
                    MOVE WK-DDX-PIC-TYPE(IDX-DDX)  TO NW-PIC-TYPE
                    MOVE WK-DDX-PIC-TEXT(IDX-DDX)  TO NW-PIC-TEXT
                    MOVE WK-DDX-LINE-NO(IDX-DDX)   TO NW-DECL-LINE
                ELSE
                    MOVE "?"          TO NW-PIC-TYPE
                    MOVE ZERO         TO NW-DECL-LINE
                END-IF
                WRITE NG-WHERE-REC
            END-IF.
      *
       P-068-MATCH-DDX.
            IF WK-DDX-FILE(IDX-DDX) = WK-SRC-KEY
               AND WK-DDX-IDENT(IDX-DDX) = WK-PDX-IDENT(IDX-PDX)
                SET WK-DDX-HIT        TO IDX-DDX
            END-IF.
      *
      *    発生箇所を引けなかったNGの理由行。
       P-070-WRITE-NOLOC.
            ADD 1                     TO WK-NOLOC-CT.
            MOVE SPACES               TO NG-WHERE-REC.
            MOVE DIN-PROGRAM          TO NW-PROGRAM.
            MOVE DIN-CASE-ID          TO NW-CASE-ID.
            MOVE "NOLOC"              TO NW-KIND.
            MOVE ZERO                 TO NW-LINE-NO.
            MOVE WK-NOLOC-REASON      TO NW-BODY.
            WRITE NG-WHERE-REC.
            DISPLAY "  " DIN-PROGRAM " " DIN-CASE-ID(1:20)
                    " NOT LOCATED: " WK-NOLOC-REASON(1:40).
      ******************************************************************
