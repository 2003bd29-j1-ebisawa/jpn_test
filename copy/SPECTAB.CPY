      *----------------------------------------------------------------
      *    SPECTAB - 仕様節参照ファイルSPECREF.TXTが無いときの既定
      *              の節一覧。EXプログラムが従う日本語COBOL仕様書
      *              の章立て(節番号・見出し・試験対象の条項)。
      *              節を足すときはSPECREF.TXTへ1行足せばよく、
      *              この表は初回の雛形にだけ使う。
      *----------------------------------------------------------------
       01  WK-SPEC-DEFAULT-DEF.
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "3-3-6".
               10  FILLER   PIC X(30)  VALUE "部分参照".
               10  FILLER   PIC X(40)  VALUE
                   "REFERENCE MODIFICATION OF N ITEMS".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "3-4".
               10  FILLER   PIC X(30)  VALUE "英数字データ".
               10  FILLER   PIC X(40)  VALUE
                   "MIXED-WIDTH ALPHANUMERIC DATA".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "3-5".
               10  FILLER   PIC X(30)  VALUE "行の継続".
               10  FILLER   PIC X(40)  VALUE
                   "CONTINUATION OF JAPANESE LITERALS".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "4-1".
               10  FILLER   PIC X(30)  VALUE "JUSTIFIED句".
               10  FILLER   PIC X(40)  VALUE
                   "JUSTIFIED RIGHT ON JAPANESE ITEMS".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "4-2".
               10  FILLER   PIC X(30)  VALUE "PICTURE句".
               10  FILLER   PIC X(40)  VALUE
                   "PICTURE N / G CHARACTER STRINGS".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "4-3".
               10  FILLER   PIC X(30)  VALUE "USAGE句".
               10  FILLER   PIC X(40)  VALUE
                   "USAGE DISPLAY-1 / NATIONAL".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "4-4".
               10  FILLER   PIC X(30)  VALUE "VALUE句".
               10  FILLER   PIC X(40)  VALUE
                   "VALUE WITH JAPANESE / FIGURATIVE".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "5-1-1".
               10  FILLER   PIC X(30)  VALUE "比較条件".
               10  FILLER   PIC X(40)  VALUE
                   "COMPARISON OF JAPANESE OPERANDS".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "5-1-2".
               10  FILLER   PIC X(30)  VALUE "字類条件".
               10  FILLER   PIC X(40)  VALUE
                   "CLASS CONDITION ON JAPANESE ITEMS".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "5-2".
               10  FILLER   PIC X(30)  VALUE "ACCEPT文".
               10  FILLER   PIC X(40)  VALUE
                   "ACCEPT INTO JAPANESE ITEMS".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "5-3".
               10  FILLER   PIC X(30)  VALUE "INITIALIZE文".
               10  FILLER   PIC X(40)  VALUE
                   "INITIALIZE ... REPLACING".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "5-4".
               10  FILLER   PIC X(30)  VALUE "INSPECT文".
               10  FILLER   PIC X(40)  VALUE
                   "TALLYING / REPLACING / CONVERTING".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "5-5".
               10  FILLER   PIC X(30)  VALUE "MOVE文".
               10  FILLER   PIC X(40)  VALUE
                   "MOVE TRUNCATION AND PADDING".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "5-6".
               10  FILLER   PIC X(30)  VALUE "STRING文".
               10  FILLER   PIC X(40)  VALUE
                   "DELIMITED BY / POINTER / OVERFLOW".
           05  FILLER.
               10  FILLER   PIC X(10)  VALUE "5-7".
               10  FILLER   PIC X(30)  VALUE "UNSTRING文".
               10  FILLER   PIC X(40)  VALUE
                   "DELIMITER IN / COUNT IN / TALLYING".
       01  WK-SPEC-DEFAULT-TAB  REDEFINES WK-SPEC-DEFAULT-DEF.
           05  WK-SPEC-DEFAULT  OCCURS 15 TIMES.
               10  WK-SD-SECTION      PIC X(10).
               10  WK-SD-TITLE        PIC X(30).
               10  WK-SD-CLAUSE       PIC X(40).
       01  WK-SPEC-DEFAULT-COUNT  PIC 9(03)  COMP  VALUE 15.
