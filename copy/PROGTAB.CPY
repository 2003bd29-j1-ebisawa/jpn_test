           05  FILLER   PIC X(10)  VALUE "QA-BIZ".
           05  FILLER   PIC X(10)  VALUE "QA-TAX".
           05  FILLER   PIC X(10)  VALUE "QA-KAMT".
           05  FILLER   PIC X(10)  VALUE "QA-CBAR".
           05  FILLER   PIC X(10)  VALUE "QA-ANRM".
           05  FILLER   PIC X(10)  VALUE "QA-KJVN".
           05  FILLER   PIC X(10)  VALUE "QA-ROMA".
           05  FILLER   PIC X(10)  VALUE "QA-INT".
           05  FILLER   PIC X(10)  VALUE "QA-HOLG".
           05  FILLER   PIC X(10)  VALUE "QA-RTRIP".
      *    CASEVALは他プログラムの.RESを読むため、必ず表の最後に
      *    置くこと(前に置くと前回実行の古い.RESを検証してしまう)。
           05  FILLER   PIC X(10)  VALUE "CASEVAL".
       01  WK-PROGRAM-TABLE  REDEFINES WK-PROGRAM-TABLE-DEF.
           05  WK-PROGRAM-NAME  PIC X(10)  OCCURS 84 TIMES
                                            INDEXED BY IDX-PROG.
       01  WK-PROGRAM-COUNT   PIC 9(03)  COMP  VALUE 84.
