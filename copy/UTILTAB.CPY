           05  FILLER   PIC X(10)  VALUE "CALLCHK".
           05  FILLER   PIC X(10)  VALUE "TRIAGE".
           05  FILLER   PIC X(10)  VALUE "FOLDSJS".
           05  FILLER   PIC X(10)  VALUE "CUSTMNT".
           05  FILLER   PIC X(10)  VALUE "BANKLOAD".
           05  FILLER   PIC X(10)  VALUE "ACCTMNT".
           05  FILLER   PIC X(10)  VALUE "DDCYCLE".
           05  FILLER   PIC X(10)  VALUE "DUNNOTE".
           05  FILLER   PIC X(10)  VALUE "INVISSUE".
           05  FILLER   PIC X(10)  VALUE "RCPTISS".
           05  FILLER   PIC X(10)  VALUE "KANADIR".
           05  FILLER   PIC X(10)  VALUE "CUSTBAR".
           05  FILLER   PIC X(10)  VALUE "LBLPRT".
           05  FILLER   PIC X(10)  VALUE "POSTLOAD".
           05  FILLER   PIC X(10)  VALUE "CITYMRG".
           05  FILLER   PIC X(10)  VALUE "ADRNORM".
           05  FILLER   PIC X(10)  VALUE "NAMECHK".
           05  FILLER   PIC X(10)  VALUE "KJNORM".
           05  FILLER   PIC X(10)  VALUE "ROMAJI".
           05  FILLER   PIC X(10)  VALUE "WLSCRN".
           05  FILLER   PIC X(10)  VALUE "CUSTMRG".
           05  FILLER   PIC X(10)  VALUE "DORMCHK".
           05  FILLER   PIC X(10)  VALUE "TXNLEDG".
           05  FILLER   PIC X(10)  VALUE "POSTPRF".
           05  FILLER   PIC X(10)  VALUE "SUSPMNT".
           05  FILLER   PIC X(10)  VALUE "PERCLOSE".
           05  FILLER   PIC X(10)  VALUE "INTCALC".
           05  FILLER   PIC X(10)  VALUE "INTACCR".
           05  FILLER   PIC X(10)  VALUE "BALCONF".
           05  FILLER   PIC X(10)  VALUE "ANONFLD".
           05  FILLER   PIC X(10)  VALUE "RETPURGE".
           05  FILLER   PIC X(10)  VALUE "PRTVEND".
           05  FILLER   PIC X(10)  VALUE "PREFSUM".
           05  FILLER   PIC X(10)  VALUE "SPECTRC".
           05  FILLER   PIC X(10)  VALUE "BLDREG".
           05  FILLER   PIC X(10)  VALUE "VNDDEF".
           05  FILLER   PIC X(10)  VALUE "REPROKIT".
           05  FILLER   PIC X(10)  VALUE "NGLOCATE".
           05  FILLER   PIC X(10)  VALUE "CHGSEL".
           05  FILLER   PIC X(10)  VALUE "FIXTCHK".
           05  FILLER   PIC X(10)  VALUE "HOLCALC".
           05  FILLER   PIC X(10)  VALUE "HOLGEN".
           05  FILLER   PIC X(10)  VALUE "NGLAGE".
           05  FILLER   PIC X(10)  VALUE "POLWHAT".
           05  FILLER   PIC X(10)  VALUE "GOLDCMP".
           05  FILLER   PIC X(10)  VALUE "ACCREVW".
           05  FILLER   PIC X(10)  VALUE "JRNCHN".
           05  FILLER   PIC X(10)  VALUE "JRNVRFY".
           05  FILLER   PIC X(10)  VALUE "RUNBOOK".
           05  FILLER   PIC X(10)  VALUE "CAPTRND".
           05  FILLER   PIC X(10)  VALUE "DQSCORE".
           05  FILLER   PIC X(10)  VALUE "INTAKE".
       01  WK-UTIL-TABLE  REDEFINES WK-UTIL-TABLE-DEF.
           05  WK-UTIL-NAME  PIC X(10)  OCCURS 121 TIMES
                                         INDEXED BY IDX-UTIL.
       01  WK-UTIL-COUNT      PIC 9(03)  COMP  VALUE 121.
