           05  ALG-KEY                PIC X(30).
           05  FILLER                 PIC X(02).
           05  ALG-VERDICT            PIC X(10).
           05  FILLER                 PIC X(02).
           05  ALG-CHAIN-SEQ          PIC X(07).
           05  FILLER                 PIC X(02).
           05  ALG-CHAIN              PIC X(09).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    監査ファイルの連鎖値(JRNCHN)の受け渡し領域。
       COPY JCPARM.
      ******************************************************************
       LINKAGE SECTION.
       01  AC-PARM.
            MOVE AC-ACTION          TO ALG-ACTION.
            MOVE AC-KEY             TO ALG-KEY.
            MOVE WK-VERDICT         TO ALG-VERDICT.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "ACCESSLG.TXT"       TO JC-FILE.
            MOVE ACCESS-LOG-REC       TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO ACCESS-LOG-REC.
            WRITE ACCESS-LOG-REC.
            CLOSE ACCESS-LOG.
      ******************************************************************
