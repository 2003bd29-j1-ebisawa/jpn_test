           05  AC-ALLOW                 PIC X(01).
           05  AC-STATUS                PIC X(02).

      *
      *    監査ファイルの連鎖値(JRNCHN)の受け渡し領域。
       COPY JCPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
            MOVE "NGLEDGER.DAT"       TO MJ-FILE.
            MOVE WK-BEFORE-IMG       TO MJ-BEFORE.
            MOVE WK-AFTER-IMG        TO MJ-AFTER.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
            CLOSE MNT-JRNL-FILE.
      ******************************************************************
