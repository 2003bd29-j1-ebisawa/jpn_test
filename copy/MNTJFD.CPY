      *             たどって後像→前像の置き戻しを行う。
      *                MJ-STAMP   操作時刻(YYYYMMDDHHMMSS)
      *                MJ-PROGRAM 操作したプログラム
      *                MJ-ACTION  SET/ADD/DEACT/INIT/UNDO/CHG/DEL/
      *                           MERGE/UNMERGE/REACT/CORRECT/CLOSE/
      *                           REOPEN/REPLY/FLAG/CLEAR/LINK/
      *                           VERIFY/OPEN/APPLY(MNTROLLが取り
      *                           消すのはSET/ADD/DEACTだけ)
      *                MJ-FILE    対象ファイル名
      *                MJ-BEFORE  前像(対象ファイルの1行)
      *                MJ-AFTER   後像(対象ファイルの1行)
      *                MJ-CHAIN-SEQ ファイル内の通し連番
      *                MJ-CHAIN   連鎖値(JRNCHNが付ける。JRNVRFYが
      *                           照合する)
      *----------------------------------------------------------------
       FD  MNT-JRNL-FILE
           LABEL RECORDS ARE STANDARD.
           05  MJ-BEFORE                PIC X(100).
           05  FILLER                   PIC X(02).
           05  MJ-AFTER                 PIC X(100).
           05  FILLER                   PIC X(02).
           05  MJ-CHAIN-SEQ             PIC X(07).
           05  FILLER                   PIC X(02).
           05  MJ-CHAIN                 PIC X(09).
