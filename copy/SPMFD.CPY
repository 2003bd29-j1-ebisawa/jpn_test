      *----------------------------------------------------------------
      *    SPMFD - ケース対応表SPECMAP.TXTのレコードレイアウト。
      *            各項目の間は空白2桁。
      *                SM-PROGRAM  PROGRAM-ID(CASECAT.TXTと同じ)
      *                SM-CASE-ID  CASE-ID。"*"はそのプログラムの
      *                            全ケース(個別の行が優先)
      *                SM-SECTION  対応する節番号(SPECREF.TXT)
      *            先頭が"*"の行は注記として読み飛ばす。
      *----------------------------------------------------------------
       FD  SPEC-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  SPEC-MAP-REC.
           05  SM-PROGRAM             PIC X(10).
           05  FILLER                 PIC X(02).
           05  SM-CASE-ID             PIC X(30).
           05  FILLER                 PIC X(02).
           05  SM-SECTION             PIC X(10).
