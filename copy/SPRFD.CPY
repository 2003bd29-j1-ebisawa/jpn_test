      *----------------------------------------------------------------
      *    SPRFD - 仕様節参照ファイルSPECREF.TXTのレコードレイアウト。
      *            各項目の間は空白2桁。
      *                SR-SECTION  節番号(例 3-3-6、5-6)
      *                SR-TITLE    節の見出し(例 部分参照)
      *                SR-CLAUSE   試験対象の条項・構文
      *            先頭が"*"の行は注記として読み飛ばす。
      *----------------------------------------------------------------
       FD  SPEC-REF-FILE
           LABEL RECORDS ARE STANDARD.
       01  SPEC-REF-REC.
           05  SR-SECTION             PIC X(10).
           05  FILLER                 PIC X(02).
           05  SR-TITLE               PIC X(30).
           05  FILLER                 PIC X(02).
           05  SR-CLAUSE              PIC X(40).
