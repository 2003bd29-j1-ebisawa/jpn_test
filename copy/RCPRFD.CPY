      *----------------------------------------------------------------
      *    RCPRFD - 領収書番号台帳RCPTREG.DATのレコードレイアウト。
      *             発行した領収書1枚につき1行。再発行が原本と同じ
      *             内容になるよう、宛名・金額・印紙税額は発行時の
      *             値をそのまま残す。
      *                RR-RCPT-NO    領収書番号(1からの連番)
      *                RR-ISSUE-DATE 発行日(YYYYMMDD)
      *                RR-TXN-ID     入金の取引番号(TXNJRNL.DAT)
      *                RR-CUST       顧客番号
      *                RR-AMOUNT     領収金額
      *                RR-DUTY       収入印紙の税額(円、非課税は0)
      *                RR-JRN-LINE   ジャーナル上の行番号
      *                RR-ISSUER     発行者名
      *                RR-NAME       宛名
      *                RR-STAMP      発行時刻(YYYYMMDDHHMMSS)
      *----------------------------------------------------------------
       FD  RCPT-REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCPT-REG-REC.
           05  RR-RCPT-NO               PIC 9(08).
           05  FILLER                   PIC X(01).
           05  RR-ISSUE-DATE            PIC 9(08).
           05  FILLER                   PIC X(01).
           05  RR-TXN-ID                PIC X(08).
           05  FILLER                   PIC X(01).
           05  RR-CUST                  PIC 9(06).
           05  FILLER                   PIC X(01).
           05  RR-AMOUNT                PIC 9(09)V9(02).
           05  FILLER                   PIC X(01).
           05  RR-DUTY                  PIC 9(06).
           05  FILLER                   PIC X(01).
           05  RR-JRN-LINE              PIC 9(07).
           05  FILLER                   PIC X(01).
           05  RR-ISSUER                PIC X(40).
           05  FILLER                   PIC X(01).
           05  RR-NAME                  PIC X(20).
           05  FILLER                   PIC X(01).
           05  RR-STAMP                 PIC X(14).
