      *----------------------------------------------------------------
      *    INVRFD - 請求書番号台帳INVREG.DATのレコードレイアウト。
      *             発行した請求書1通につき1行。再発行が発行時と
      *             同じ内容になるよう、宛名・登録番号・税率別の
      *             集計は発行時の値をそのまま残す(金額は円単位)。
      *                IR-INV-NO     請求書番号(1からの連番)
      *                IR-ISSUE-DATE 発行日(YYYYMMDD)
      *                IR-CUST       顧客番号
      *                IR-LINES      明細行数(INVDTL.DATの行数)
      *                IR-ROUND      端数処理(F/H/C、SHOHIZEIの規則)
      *                IR-BASE-10    10%対象の税抜合計
      *                IR-TAX-10     10%対象の消費税額
      *                IR-BASE-8     8%(軽減税率)対象の税抜合計
      *                IR-TAX-8      8%(軽減税率)対象の消費税額
      *                IR-TOTAL      税込の請求合計
      *                IR-REGNO      発行者の登録番号(T+13桁)
      *                IR-ISSUER     発行者名
      *                IR-POSTAL     宛先郵便番号
      *                IR-NAME       宛先氏名
      *                IR-ADDRESS    宛先住所
      *                IR-STAMP      発行時刻(YYYYMMDDHHMMSS)
      *----------------------------------------------------------------
       FD  INV-REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  INV-REG-REC.
           05  IR-INV-NO                PIC 9(08).
           05  FILLER                   PIC X(01).
           05  IR-ISSUE-DATE            PIC 9(08).
           05  FILLER                   PIC X(01).
           05  IR-CUST                  PIC 9(06).
           05  FILLER                   PIC X(01).
           05  IR-LINES                 PIC 9(03).
           05  FILLER                   PIC X(01).
           05  IR-ROUND                 PIC X(01).
           05  FILLER                   PIC X(01).
           05  IR-BASE-10               PIC 9(11).
           05  FILLER                   PIC X(01).
           05  IR-TAX-10                PIC 9(11).
           05  FILLER                   PIC X(01).
           05  IR-BASE-8                PIC 9(11).
           05  FILLER                   PIC X(01).
           05  IR-TAX-8                 PIC 9(11).
           05  FILLER                   PIC X(01).
           05  IR-TOTAL                 PIC 9(11).
           05  FILLER                   PIC X(01).
           05  IR-REGNO                 PIC X(14).
           05  FILLER                   PIC X(01).
           05  IR-ISSUER                PIC X(40).
           05  FILLER                   PIC X(01).
           05  IR-POSTAL                PIC X(07).
           05  FILLER                   PIC X(01).
           05  IR-NAME                  PIC X(20).
           05  FILLER                   PIC X(01).
           05  IR-ADDRESS               PIC X(40).
           05  FILLER                   PIC X(01).
           05  IR-STAMP                 PIC X(14).
