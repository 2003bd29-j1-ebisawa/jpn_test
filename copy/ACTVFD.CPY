      *----------------------------------------------------------------
      *    ACTVFD - 顧客の最終取引日ファイルCUSTACTV.TXTのレコード
      *             レイアウト。顧客1人につき1行。行の無い顧客は
      *             DORMCHKが初回に判定日で起こす(それ以前の取引
      *             履歴は持たないため、その日から数え始める)。
      *                LA-CUST       顧客番号(CUST-SEQ-NO)
      *                LA-LAST-DATE  最終取引日YYYYMMDD
      *----------------------------------------------------------------
       FD  ACTV-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACTV-REC.
           05  LA-CUST                PIC 9(06).
           05  FILLER                 PIC X(02).
           05  LA-LAST-DATE           PIC 9(08).
