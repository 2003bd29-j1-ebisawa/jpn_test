      *----------------------------------------------------------------
      *    ADRVFD - 住所確認ファイルADRREVW.TXTのレコードレイアウト。
      *             住所の確認に回した顧客1件につき1行。各項目の
      *             間は空白2桁。
      *                AR-CUST        顧客番号
      *                AR-STATUS      OPEN   =確認中
      *                               CLEARED=確認済み(解除)
      *                AR-SOURCE      確認に回した理由(UNDELIV=
      *                               外部印刷の宛先不明)
      *                AR-JOB-ID      宛先不明となった委託番号
      *                AR-FLAG-DATE   確認に回した日YYYYMMDD
      *                AR-CLEAR-DATE  解除した日(OPENの間は空白)
      *                AR-REASON      印刷会社の記した理由
      *             OPENの顧客は次の外部印刷の明細書データから外す。
      *             解除した行は履歴として残す。
      *----------------------------------------------------------------
       FD  ADDR-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADDR-REVIEW-REC.
           05  AR-CUST                PIC 9(06).
           05  FILLER                 PIC X(02).
           05  AR-STATUS              PIC X(08).
               88  AR-OPEN                     VALUE "OPEN".
               88  AR-CLEARED                  VALUE "CLEARED".
           05  FILLER                 PIC X(02).
           05  AR-SOURCE              PIC X(08).
           05  FILLER                 PIC X(02).
           05  AR-JOB-ID              PIC X(12).
           05  FILLER                 PIC X(02).
           05  AR-FLAG-DATE           PIC X(08).
           05  FILLER                 PIC X(02).
           05  AR-CLEAR-DATE          PIC X(08).
           05  FILLER                 PIC X(02).
           05  AR-REASON              PIC X(20).
