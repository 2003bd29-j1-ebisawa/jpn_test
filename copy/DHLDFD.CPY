      *----------------------------------------------------------------
      *    DHLDFD - 休眠口座宛て取引の保留ファイルDORMHOLD.DATの
      *             レコードレイアウト。保留した取引1件につき1行。
      *                DH-TXN-REC  届いた取引レコード(TXNIN.DATの
      *                            1行そのまま)
      *                DH-TXN-ID   取引番号(DH-TXN-RECの先頭8桁)
      *                DH-TXN-CUST 宛先の顧客番号
      *                DH-REASON   保留の理由(DORMANT)
      *                DH-DATE     最初に保留した日YYYYMMDD
      *             休眠が解除されると、次のTXNPOSTが反映して行を
      *             消す。
      *----------------------------------------------------------------
       FD  DORM-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DORM-HOLD-REC.
           05  DH-TXN-REC.
               10  DH-TXN-ID          PIC X(08).
               10  FILLER             PIC X(02).
               10  DH-TXN-CUST        PIC 9(06).
               10  FILLER             PIC X(67).
           05  FILLER                 PIC X(02).
           05  DH-REASON              PIC X(08).
           05  FILLER                 PIC X(02).
           05  DH-DATE                PIC X(08).
