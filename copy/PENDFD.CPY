      *----------------------------------------------------------------
      *    PENDFD - 起算日待ちファイルPENDING.DATのレコードレイアウト。
      *             起算日待ちの取引1件につき1行。各項目の間は
      *             空白2桁。
      *                PD-TXN-REC     届いた取引レコード(TXNIN.DATの
      *                               1行そのまま)
      *                PD-VALUE-DATE  起算日YYYYMMDD
      *                PD-ARRIVED     預けた日YYYYMMDD
      *             起算日が反映日以前になった実行でTXNPOSTが反映
      *             して行を消す。
      *----------------------------------------------------------------
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PEND-REC.
           05  PD-TXN-REC.
               10  PD-TXN-ID          PIC X(08).
               10  FILLER             PIC X(02).
               10  PD-TXN-CUST        PIC X(06).
               10  FILLER             PIC X(67).
           05  FILLER                 PIC X(02).
           05  PD-VALUE-DATE          PIC X(08).
           05  FILLER                 PIC X(02).
           05  PD-ARRIVED             PIC X(08).
