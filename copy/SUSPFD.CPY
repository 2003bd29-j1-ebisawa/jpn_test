      *----------------------------------------------------------------
      *    SUSPFD - 仮受ファイルSUSPENSE.DATのレコードレイアウト。
      *             TXNPOSTが撥ねた取引1件につき1行。各項目の間は
      *             空白2桁。
      *                SP-TXN-REC    届いた取引レコード(TXNIN.DATの
      *                              1行そのまま。訂正はここを直す)
      *                SP-REASON     撥ねた理由
      *                              BAD-AMOUNT  金額が変換できない
      *                              BAD-TYPE    取引種別の誤り
      *                              NO-CUSTOMER 顧客番号が無い
      *                              NO-ORIGINAL 取消の元取引が無い
      *                              REV-OF-REV  取消の取消
      *                              ALREADY-REV 元取引は取消済み
      *                              CUST-DIFFER 元取引と顧客が違う
      *                              PERIOD-CLOSED 起算日が締めた
      *                                          会計期間に入る
      *                SP-STATUS     OPEN      =未訂正
      *                              CORRECTED =訂正済み(次の
      *                                         TXNPOSTが反映する)
      *                SP-ARRIVED    最初に届いた日YYYYMMDD
      *                SP-CORR-OPER  訂正した操作者
      *                SP-CORR-DATE  訂正した日YYYYMMDD
      *             反映できた行はTXNPOSTが消す。訂正後も撥ねれば
      *             届いた日はそのままでOPENへ戻る。
      *----------------------------------------------------------------
       FD  SUSP-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSP-REC.
           05  SP-TXN-REC.
               10  SP-TXN-ID          PIC X(08).
               10  FILLER             PIC X(02).
               10  SP-TXN-CUST        PIC X(06).
               10  FILLER             PIC X(02).
               10  SP-TXN-TYPE        PIC X(01).
               10  FILLER             PIC X(02).
               10  SP-TXN-AMOUNT      PIC X(36).
               10  FILLER             PIC X(02).
               10  SP-TXN-ORIG-ID     PIC X(08).
               10  FILLER             PIC X(02).
               10  SP-TXN-RECEIVED    PIC X(14).
           05  FILLER                 PIC X(02).
           05  SP-REASON              PIC X(14).
           05  FILLER                 PIC X(02).
           05  SP-STATUS              PIC X(09).
               88  SP-OPEN                       VALUE "OPEN".
               88  SP-CORRECTED                  VALUE "CORRECTED".
           05  FILLER                 PIC X(02).
           05  SP-ARRIVED             PIC X(08).
           05  FILLER                 PIC X(02).
           05  SP-CORR-OPER           PIC X(10).
           05  FILLER                 PIC X(02).
           05  SP-CORR-DATE           PIC X(08).
