      *----------------------------------------------------------------
      *    DRMFFD - 休眠口座フラグファイルDORMFLAG.TXTのレコード
      *             レイアウト。休眠の手続きに入った顧客1人につき
      *             1行。各項目の間は空白2桁。
      *                DF-CUST         顧客番号
      *                DF-STAGE        NOTIFY =顧客へ通知済み(移管前)
      *                                DORMANT=休眠口座へ移管済み
      *                DF-LAST-DATE    判定時の最終取引日
      *                DF-NOTIFY-DATE  通知対象とした日
      *                DF-DORM-DATE    移管した日(NOTIFYの間は空白)
      *             TXNPOSTはDORMANTの顧客宛ての取引を反映せず保留
      *             ファイルDORMHOLD.DATへ回す。
      *----------------------------------------------------------------
       FD  DORM-FLAG-FILE
           LABEL RECORDS ARE STANDARD.
       01  DORM-FLAG-REC.
           05  DF-CUST                PIC 9(06).
           05  FILLER                 PIC X(02).
           05  DF-STAGE               PIC X(08).
               88  DF-NOTIFY                     VALUE "NOTIFY".
               88  DF-DORMANT                    VALUE "DORMANT".
           05  FILLER                 PIC X(02).
           05  DF-LAST-DATE           PIC X(08).
           05  FILLER                 PIC X(02).
           05  DF-NOTIFY-DATE         PIC X(08).
           05  FILLER                 PIC X(02).
           05  DF-DORM-DATE           PIC X(08).
