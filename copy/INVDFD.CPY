      *----------------------------------------------------------------
      *    INVDFD - 請求明細台帳INVDTL.DATのレコードレイアウト。
      *             請求書の明細1行につき1行(金額は円単位)。
      *                ID-INV-NO   請求書番号(INVREG.DATと対応)
      *                ID-LINE-NO  請求書内の行番号
      *                ID-DATE     取引日(YYYYMMDD)
      *                ID-ITEM     品名
      *                ID-RATE     税率(10または08)
      *                ID-QTY      数量
      *                ID-PRICE    税抜単価
      *                ID-AMOUNT   税抜金額(数量×単価)
      *----------------------------------------------------------------
       FD  INV-DTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INV-DTL-REC.
           05  ID-INV-NO                PIC 9(08).
           05  FILLER                   PIC X(01).
           05  ID-LINE-NO               PIC 9(03).
           05  FILLER                   PIC X(01).
           05  ID-DATE                  PIC 9(08).
           05  FILLER                   PIC X(01).
           05  ID-ITEM                  PIC X(30).
           05  FILLER                   PIC X(01).
           05  ID-RATE                  PIC 9(02).
           05  FILLER                   PIC X(01).
           05  ID-QTY                   PIC 9(05).
           05  FILLER                   PIC X(01).
           05  ID-PRICE                 PIC 9(09).
           05  FILLER                   PIC X(01).
           05  ID-AMOUNT                PIC 9(11).
