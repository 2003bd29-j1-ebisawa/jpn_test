      *----------------------------------------------------------------
      *    WLRFD - 照合結果の確認ファイルWLREVIEW.TXTのレコード
      *            レイアウト。顧客とリスト対象者の組1つにつき1行。
      *            各項目の間は空白2桁。取扱注意の情報を含む。
      *                WR-CUST-SEQ     顧客連番
      *                WR-WL-ID        リスト内の番号
      *                WR-GRADE        EXACT     氏名・カナとも一致
      *                                KANA-ONLY カナだけ一致
      *                                PARTIAL   部分一致
      *                WR-ADDR-MATCH   "Y"=住所も一致
      *                WR-DECISION     PENDING   確認待ち
      *                                CLEARED   別人と確認
      *                                ESCALATED 上申済み
      *                WR-OPERATOR     判断した操作者ID
      *                WR-DEC-DATE     判断日YYYYMMDD
      *                WR-SCREEN-DATE  最後に照合で挙がった日
      *----------------------------------------------------------------
       FD  REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-REC.
           05  WR-CUST-SEQ            PIC X(06).
           05  FILLER                 PIC X(02).
           05  WR-WL-ID               PIC X(06).
           05  FILLER                 PIC X(02).
           05  WR-GRADE               PIC X(09).
           05  FILLER                 PIC X(02).
           05  WR-ADDR-MATCH          PIC X(01).
           05  FILLER                 PIC X(02).
           05  WR-DECISION            PIC X(09).
               88  WR-PENDING                    VALUE "PENDING".
           05  FILLER                 PIC X(02).
           05  WR-OPERATOR            PIC X(10).
           05  FILLER                 PIC X(02).
           05  WR-DEC-DATE            PIC X(08).
           05  FILLER                 PIC X(02).
           05  WR-SCREEN-DATE         PIC X(08).
