      *----------------------------------------------------------------
      *    BANKMFD - 金融機関・店舗マスタBANKMAST.IDXのレコード
      *              レイアウト。
      *                BM-BANK-CODE    金融機関コード(4桁)
      *                BM-BRANCH-CODE  支店コード(3桁。金融機関の
      *                                行は空白)
      *                BM-BANK-KANA    金融機関名(半角カナ)
      *                BM-BANK-NAME    金融機関名(漢字)
      *                BM-BRANCH-KANA  支店名(半角カナ)
      *                BM-BRANCH-NAME  支店名(漢字)
      *----------------------------------------------------------------
       FD  BANK-MASTER
           LABEL RECORDS ARE STANDARD.
       01  BANK-MASTER-REC.
           05  BM-KEY.
               10  BM-BANK-CODE         PIC X(04).
               10  BM-BRANCH-CODE       PIC X(03).
           05  BM-BANK-KANA             PIC X(15).
           05  BM-BANK-NAME             PIC X(30).
           05  BM-BRANCH-KANA           PIC X(15).
           05  BM-BRANCH-NAME           PIC X(30).
