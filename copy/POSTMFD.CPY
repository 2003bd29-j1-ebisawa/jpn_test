      *----------------------------------------------------------------
      *    POSTMFD - 郵便マスタPOSTMAST.TXTのレコードレイアウト。
      *              郵便番号と町域1つにつき1行。POSTLOADが書く
      *              マスタは郵便番号順で、1つの番号に町域が複数
      *              あるときは続けて並ぶ。
      *                PM-CODE  郵便番号(7桁、ハイフンなし)
      *                PM-PREF  都道府県
      *                PM-CITY  町名(町域が無い番号は市区町村名)
      *----------------------------------------------------------------
       FD  POST-MASTER
           LABEL RECORDS ARE STANDARD.
       01  POST-MASTER-REC.
           05  PM-CODE                PIC X(07).
           05  FILLER                 PIC X(02).
           05  PM-PREF                PIC N(05).
           05  FILLER                 PIC X(02).
           05  PM-CITY                PIC N(10).
