      *----------------------------------------------------------------
      *    POSTMSL - 郵便マスタPOSTMAST.TXTのFILE-CONTROL記述。
      *              POSTCHKが読み、POSTLOAD(KEN_ALL.CSV取込)と
      *              POSTCHKのINITが書く。
      *----------------------------------------------------------------
           SELECT OPTIONAL POST-MASTER
                                        ASSIGN TO "POSTMAST.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
