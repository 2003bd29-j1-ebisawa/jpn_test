      *----------------------------------------------------------------
      *    PRDSL - 会計期間管理ファイルPERIOD.DATのFILE-CONTROL記述。
      *            月ごとの締め(CLOSED)・再開はPERCLOSEが行い、
      *            TXNPOSTは締めた月を起算日とする取引を撥ねる。
      *----------------------------------------------------------------
           SELECT OPTIONAL PERIOD-FILE
                                        ASSIGN TO "PERIOD.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
