      *----------------------------------------------------------------
      *    DRMFSL - 休眠口座フラグファイルDORMFLAG.TXTのFILE-CONTROL
      *             記述。DORMCHKが書き、TXNPOSTが読む。
      *----------------------------------------------------------------
           SELECT OPTIONAL DORM-FLAG-FILE
                                        ASSIGN TO "DORMFLAG.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
