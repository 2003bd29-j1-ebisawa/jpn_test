      *----------------------------------------------------------------
      *    DHLDSL - 休眠口座宛て取引の保留ファイルDORMHOLD.DATの
      *             FILE-CONTROL記述。TXNPOSTが書き、次回以降の
      *             TXNPOSTが読み直す。DORMCHKが件数を示す。
      *----------------------------------------------------------------
           SELECT OPTIONAL DORM-HOLD-FILE
                                        ASSIGN TO "DORMHOLD.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
