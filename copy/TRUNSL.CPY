      *----------------------------------------------------------------
      *    TRUNSL - 取引反映の実行記録TXNRUN.DATのFILE-CONTROL記述。
      *             TXNPOSTが正常終了のたびに1行追記し、日計表
      *             (POSTPRF)が読む。
      *----------------------------------------------------------------
           SELECT OPTIONAL TXN-RUN-FILE
                                        ASSIGN TO "TXNRUN.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
