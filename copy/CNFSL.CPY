      *----------------------------------------------------------------
      *    CNFSL - 残高確認書の発送台帳CONFREG.DATのFILE-CONTROL記述。
      *            BALCONFが発送した確認書1通につき1行を書き、回答
      *            (一致・相違・回答なし)をその行に記録する。
      *----------------------------------------------------------------
           SELECT OPTIONAL CONF-REG-FILE
                                        ASSIGN TO "CONFREG.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
