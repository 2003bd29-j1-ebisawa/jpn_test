      *----------------------------------------------------------------
      *    BLDRSL - コンパイラビルド台帳BUILDREG.DATのFILE-CONTROL
      *             記述。BLDREGが登録・状態変更を行い、TESTALL/
      *             LANEMRGが今回の実行を帰属させるビルドを引く。
      *             SELECT OPTIONALのため、台帳の無い環境でも開ける
      *             (ビルドの帰属なしで従来どおり動く)。
      *----------------------------------------------------------------
           SELECT OPTIONAL BUILD-REG-FILE
                                        ASSIGN TO "BUILDREG.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
