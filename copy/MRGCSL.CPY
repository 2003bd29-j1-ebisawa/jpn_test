      *----------------------------------------------------------------
      *    MRGCSL - 名寄せ確定ファイルMRGCONF.TXTのFILE-CONTROL記述。
      *             CUSTMRGが読み書きする。
      *----------------------------------------------------------------
           SELECT OPTIONAL MRG-CONF-FILE
                                        ASSIGN TO "MRGCONF.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
