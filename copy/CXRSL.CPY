      *----------------------------------------------------------------
      *    CXRSL - 顧客番号の統合先対照表CUSTXREF.TXTのFILE-CONTROL
      *            記述。CUSTMRGが書き、TXNPOSTが読む。
      *----------------------------------------------------------------
           SELECT OPTIONAL XREF-FILE
                                        ASSIGN TO "CUSTXREF.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
