      *----------------------------------------------------------------
      *    SPMSL - ケース対応表SPECMAP.TXTのFILE-CONTROL記述。
      *            CASE-IDを仕様の節へ対応付ける。無ければSPECTRC
      *            がケース台帳CASECAT.TXTのプログラム名から既定の
      *            対応(プログラム単位)を作る。
      *----------------------------------------------------------------
           SELECT OPTIONAL SPEC-MAP-FILE
                                        ASSIGN TO "SPECMAP.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
