      *----------------------------------------------------------------
      *    INVDSL - 請求明細台帳INVDTL.DATのFILE-CONTROL記述。
      *             INVISSUEが発行した請求書の明細行を請求書番号
      *             付きで追記し、再発行はここから同じ明細を刷る。
      *----------------------------------------------------------------
           SELECT OPTIONAL INV-DTL-FILE
                                       ASSIGN TO "INVDTL.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
