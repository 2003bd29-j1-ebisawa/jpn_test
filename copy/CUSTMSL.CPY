      *----------------------------------------------------------------
      *    CUSTMSL - 顧客索引マスタCUSTMAST.IDXのFILE-CONTROL記述。
      *              主キーは正規化カナ+連番(カナ照会用)、副キーは
      *              顧客番号(保守・更新用)。呼び出し元は
      *              WK-MAST-FS(PIC XX)を用意すること。
      *----------------------------------------------------------------
           SELECT CUST-MASTER         ASSIGN TO "CUSTMAST.IDX"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS CM-KEY
                                        ALTERNATE RECORD KEY IS
                                            CM-CUST-SEQ
                                        FILE STATUS IS WK-MAST-FS.
