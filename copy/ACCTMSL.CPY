      *----------------------------------------------------------------
      *    ACCTMSL - 顧客口座ファイルCUSTACCT.IDXのFILE-CONTROL記述。
      *              顧客番号をキーに振込・口座振替の相手口座を持つ。
      *              ACCTMNTが保守し、ZENGCNVが書き出しに読む。
      *              呼び出し元はWK-ACCT-FS(PIC XX)を用意すること。
      *----------------------------------------------------------------
           SELECT OPTIONAL CUST-ACCT-FILE
                                       ASSIGN TO "CUSTACCT.IDX"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS CA-SEQ-NO
                                        FILE STATUS IS WK-ACCT-FS.
