      *----------------------------------------------------------------
      *    BANKMSL - 金融機関・店舗マスタBANKMAST.IDXのFILE-CONTROL
      *              記述。全銀協の金融機関コードファイルからBANKLOAD
      *              が作る。キーは金融機関コード+支店コード(金融
      *              機関そのものの行は支店コードが空白)。呼び出し
      *              元はWK-BANK-FS(PIC XX)を用意すること。
      *----------------------------------------------------------------
           SELECT OPTIONAL BANK-MASTER
                                       ASSIGN TO "BANKMAST.IDX"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS BM-KEY
                                        FILE STATUS IS WK-BANK-FS.
