      *----------------------------------------------------------------
      *    INVRSL - 請求書番号台帳INVREG.DATのFILE-CONTROL記述。
      *             INVISSUEが発行1件ごとに追記し、再発行・欠番
      *             点検に読む。SELECT OPTIONALのため、ファイルが
      *             無い環境でも最初のOPENで作られる。呼び出し元は
      *             WK-INVR-FS(PIC XX)を用意すること。
      *----------------------------------------------------------------
           SELECT OPTIONAL INV-REG-FILE
                                       ASSIGN TO "INVREG.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-INVR-FS.
