      *----------------------------------------------------------------
      *    NGWSL - NG発生箇所シートNGWHERE.TXTのFILE-CONTROL記述。
      *            NGLOCATEが作り、TRIAGEが参照する。
      *            SELECT OPTIONALのため、シートが無くてもOPEN INPUT
      *            は成功し最初のREADがAT ENDになる。
      *----------------------------------------------------------------
           SELECT OPTIONAL NG-WHERE-FILE
                                        ASSIGN TO "NGWHERE.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
