      *----------------------------------------------------------------
      *    INTQSL - 受付拒否(隔離)一覧INTKQUAR.TXTのFILE-CONTROL
      *             記述。INTAKEが書き、HANDOVERが未解除の行を
      *             引継ぎ表に載せる。
      *----------------------------------------------------------------
           SELECT OPTIONAL INTQ-FILE
                                        ASSIGN TO "INTKQUAR.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
