      *----------------------------------------------------------------
      *    VNDSL - 外部印刷委託の明細書データSTMTVEND.DATの
      *            FILE-CONTROL記述。PRTVENDが書き、印刷会社へ渡す。
      *----------------------------------------------------------------
           SELECT VEND-FILE           ASSIGN TO "STMTVEND.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-VEND-FS.
