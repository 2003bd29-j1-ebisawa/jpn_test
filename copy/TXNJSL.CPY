      *----------------------------------------------------------------
      *    TXNJSL - 取引ジャーナルTXNJRNL.DATのFILE-CONTROL記述。
      *             TXNPOSTが反映1件ごとに追記し、再開と、入金の
      *             領収書発行(RCPTISS)などの下流が読む。
      *----------------------------------------------------------------
           SELECT OPTIONAL JRNL-FILE  ASSIGN TO "TXNJRNL.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
