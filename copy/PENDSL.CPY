      *----------------------------------------------------------------
      *    PENDSL - 起算日待ちファイルPENDING.DATのFILE-CONTROL記述。
      *             起算日が反映日より先の取引をTXNPOSTが預け、
      *             起算日が来た実行で反映する。
      *----------------------------------------------------------------
           SELECT OPTIONAL PEND-FILE
                                        ASSIGN TO "PENDING.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
