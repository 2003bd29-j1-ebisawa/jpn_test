      *----------------------------------------------------------------
      *    SUSPSL - 仮受(撥ねた取引の保管)ファイルSUSPENSE.DATの
      *             FILE-CONTROL記述。TXNPOSTが書き、訂正と経過
      *             日数の管理はSUSPMNTが行う。
      *----------------------------------------------------------------
           SELECT OPTIONAL SUSP-FILE
                                        ASSIGN TO "SUSPENSE.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
