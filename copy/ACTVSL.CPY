      *----------------------------------------------------------------
      *    ACTVSL - 顧客の最終取引日ファイルCUSTACTV.TXTのFILE-CONTROL
      *             記述。TXNPOSTが反映のたびに更新し、休眠口座判定
      *             (DORMCHK)が読む。
      *----------------------------------------------------------------
           SELECT OPTIONAL ACTV-FILE
                                        ASSIGN TO "CUSTACTV.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
