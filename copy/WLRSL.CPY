      *----------------------------------------------------------------
      *    WLRSL - 照合結果の確認ファイルWLREVIEW.TXTの
      *            FILE-CONTROL記述。WLSCRNが読み書きする。
      *----------------------------------------------------------------
           SELECT OPTIONAL REVIEW-FILE
                                        ASSIGN TO "WLREVIEW.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
