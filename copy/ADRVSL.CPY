      *----------------------------------------------------------------
      *    ADRVSL - 住所確認ファイルADRREVW.TXTのFILE-CONTROL記述。
      *             PRTVENDが宛先不明の顧客を載せ、確認が済んだら
      *             解除する。
      *----------------------------------------------------------------
           SELECT OPTIONAL ADDR-REVIEW-FILE
                                        ASSIGN TO "ADRREVW.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
