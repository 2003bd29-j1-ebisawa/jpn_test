      *----------------------------------------------------------------
      *    NAMDSL - 氏名読み辞書NAMEDIC.TXTのFILE-CONTROL記述。
      *             NAMECHKが読み、NAMECHKのINIT/ADDが書く。
      *----------------------------------------------------------------
           SELECT OPTIONAL NAME-DIC
                                        ASSIGN TO "NAMEDIC.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
