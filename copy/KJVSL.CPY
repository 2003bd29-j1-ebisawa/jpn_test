      *----------------------------------------------------------------
      *    KJVSL - 異体字表KJVAR.TXTのFILE-CONTROL記述。
      *            KJNORMが初回CALL時に読む。
      *----------------------------------------------------------------
           SELECT OPTIONAL KJ-VAR-FILE
                                        ASSIGN TO "KJVAR.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
