      *----------------------------------------------------------------
      *    RCPRSL - 領収書番号台帳RCPTREG.DATのFILE-CONTROL記述。
      *             RCPTISSが発行1件ごとに追記し、再発行と次回の
      *             発行範囲(ジャーナルの読み始め)の判定に読む。
      *             呼び出し元はWK-RCPR-FS(PIC XX)を用意すること。
      *----------------------------------------------------------------
           SELECT OPTIONAL RCPT-REG-FILE
                                       ASSIGN TO "RCPTREG.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-RCPR-FS.
