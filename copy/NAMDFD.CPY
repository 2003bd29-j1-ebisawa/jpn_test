      *----------------------------------------------------------------
      *    NAMDFD - 氏名読み辞書NAMEDIC.TXTのレコードレイアウト。
      *             漢字表記と読み1組につき1行。読みが複数ある
      *             表記は読みの数だけ行を並べる(先の行ほど
      *             よく使う読み)。テキストエディタでも保守できる。
      *                ND-KIND   S=姓 G=名
      *                ND-KANJI  漢字表記(全角)
      *                ND-KANA   読み(半角カナ)
      *----------------------------------------------------------------
       FD  NAME-DIC
           LABEL RECORDS ARE STANDARD.
       01  NAME-DIC-REC.
           05  ND-KIND                PIC X(01).
               88  ND-SURNAME                    VALUE "S".
               88  ND-GIVEN                      VALUE "G".
           05  FILLER                 PIC X(02).
           05  ND-KANJI               PIC N(05).
           05  FILLER                 PIC X(02).
           05  ND-KANA                PIC X(20).
