      *----------------------------------------------------------------
      *    KJVFD - 異体字表KJVAR.TXTのレコードレイアウト。
      *            異体字1文字につき1行。KJNORMの組み込み表に無い
      *            文字を追加するとき、または組み込み表と違う標準形
      *            にしたいときに書く(組み込み表より優先する)。
      *                KV-VARIANT   異体字(全角1文字)
      *                KV-STANDARD  比較に使う標準形(全角1文字)
      *----------------------------------------------------------------
       FD  KJ-VAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  KJ-VAR-REC.
           05  KV-VARIANT             PIC N(01).
           05  FILLER                 PIC X(02).
           05  KV-STANDARD            PIC N(01).
