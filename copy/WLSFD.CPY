      *----------------------------------------------------------------
      *    WLSFD - 照合対象者リストWATCHLST.TXTのレコードレイアウト。
      *            対象者1名につき1行。各項目の間は空白2桁。
      *                WL-ID       リスト内の番号(照合結果の突合せ
      *                            キー。一度振った番号は使い回さ
      *                            ない)
      *                WL-NAME     氏名(全角)
      *                WL-KANA     カナ(半角・全角どちらでも。
      *                            不明なら空白)
      *                WL-ADDRESS  住所(全角。不明なら空白)
      *                WL-SOURCE   掲載元(報道・警察情報・業界
      *                            団体等の略称)
      *                WL-DATE     掲載日YYYYMMDD
      *----------------------------------------------------------------
       FD  WATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  WATCH-REC.
           05  WL-ID                  PIC X(06).
           05  FILLER                 PIC X(02).
           05  WL-NAME                PIC N(10).
           05  FILLER                 PIC X(02).
           05  WL-KANA                PIC X(20).
           05  FILLER                 PIC X(02).
           05  WL-ADDRESS             PIC N(20).
           05  FILLER                 PIC X(02).
           05  WL-SOURCE              PIC X(10).
           05  FILLER                 PIC X(02).
           05  WL-DATE                PIC X(08).
