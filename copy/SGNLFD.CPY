      *----------------------------------------------------------------
      *    SGNLFD - 証跡一式の組み立て記録SIGNLOG.DATのレコード
      *             レイアウト。組み立てた一式1つにつき1行。
      *                SL-STAMP    組み立て時刻(YYYYMMDDHHMMSS)
      *                SL-RUN-ID   一式の対象実行ID
      *                SL-BUILD-ID 対象実行が帰属するビルドID
      *                            (一式のRUNMANIFの刻印。無ければ空白)
      *                SL-TARGET   組み立て先ディレクトリ
      *----------------------------------------------------------------
       FD  SIGN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGN-LOG-REC.
           05  SL-STAMP                 PIC X(14).
           05  FILLER                   PIC X(02).
           05  SL-RUN-ID                PIC X(16).
           05  FILLER                   PIC X(02).
           05  SL-BUILD-ID              PIC X(16).
           05  FILLER                   PIC X(02).
           05  SL-TARGET                PIC X(40).
