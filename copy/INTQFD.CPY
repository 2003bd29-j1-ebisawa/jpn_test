      *----------------------------------------------------------------
      *    INTQFD - 受付拒否(隔離)一覧INTKQUAR.TXTのレコード
      *             レイアウト。INTAKEが受け付けなかったファイル
      *             1本、または見つけた欠番1つにつき1行。各項目の
      *             間は空白2桁。
      *                IQ-DATE       記録した日YYYYMMDD
      *                IQ-TIME       記録した時刻HHMMSS
      *                IQ-RUN-ID     記録した実行のRUN-ID
      *                IQ-FILE       届いたファイル名
      *                IQ-BRANCH     ヘッダの店番(読めなければ空白)
      *                IQ-BIZ-DATE   ヘッダの業務日付
      *                IQ-SEQ        ヘッダの通番(SEQ-GAPは欠けた
      *                              通番)
      *                IQ-REASON     理由
      *                              NO-HEADER      ヘッダが無い
      *                              BAD-HEADER     ヘッダの誤り
      *                              NO-TRAILER     トレーラが無い
      *                              BAD-TRAILER    トレーラの誤り
      *                              DUPLICATE      同じ内容のファイ
      *                                             ルを受付済み
      *                              SEQ-REUSED     その店の通番を
      *                                             受付済み
      *                              COUNT-MISMATCH 件数が合わない
      *                              TOTAL-MISMATCH 金額合計が合わ
      *                                             ない
      *                              SEQ-GAP        通番が飛んだ(届
      *                                             いたファイルは
      *                                             受け付けている)
      *                IQ-STATUS     OPEN     =未解除
      *                              RELEASED =解除済み(欠番が届いた
      *                                        とき、または運用者が
      *                                        解除したとき)
      *                IQ-COPY-NAME  隔離した写しのファイル名
      *                              (SEQ-GAPは空白)
      *                IQ-NOTE       補足(合わなかった値など)
      *----------------------------------------------------------------
       FD  INTQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTQ-REC.
           05  IQ-DATE                PIC X(08).
           05  FILLER                 PIC X(02).
           05  IQ-TIME                PIC X(06).
           05  FILLER                 PIC X(02).
           05  IQ-RUN-ID              PIC X(16).
           05  FILLER                 PIC X(02).
           05  IQ-FILE                PIC X(12).
           05  FILLER                 PIC X(02).
           05  IQ-BRANCH              PIC X(04).
           05  FILLER                 PIC X(02).
           05  IQ-BIZ-DATE            PIC X(08).
           05  FILLER                 PIC X(02).
           05  IQ-SEQ                 PIC X(06).
           05  FILLER                 PIC X(02).
           05  IQ-REASON              PIC X(14).
               88  IQ-SEQ-GAP                    VALUE "SEQ-GAP".
           05  FILLER                 PIC X(02).
           05  IQ-STATUS              PIC X(08).
               88  IQ-OPEN                       VALUE "OPEN".
               88  IQ-RELEASED                   VALUE "RELEASED".
           05  FILLER                 PIC X(02).
           05  IQ-COPY-NAME           PIC X(40).
           05  FILLER                 PIC X(02).
           05  IQ-NOTE                PIC X(40).
