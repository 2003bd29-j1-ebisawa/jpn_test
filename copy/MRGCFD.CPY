      *----------------------------------------------------------------
      *    MRGCFD - 名寄せ確定ファイルMRGCONF.TXTのレコードレイアウト。
      *             DUPCHKの重複疑いペアのうち、確認者が同一人物と
      *             確定した組1つにつき1行。各項目の間は空白2桁。
      *                MC-SURVIVOR    残す顧客番号
      *                MC-ABSORBED    統合して閉じる顧客番号
      *                MC-STATUS      CONFIRMED 確定(未統合)
      *                               MERGED    統合済み
      *                               REVERSED  統合を取り消した
      *                MC-OPERATOR    確定した操作者ID
      *                MC-CONF-DATE   確定日YYYYMMDD
      *                MC-MERGE-STAMP 統合(取り消し)した時刻
      *                               YYYYMMDDHHMMSS。保守ジャーナル
      *                               の行と同じ時刻
      *                MC-MERGE-OPER  統合(取り消し)した操作者ID
      *----------------------------------------------------------------
       FD  MRG-CONF-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRG-CONF-REC.
           05  MC-SURVIVOR            PIC 9(06).
           05  FILLER                 PIC X(02).
           05  MC-ABSORBED            PIC 9(06).
           05  FILLER                 PIC X(02).
           05  MC-STATUS              PIC X(09).
               88  MC-CONFIRMED                  VALUE "CONFIRMED".
               88  MC-MERGED                     VALUE "MERGED".
               88  MC-REVERSED                   VALUE "REVERSED".
           05  FILLER                 PIC X(02).
           05  MC-OPERATOR            PIC X(10).
           05  FILLER                 PIC X(02).
           05  MC-CONF-DATE           PIC X(08).
           05  FILLER                 PIC X(02).
           05  MC-MERGE-STAMP         PIC X(14).
           05  FILLER                 PIC X(02).
           05  MC-MERGE-OPER          PIC X(10).
