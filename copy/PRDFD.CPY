      *----------------------------------------------------------------
      *    PRDFD - 会計期間管理ファイルPERIOD.DATのレコードレイアウト。
      *            締め・再開をしたことのある月につき1行(行の無い月は
      *            OPEN)。各項目の間は空白2桁。
      *               PR-PERIOD      対象月YYYYMM
      *               PR-STATUS      OPEN  =取引の反映を受け付ける
      *                              CLOSED=締め済み(起算日がこの月
      *                                     の取引は仮受へ)
      *               PR-CLOSED-BY   締めた操作者
      *               PR-CLOSED-AT   締めた時刻YYYYMMDDHHMMSS
      *               PR-REOPEN-BY   最後に再開した操作者
      *               PR-REOPEN-AT   最後に再開した時刻
      *               PR-REASON      再開の理由
      *            1行は100バイトで、保守ジャーナルMNTJRNL.DATの
      *            前像・後像へそのまま入る。
      *----------------------------------------------------------------
       FD  PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-REC.
           05  PR-PERIOD              PIC X(06).
           05  FILLER                 PIC X(02).
           05  PR-STATUS              PIC X(06).
               88  PR-OPEN                     VALUE "OPEN".
               88  PR-CLOSED                   VALUE "CLOSED".
           05  FILLER                 PIC X(02).
           05  PR-CLOSED-BY           PIC X(10).
           05  FILLER                 PIC X(02).
           05  PR-CLOSED-AT           PIC X(14).
           05  FILLER                 PIC X(02).
           05  PR-REOPEN-BY           PIC X(10).
           05  FILLER                 PIC X(02).
           05  PR-REOPEN-AT           PIC X(14).
           05  FILLER                 PIC X(02).
           05  PR-REASON              PIC X(28).
