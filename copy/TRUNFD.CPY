      *----------------------------------------------------------------
      *    TRUNFD - 取引反映の実行記録TXNRUN.DATのレコードレイアウト。
      *             TXNPOSTの1実行につき1行。金額は符号を先頭に
      *             分けて持つ。各項目の間は空白2桁。
      *                TR-STAMP        実行日時YYYYMMDDHHMMSS
      *                TR-POST-DATE    反映日YYYYMMDD
      *                TR-OPEN-COUNT   反映前の顧客件数
      *                TR-OPEN-HASH    反映前の残高合計(管理合計)
      *                TR-DEP-COUNT    入金の件数
      *                TR-DEP-AMOUNT   入金の金額
      *                TR-WDR-COUNT    出金の件数
      *                TR-WDR-AMOUNT   出金の金額
      *                TR-REPLAY-COUNT 再開時にマスタへ適用した
      *                                前回未コミット分の件数
      *                TR-REPLAY-NET   その残高増減の合計
      *                TR-REJECT-COUNT 撥ねた取引の件数
      *                TR-SKIP-COUNT   ジャーナル済みで飛ばした件数
      *                TR-HELD-COUNT   休眠口座宛てで保留した件数
      *                TR-REDIR-COUNT  統合先へ振り向けた件数
      *                TR-CLOSE-COUNT  反映後の顧客件数
      *                TR-CLOSE-HASH   反映後の残高合計(管理合計)
      *                TR-REV-COUNT    取消の件数
      *                TR-REV-NET      取消による残高増減の合計
      *                TR-PEND-COUNT   起算日待ちへ預けた件数
      *                TR-PREL-COUNT   起算日が来て反映した件数
      *----------------------------------------------------------------
       FD  TXN-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-RUN-REC.
           05  TR-STAMP               PIC X(14).
           05  FILLER                 PIC X(02).
           05  TR-POST-DATE           PIC X(08).
           05  FILLER                 PIC X(02).
           05  TR-OPEN-COUNT          PIC 9(07).
           05  FILLER                 PIC X(02).
           05  TR-OPEN-HASH           PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(02).
           05  TR-DEP-COUNT           PIC 9(05).
           05  FILLER                 PIC X(02).
           05  TR-DEP-AMOUNT          PIC S9(11)V9(02)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(02).
           05  TR-WDR-COUNT           PIC 9(05).
           05  FILLER                 PIC X(02).
           05  TR-WDR-AMOUNT          PIC S9(11)V9(02)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(02).
           05  TR-REPLAY-COUNT        PIC 9(05).
           05  FILLER                 PIC X(02).
           05  TR-REPLAY-NET          PIC S9(11)V9(02)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(02).
           05  TR-REJECT-COUNT        PIC 9(05).
           05  FILLER                 PIC X(02).
           05  TR-SKIP-COUNT          PIC 9(05).
           05  FILLER                 PIC X(02).
           05  TR-HELD-COUNT          PIC 9(05).
           05  FILLER                 PIC X(02).
           05  TR-REDIR-COUNT         PIC 9(05).
           05  FILLER                 PIC X(02).
           05  TR-CLOSE-COUNT         PIC 9(07).
           05  FILLER                 PIC X(02).
           05  TR-CLOSE-HASH          PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(02).
           05  TR-REV-COUNT           PIC 9(05).
           05  FILLER                 PIC X(02).
           05  TR-REV-NET             PIC S9(11)V9(02)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(02).
           05  TR-PEND-COUNT          PIC 9(05).
           05  FILLER                 PIC X(02).
           05  TR-PREL-COUNT          PIC 9(05).
