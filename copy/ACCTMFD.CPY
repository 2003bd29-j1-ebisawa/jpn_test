      *----------------------------------------------------------------
      *    ACCTMFD - 顧客口座ファイルCUSTACCT.IDXのレコードレイアウト。
      *                CA-SEQ-NO       顧客番号(キー、CUST-SEQ-NO)
      *                CA-BANK-CODE    金融機関コード(BANKMASTに登録
      *                                済みであること)
      *                CA-BRANCH-CODE  支店コード(同上)
      *                CA-ACCT-TYPE    預金種目 1=普通 2=当座
      *                                4=貯蓄 9=その他
      *                CA-ACCT-NO      口座番号(7桁)
      *                CA-HOLDER-KANA  口座名義(半角カナ。KANANRMで
      *                                正規化してCUST-KANAと一致)
      *                CA-DEBIT-OK     口座振替依頼書の受付 Y=受付済
      *                                (DDCYCLEの引落対象)
      *                CA-FEE-BEARER   振込手数料の負担 S=当方負担
      *                                P=先方負担(ZENGCNVが差し引く)
      *                CA-UPDATED      最終更新時刻(YYYYMMDDHHMMSS)
      *                CA-OPERATOR     最終更新の操作者
      *----------------------------------------------------------------
       FD  CUST-ACCT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUST-ACCT-REC.
           05  CA-SEQ-NO                PIC 9(06).
           05  CA-BANK-CODE             PIC X(04).
           05  CA-BRANCH-CODE           PIC X(03).
           05  CA-ACCT-TYPE             PIC X(01).
               88  CA-ACCT-TYPE-VALID          VALUE "1" "2" "4" "9".
           05  CA-ACCT-NO               PIC X(07).
           05  CA-HOLDER-KANA           PIC X(30).
           05  CA-DEBIT-OK              PIC X(01).
               88  CA-DEBIT-AUTHORIZED         VALUE "Y".
               88  CA-DEBIT-OK-VALID           VALUE "Y" "N".
           05  CA-FEE-BEARER            PIC X(01).
               88  CA-PAYEE-BEARS-FEE          VALUE "P".
               88  CA-FEE-BEARER-VALID         VALUE "S" "P".
           05  CA-UPDATED               PIC X(14).
           05  CA-OPERATOR              PIC X(10).
