      *----------------------------------------------------------------
      *    CUSTMFD - 顧客索引マスタCUSTMAST.IDXのレコードレイアウト。
      *                CM-NORM-KANA  KANANRMで全角へ正規化したカナ
      *                CM-SEQ-NO     連番(主キーを一意にする)
      *                CM-CUST-REC   顧客レコード(CUSTRECと同じ並び)
      *                CM-CUST-SEQ   顧客番号(副キー)
      *                CM-STATUS     A=取引中 C=解約
      *                CM-OPEN-DATE  登録日(YYYYMMDD)
      *                CM-CLOSE-DATE 解約日(YYYYMMDD、取引中はゼロ)
      *                CM-UPDATED    最終更新時刻(YYYYMMDDHHMMSS)
      *                CM-OPERATOR   最終更新の操作者
      *----------------------------------------------------------------
       FD  CUST-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUST-MASTER-REC.
           05  CM-KEY.
               10  CM-NORM-KANA         PIC X(40).
               10  CM-SEQ-NO            PIC 9(06).
           05  CM-CUST-REC.
               10  CM-CUST-SEQ          PIC 9(06).
               10  FILLER               PIC X(98).
           05  CM-STATUS                PIC X(01).
               88  CM-ACTIVE                       VALUE "A".
               88  CM-CLOSED                       VALUE "C".
           05  CM-OPEN-DATE             PIC 9(08).
           05  CM-CLOSE-DATE            PIC 9(08).
           05  CM-UPDATED               PIC X(14).
           05  CM-OPERATOR              PIC X(10).
