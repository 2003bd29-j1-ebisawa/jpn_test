      *----------------------------------------------------------------
      *    CXRFD - 顧客番号の統合先対照表CUSTXREF.TXTのレコード
      *            レイアウト。名寄せで閉じた顧客番号1つにつき1行。
      *            統合先がさらに統合されたときは行をたどる(旧→新→
      *            さらに新)。各項目の間は空白2桁。
      *                XR-OLD   統合して閉じた顧客番号
      *                XR-NEW   統合先の顧客番号
      *                XR-DATE  統合日YYYYMMDD
      *----------------------------------------------------------------
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  XREF-REC.
           05  XR-OLD                 PIC 9(06).
           05  FILLER                 PIC X(02).
           05  XR-NEW                 PIC 9(06).
           05  FILLER                 PIC X(02).
           05  XR-DATE                PIC X(08).
