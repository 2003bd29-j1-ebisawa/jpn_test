      *----------------------------------------------------------------
      *    VDEFFD - ベンダ障害台帳VNDDEF.DATのレコードレイアウト。
      *             1行100バイト(保守ジャーナルの前像・後像にその
      *             まま載る長さ)。行は2種類で、VD-PROGRAMで見分ける:
      *               障害行  VD-PROGRAM="*DEFECT*"。障害1件に1行。
      *                  VD-REPORTED-BLD 報告時のビルドID
      *                  VD-FIX-BLD      ベンダが修正を約したビルドID
      *                  VD-STATUS       OPEN/FIX-FAILED/
      *                                  VERIFIED-FIXED/CLOSED
      *                  VD-VERIFY-RUN   最後に検証した実行ID
      *               ケース行 影響を受けるPROGRAM-ID+ケースID。
      *                        障害1件に何行でも付く。
      *             VD-TICKETはベンダの障害番号(両方の行に入る)。
      *----------------------------------------------------------------
       FD  VND-DEFECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VND-DEFECT-REC.
           05  VD-TICKET                PIC X(12).
           05  FILLER                   PIC X(02).
           05  VD-PROGRAM               PIC X(10).
               88  VD-DEFECT-ROW         VALUE "*DEFECT*".
           05  FILLER                   PIC X(02).
           05  VD-BODY                  PIC X(74).
           05  VD-CASE-BODY  REDEFINES  VD-BODY.
               10  VD-CASE-ID           PIC X(30).
               10  FILLER               PIC X(44).
           05  VD-DEFECT-BODY  REDEFINES  VD-BODY.
               10  VD-REPORTED-BLD      PIC X(16).
               10  FILLER               PIC X(02).
               10  VD-FIX-BLD           PIC X(16).
               10  FILLER               PIC X(02).
               10  VD-STATUS            PIC X(14).
                   88  VD-STATUS-OPEN    VALUE "OPEN" "FIX-FAILED".
                   88  VD-STATUS-VALID   VALUE "OPEN" "FIX-FAILED"
                                               "VERIFIED-FIXED"
                                               "CLOSED".
               10  FILLER               PIC X(02).
               10  VD-VERIFY-RUN        PIC X(16).
               10  FILLER               PIC X(06).
