      *----------------------------------------------------------------
      *    RBPARM - 運用手順書引きサブプログラムRUNBOOKの受け渡し領域。
      *             呼び出し側はWORKING-STORAGEでCOPYし、
      *             CALL "RUNBOOK" USING RB-PARMで使う。
      *               RB-PROGRAM  失敗したプログラム(ステップ)名
      *               RB-RC-SW    "Y"=RB-RCが有効
      *               RB-RC       RETURN-CODE
      *               RB-ALARM    警報の文言(TRUNCATED・module not
      *                           found・TIMEOUT・OUT-OF-BALANCE等)
      *               RB-HIT-PROGRAM  当たった項目のプログラム欄
      *               RB-HIT-MATCH    当たった項目の条件欄
      *               RB-SEVERITY 重大度
      *               RB-RERUN    再実行 "Y"=可 "N"=不可 空白=記載なし
      *               RB-CONTACT  連絡先
      *               RB-STEP-CT  手順の行数(最大8)
      *               RB-STEP     運用者の手順(日本語)
      *               RB-STATUS   "00"=該当あり "20"=該当なし
      *                           "30"=手順書ファイルなし
      *----------------------------------------------------------------
       01  RB-PARM.
           05  RB-PROGRAM               PIC X(10).
           05  RB-RC-SW                 PIC X(01).
           05  RB-RC                    PIC 9(04).
           05  RB-ALARM                 PIC X(40).
           05  RB-HIT-PROGRAM           PIC X(10).
           05  RB-HIT-MATCH             PIC X(20).
           05  RB-SEVERITY              PIC X(10).
           05  RB-RERUN                 PIC X(01).
           05  RB-CONTACT               PIC X(60).
           05  RB-STEP-CT               PIC 9(02).
           05  RB-STEP                  PIC X(100)  OCCURS 8 TIMES.
           05  RB-STATUS                PIC X(02).
