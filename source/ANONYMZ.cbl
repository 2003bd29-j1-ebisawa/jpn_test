      *   カナは元の文字数に合わせて末尾文字の繰り返しで伸縮し、
      *   「最大長だった」「長いカナだった」という形を崩さない。
      *   残高は(連番 mod 97)-48円の揺らしで、桁数はほぼ保たれる。
      *   置き換えはANONFLD(RETPURGEと共用)が行い、部品表は
      *   TDGENの部品表と同じ内容を使う。入力の管理
      *   トレーラ(*CONTROL*)は読み飛ばし、出力には揺らし後の
      *   件数・残高ハッシュ合計で作り直したトレーラを書く
      *   (TXNPOST等の消費側がそのまま検証できる)。
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
      *
      *    管理トレーラ(件数+残高ハッシュ合計)。揺らし後の値で
      *    作り直して出力の最後に書く。
       COPY CUSTTRL.
       01  WK-HASH-TOTAL      PIC S9(09)V9(02)  VALUE ZERO.
      *
      *    項目の置き換え(ANONFLD)の受け渡し領域。氏名・住所・
      *    カナをすべて置き換え、残高も揺らす。
       01  AF-PARM.
           05  AF-RECORD                PIC X(104).
           05  AF-NAME                  PIC X(01)  VALUE "Y".
           05  AF-ADDRESS               PIC X(01)  VALUE "Y".
           05  AF-KANA                  PIC X(01)  VALUE "Y".
           05  AF-BALANCE               PIC X(01)  VALUE "Y".
           05  AF-STATUS                PIC X(02).
       01  WK-READ-CT         PIC 9(07)  VALUE ZERO.
      ******************************************************************
       PROCEDURE             DIVISION.
      *
       P-030-ANONYMIZE-ONE.
            ADD 1                     TO WK-READ-CT.
            MOVE CUSTOMER-REC         TO AF-RECORD.
            CALL "ANONFLD" USING AF-PARM.
            MOVE AF-RECORD            TO CUSTOMER-REC.
            ADD CUST-BALANCE          TO WK-HASH-TOTAL
                ON SIZE ERROR CONTINUE
            END-ADD.
            MOVE CUSTOMER-REC         TO ANON-REC.
            WRITE ANON-REC.
      ******************************************************************
