      *----------------------------------------------------------------
      *    VNDFD - 外部印刷委託の明細書データSTMTVEND.DATのレコード
      *            レイアウト。200バイト固定長で、見出し・明細・
      *            末尾の3種類。全レコードの先頭に区分と委託番号。
      *               VR-TYPE     H=見出し D=明細 T=末尾
      *               VR-JOB-ID   委託番号(印刷会社との受け渡しの単位)
      *            見出し(H)
      *               VH-CREATED  作成日YYYYMMDD
      *               VH-PIECES   通数(明細の件数)
      *               VH-SENDER   委託元
      *            明細(D) 明細書1通につき1件
      *               VD-PIECE-NO 通番(1から)
      *               VD-CUST     顧客番号
      *               VD-POSTAL   郵便番号7桁
      *               VD-NAME     氏名(シフトJIS 20バイト)
      *               VD-ADDRESS  住所(シフトJIS 40バイト)
      *               VD-KANA     カナ氏名(半角20桁)
      *               VD-BALANCE  残高(符号を先頭に分離、小数2桁)
      *               VD-STMT-DATE 明細書の日付YYYYMMDD
      *            末尾(T)
      *               VT-PIECES   明細の件数
      *               VT-REC-COUNT 見出し・末尾を含むレコード件数
      *               VT-PLUS-TOTAL  残高が正の明細の合計
      *               VT-MINUS-TOTAL 残高が負の明細の合計
      *               VT-BALANCE-TOTAL 残高の合計
      *            件数とチェックサムは管理レコードSTMTVEND.CTLへ
      *            別に書く(PKGSNDと同じ計算式)。
      *----------------------------------------------------------------
       FD  VEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  VEND-REC.
           05  VR-TYPE                PIC X(01).
               88  VR-HEADER                   VALUE "H".
               88  VR-DETAIL                   VALUE "D".
               88  VR-TRAILER                  VALUE "T".
           05  VR-JOB-ID              PIC X(12).
           05  VR-BODY                PIC X(187).
           05  VR-HDR-BODY  REDEFINES VR-BODY.
               10  VH-CREATED         PIC 9(08).
               10  VH-PIECES          PIC 9(07).
               10  VH-SENDER          PIC X(20).
               10  FILLER             PIC X(152).
           05  VR-DTL-BODY  REDEFINES VR-BODY.
               10  VD-PIECE-NO        PIC 9(07).
               10  VD-CUST            PIC 9(06).
               10  VD-POSTAL          PIC X(07).
               10  VD-NAME            PIC X(20).
               10  VD-ADDRESS         PIC X(40).
               10  VD-KANA            PIC X(20).
               10  VD-BALANCE         PIC S9(09)V9(02)
                                      SIGN IS LEADING SEPARATE.
               10  VD-STMT-DATE       PIC 9(08).
               10  FILLER             PIC X(67).
           05  VR-TRL-BODY  REDEFINES VR-BODY.
               10  VT-PIECES          PIC 9(07).
               10  VT-REC-COUNT       PIC 9(07).
               10  VT-PLUS-TOTAL      PIC S9(11)V9(02)
                                      SIGN IS LEADING SEPARATE.
               10  VT-MINUS-TOTAL     PIC S9(11)V9(02)
                                      SIGN IS LEADING SEPARATE.
               10  VT-BALANCE-TOTAL   PIC S9(11)V9(02)
                                      SIGN IS LEADING SEPARATE.
               10  FILLER             PIC X(131).
