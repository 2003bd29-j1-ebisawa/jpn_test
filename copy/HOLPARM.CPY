      *----------------------------------------------------------------
      *    HOLPARM - 国民の祝日計算サブプログラムHOLCALCの受け渡し
      *              領域。呼び出し側はWORKING-STORAGEでCOPYし、
      *              CALL "HOLCALC" USING HC-PARMで使う。
      *                HC-YEAR    対象年(2022-2099)
      *                HC-COUNT   求めた祝日・休日の件数
      *                HC-DATE    日付YYYYMMDD(日付順)
      *                HC-NAME    名称(HOLIDAY.DATの名称欄と同じ幅)
      *                HC-STATUS  "00"=正常 "10"=対象年が範囲外
      *              振替休日はBIZDAYが自動で扱うので含めない。
      *----------------------------------------------------------------
       01  HC-PARM.
           05  HC-YEAR                  PIC 9(04).
           05  HC-COUNT                 PIC 9(03).
           05  HC-STATUS                PIC X(02).
           05  HC-ENTRY  OCCURS 30 TIMES INDEXED BY IDX-HC.
               10  HC-DATE              PIC 9(08).
               10  HC-NAME              PIC X(40).
