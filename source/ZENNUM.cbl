      *     ZN-STATUS  X(02)      "00"=正常 "10"=数字以外が混入
      *                           "12"=小数点が2つ以上 "14"=空
      *   試験はQA-ZENが行う。
      *   往復の網羅試験(生成した数千件の入力)はQA-RTRIPが行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
