      *     KJ-STATUS   X(02) "00"=正常 "10"=解析不能
      *   桁は億(10の8乗)まで。1は壱拾のように明示する(大字の
      *   流儀)。0円は金零円也。試験はQA-KAMTが行う。
      *   往復の網羅試験(生成した数千件の入力)はQA-RTRIPが行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
