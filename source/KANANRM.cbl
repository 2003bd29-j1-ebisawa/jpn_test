      *     KN-OUTPUT    X(80) 出力(シフトJIS、空白詰め)
      *     KN-STATUS    X(02) "00"=正常 "10"=表に無い文字を素通し
      *   ASCIIはそのまま通す。試験はQA-KANAが行う。
      *   往復の網羅試験(生成した数千件の入力)はQA-RTRIPが行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
