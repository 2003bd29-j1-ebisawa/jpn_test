      *   比較の仕組みそのままで開始日に自動的に有効になる(改元の
      *   たびのソース修正・再コンパイル・変更管理を繰り返さない)。
      *   試験はQA-WRKが行う(未施行元号の境界を含む)。
      *   往復の網羅試験(生成した数千件の入力)はQA-RTRIPが行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
