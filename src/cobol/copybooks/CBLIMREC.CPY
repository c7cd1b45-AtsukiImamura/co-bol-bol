      *---1---------2---------3---------4---------5-----
      *-- ﾎﾟｼﾞｼｮﾝ ｹﾞﾝﾄﾞ ﾚｲｱｳﾄ (LIMPRM, ｳﾝﾖｳ ﾍﾝｼｭｳ ﾌｧｲﾙ, 1 ｷｰ 1 ｷﾞｮｳ)
      *-- LIM-LONG  = ﾛﾝｸﾞ (ﾌﾟﾗｽ) ｻﾞﾝﾀﾞｶ ﾉ ｼﾞｮｳｹﾞﾝ
      *-- LIM-SHORT = ｼｮｰﾄ (ﾏｲﾅｽ) ｻﾞﾝﾀﾞｶ ﾉ ｾﾞｯﾀｲﾁ ｼﾞｮｳｹﾞﾝ
      *-- LIM-WARN-PCT = ｹｲｺｸ ｼｷｲﾁ (ｹﾞﾝﾄﾞ ﾆ ﾀｲｽﾙ %, ｾﾞﾛ ﾊ ｹｲｺｸ ﾅｼ)
      *-- ｹﾞﾝﾄﾞ ｾﾞﾛ ﾉ ｻｲﾄﾞ ﾊ ｻﾞﾝﾀﾞｶ ｱﾘ ﾃﾞ ｿｸ ﾊｰﾄﾞ ﾌﾞﾘｰﾁ
         03  LIM-KEY          PIC X(04).
         03  LIM-LONG         PIC 9(09)V99.
         03  LIM-SHORT        PIC 9(09)V99.
         03  LIM-WARN-PCT     PIC 9(03).
