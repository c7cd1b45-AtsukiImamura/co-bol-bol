      *---1---------2---------3---------4---------5-----
      *-- ﾈﾝｼﾞ OUT-FL ｱｰｶｲﾌﾞ ﾚｺｰﾄﾞﾚｲｱｳﾄ (outfl.YYYY.dat, HSKEEP ｶﾞ
      *-- ﾎｿﾞﾝ ｷｶﾝ ｷﾞﾚ ﾉ ﾆﾁｼﾞ ｾﾀﾞｲ ｦ ﾋﾂﾞｹ ｼﾞｭﾝ ﾆ ｲｺｳ)
      *-- ARY-DATE    = ﾓﾄ ﾉ ﾆﾁｼﾞ ｾﾀﾞｲ ﾉ ｼｮﾘ ﾋﾂﾞｹ
      *-- ARY-OUT-REC = OUT-FL ﾚｺｰﾄﾞ ｿﾉﾏﾏ (CBOUTREC, ﾄﾚｰﾗ ﾓ ﾌｸﾑ)
         03  ARY-DATE         PIC 9(08).
         03  ARY-OUT-REC      PIC X(58).
