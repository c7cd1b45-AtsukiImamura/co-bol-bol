      *---1---------2---------3---------4---------5-----
      *-- ﾎｿﾞﾝ ｷｶﾝ ﾎﾟﾘｼｰ ﾚｲｱｳﾄ (RETPRM, ｳﾝﾖｳ ﾍﾝｼｭｳ ﾌｧｲﾙ,
      *-- 1 ﾃﾞｰﾀｾｯﾄ 1 ｷﾞｮｳ)
      *-- RET-DATASET: 'OUTFL'  = ﾆﾁｼﾞ OUT-FL ｾﾀﾞｲ (ﾈﾝｼﾞ ｱｰｶｲﾌﾞ ﾍ)
      *--              'TRCGEN' = reject/dltfl/rcyout/rcyrej ｾﾀﾞｲ
      *--              'ESCWQ'  = ｼｮﾌﾞﾝ ｽﾞﾐ ﾜｰｸｷｭｰ ｱｲﾃﾑ
      *--              'LEDGER' = ﾗﾝ ﾚｼﾞｬｰ  'MSTAUD' = ﾏｽﾀ ｶﾝｻ
      *--              'POSMST' = ﾎﾟｼﾞｼｮﾝ ｾﾀﾞｲ (ｸﾘｺｼ 1 ｾﾀﾞｲ ﾆ ｼｭｳﾔｸ)
      *-- RET-KEEP-DAYS = ﾎｿﾞﾝ ﾆｯｽｳ (ｼｮﾘ ﾋﾂﾞｹ ｶﾗ ﾉ ﾚｷﾆﾁ,
      *-- ｾﾞﾛ ﾏﾀﾊ ｷﾞｮｳ ﾅｼ ﾊ ｴｲｷｭｳ ﾎｿﾞﾝ)
         03  RET-DATASET      PIC X(08).
         03  RET-KEEP-DAYS    PIC 9(05).
