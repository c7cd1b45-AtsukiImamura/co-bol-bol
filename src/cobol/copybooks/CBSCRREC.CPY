      *---1---------2---------3---------4---------5-----
      *-- ｻｽﾍﾟﾝｽ ｻｲｴﾝﾘｯﾁ ﾃｲｾｲ ﾚｺｰﾄﾞﾚｲｱｳﾄ (SUSREN ｼｭﾂﾘｮｸ,
      *-- ｼﾞｭｼﾝｶﾞﾜ ｶﾞ ｹﾞﾝ ｷﾞｮｳﾑ ﾋﾂﾞｹ ﾉ ﾒｲｻｲ ﾆ ﾃｷﾖｳ)
      *-- SCR-BUS-DATE ﾊ ｹﾞﾝ ﾒｲｻｲ ﾉ ｷﾞｮｳﾑ ﾋﾂﾞｹ,
      *-- SCR-MST-DATA ﾊ ｿﾉ ﾋﾂﾞｹ ﾆ ﾕｳｺｳ ﾅ ﾏｽﾀ ｾﾀﾞｲ ﾉ ﾃﾞｰﾀ,
      *-- SCR-FIX-DATE ﾊ ｻｲｴﾝﾘｯﾁ ｼﾀ SUSREN ﾉ ｼｮﾘ ﾋﾂﾞｹ
         03  SCR-BUS-DATE     PIC 9(08).
         03  SCR-REC-TYPE     PIC X(01).
         03  SCR-KEY          PIC X(04).
         03  SCR-AMOUNT       PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  SCR-MST-DATA     PIC X(06).
         03  SCR-SOURCE       PIC X(03).
         03  SCR-FIX-DATE     PIC 9(08).
