      *---1---------2---------3---------4---------5-----
      *-- ｹﾞﾝﾄﾞ ﾌﾞﾘｰﾁ ﾘﾚｷ ﾚｲｱｳﾄ (INDEXED, ｷｰ ﾍﾞﾂ, LIMMON ｶﾞ ｺｳｼﾝ)
      *-- BRH-STATUS ﾊ ｻｲｼｭｳ ﾊﾝﾃｲ: 'H'=ﾊｰﾄﾞ ﾌﾞﾘｰﾁ 'W'=ｹｲｺｸ
      *-- 'N'=ｹﾞﾝﾄﾞ ﾅｲ, BRH-LAST-DATE ﾊ ｻｲｼｭｳ ﾊﾝﾃｲ ﾉ ｼｮﾘ ﾋﾂﾞｹ
      *-- BRH-FIRST-DATE ﾊ ｹﾞﾝｻﾞｲ ﾉ ﾊｰﾄﾞ ﾌﾞﾘｰﾁ ﾚﾝｿﾞｸ ｶｲｼﾋﾞ,
      *-- BRH-DAYS ﾊ ｿﾉ ﾚﾝｿﾞｸ ｴｲｷﾞｮｳ ﾆｯｽｳ (ﾌﾞﾘｰﾁ ｶｲｼｮｳ ﾃﾞ ｾﾞﾛ)
      *-- BRH-LAST-CLOSE/LIMIT ﾊ ｻｲｼｭｳ ﾊﾝﾃｲ ｼﾞ ﾉ ｻﾞﾝﾀﾞｶ ﾄ ｹﾞﾝﾄﾞ
         03  BRH-KEY          PIC X(04).
         03  BRH-STATUS       PIC X(01).
         03  BRH-LAST-DATE    PIC 9(08).
         03  BRH-FIRST-DATE   PIC 9(08).
         03  BRH-DAYS         PIC 9(05).
         03  BRH-LAST-CLOSE   PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  BRH-LIMIT        PIC 9(09)V99.
