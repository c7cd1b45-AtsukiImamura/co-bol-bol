      *---1---------2---------3---------4---------5-----
      *-- ﾄﾘｹｼ ﾚｼﾞｬｰ ﾚｲｱｳﾄ (SAMPLE ｶﾞ ﾙｲｾｷ ﾂｲｶ, ﾄﾘｹｼ ｽﾞﾐ ﾊﾝﾃｲ ﾄ
      *-- MONSTMT ﾉ ﾄﾘｹｼ ｾｸｼｮﾝ ﾃﾞ ｻﾝｼｮｳ)
      *-- RVL-RVS-DATE ﾊ ﾄﾘｹｼ ｦ ｹｲｼﾞｮｳ ｼﾀ ｼｮﾘ ﾋﾂﾞｹ, RVL-IN-SEQ ﾊ
      *-- IN-FL ﾉ ﾒｲｻｲ ｼﾞｭﾝﾊﾞﾝ (ﾘｽﾀｰﾄ ｻｲｼｮﾘ ﾉ ｼｷﾍﾞﾂ ﾖｳ)
      *-- RVL-ORIG-DATE/TYPE ﾊ ﾄﾘｹｼ ﾀｲｼｮｳ ﾉ ｹﾞﾝ ﾒｲｻｲ,
      *-- RVL-OFFSET-TYPE ﾊ OUT-FL ﾆ ｼｭﾂﾘｮｸ ｼﾀ ｿｳｻｲ ﾀｲﾌﾟ (D/C ﾊﾝﾃﾝ)
      *-- RVL-AMOUNT ﾊ ｹﾞﾝ ﾂｳｶ ﾉ ｷﾝｶﾞｸ (RVL-CCY), RVL-BASE-AMOUNT ﾊ
      *-- ｿｳｻｲ ﾆ ｹｲｼﾞｮｳ ｼﾀ ｷｼﾞｭﾝ ﾂｳｶ ｶﾞｸ
         03  RVL-RVS-DATE     PIC 9(08).
         03  RVL-IN-SEQ       PIC 9(09).
         03  RVL-SOURCE       PIC X(03).
         03  RVL-KEY          PIC X(04).
         03  RVL-ORIG-DATE    PIC 9(08).
         03  RVL-ORIG-TYPE    PIC X(01).
         03  RVL-AMOUNT       PIC S9(05)V99
                              SIGN LEADING SEPARATE.
         03  RVL-OFFSET-TYPE  PIC X(01).
         03  RVL-CCY          PIC X(03).
         03  RVL-BASE-AMOUNT  PIC S9(09)V99
                              SIGN LEADING SEPARATE.
