      *---1---------2---------3---------4---------5-----
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ﾚｼﾞｬｰ ﾚｺｰﾄﾞﾚｲｱｳﾄ (SAMPLE ｶﾞ ﾙｲｾｷ ﾂｲｶ)
      *-- ｼﾒ ｽﾞﾐ ﾉ ﾂｷ ﾆ ｿﾞｸｽﾙ ﾒｲｻｲ ｦ ﾄｳｷ (ｼｮﾘ ﾋﾂﾞｹ) ﾆ ｹｲｼﾞｮｳ ｼﾀ ｷﾛｸ
      *-- PPL-KIND: 'R'=ﾄﾘｹｼ (PPL-ORIG-DATE = ｹﾞﾝ ﾒｲｻｲ ﾉ ｷﾞｮｳﾑ ﾋﾂﾞｹ)
      *--           'Y'=ﾘｻｲｸﾙ (PPL-ORIG-DATE = ｼｮｶｲ ｷｬｸｶ ﾋﾂﾞｹ)
      *-- PPL-TYPE ﾊ ｹｲｼﾞｮｳ ﾀｲﾌﾟ (D ｶｻﾝ / C ｹﾞﾝｻﾝ)
      *-- PPL-AMOUNT ﾊ ｹﾞﾝ ﾂｳｶ ﾉ ｷﾝｶﾞｸ (PPL-CCY), PPL-BASE-AMOUNT ﾊ
      *-- ｹｲｼﾞｮｳ ｼﾀ ｷｼﾞｭﾝ ﾂｳｶ ｶﾞｸ
         03  PPL-POST-DATE    PIC 9(08).
         03  PPL-IN-SEQ       PIC 9(09).
         03  PPL-SOURCE       PIC X(03).
         03  PPL-KEY          PIC X(04).
         03  PPL-TYPE         PIC X(01).
         03  PPL-AMOUNT       PIC S9(05)V99
                              SIGN LEADING SEPARATE.
         03  PPL-KIND         PIC X(01).
         03  PPL-ORIG-DATE    PIC 9(08).
         03  PPL-TRACE-REF    PIC X(17).
         03  PPL-CCY          PIC X(03).
         03  PPL-BASE-AMOUNT  PIC S9(09)V99
                              SIGN LEADING SEPARATE.
