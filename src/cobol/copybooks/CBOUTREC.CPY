      *---1---------2---------3---------4---------5-----
      *-- ｼｭﾂﾘｮｸ ﾚｺｰﾄﾞﾚｲｱｳﾄ (58ﾊﾞｲﾄ ｺﾋﾟｰﾎﾞｯｸ, ﾏｽﾀｴﾝﾘｯﾁ ｺﾞﾑ)
      *-- OUT-REC-CLASS ﾊ ﾌﾟﾛｸﾞﾗﾑ専用ﾃﾞｨｽｸﾘﾐﾈｰﾀ ('D'=ﾃﾞｨﾃｰﾙ,
      *-- 'R'=ﾄﾚｰﾗ) ﾃﾞ IN-REC-TYPE ﾄ ﾊ独立 - 入力ﾄﾞﾒｲﾝ ﾄ衝突ｼﾅｲ
      *-- OUT-AMOUNT ﾊ ｷｼﾞｭﾝ ﾂｳｶ ｶﾝｻﾝ ｶﾞｸ (ﾌｺﾞｳ ﾌﾞﾝﾘ ｾﾝﾄｳ +
      *-- ｼｮｳｽｳ 2 ｹﾀ), OUT-CCY/OUT-ORIG-AMOUNT ﾊ ｹﾞﾝ ﾂｳｶ ﾄ
      *-- ｹﾞﾝ ｷﾝｶﾞｸ (ﾊｯｼｭ ﾀｲｼｮｳ ｶﾞｲ),
      *-- OUT-SOURCE ﾊ ﾆｭｳﾘｮｸ ﾌｨｰﾄﾞ ﾉ ｿｰｽID ('RCY'=ﾘｻｲｸﾙ),
      *-- OUT-TRACE-REF ﾊ ﾒｲｻｲ ﾉ ﾄﾚｰｽ ｻﾝｼｮｳ (CBTRCWRK ｹｲｼｷ,
      *-- ﾊｯｼｭ ﾀｲｼｮｳ ｶﾞｲ - ﾊｯｼｭ ﾊ ｾﾝﾄｳ 27ﾊﾞｲﾄ ﾉﾐ),
      *-- OUT-PPA-FLAG ﾊ 'P'=ｾﾞﾝｷ ｼｭｳｾｲ (ｼﾒ ｽﾞﾐ ﾉ ﾂｷ ﾉ ﾒｲｻｲ ｦ
      *-- ﾄｳｷ ﾆ ｹｲｼﾞｮｳ, ﾊｯｼｭ ﾀｲｼｮｳ ｶﾞｲ) / ｸｳﾊｸ=ﾂｳｼﾞｮｳ,
      *-- OUT-RVS-FLAG ﾊ 'R'=ﾄﾘｹｼ ﾉ ｿｳｻｲ ﾒｲｻｲ (ﾄﾘｹｼ ﾀｲｼｮｳ ｶﾞｲ,
      *-- ﾊｯｼｭ ﾀｲｼｮｳ ｶﾞｲ) / ｸｳﾊｸ=ﾂｳｼﾞｮｳ,
      *-- OUT-TRL-NET ﾊ ﾗﾝ ｾﾞﾝﾀｲ ﾉ ﾈｯﾄ ｿｳｹｲ (D ｶｻﾝ / C ｹﾞﾝｻﾝ)
         03  OUT-RECORD-AREA.
           05  OUT-DETAIL.
                              PIC X(01).
             07  OUT-REC-TYPE PIC X(01).
             07  OUT-KEY      PIC X(04).
             07  OUT-AMOUNT   PIC S9(09)V99
                              SIGN LEADING SEPARATE.
             07  OUT-MST-DATA PIC X(06).
             07  OUT-SOURCE   PIC X(03).
             07  OUT-TRACE-REF
                              PIC X(17).
           05  OUT-PPA-FLAG   PIC X(01).
           05  OUT-CCY        PIC X(03).
           05  OUT-ORIG-AMOUNT
                              PIC S9(05)V99
                              SIGN LEADING SEPARATE.
           05  OUT-RVS-FLAG   PIC X(01).
           05  FILLER         PIC X(01).
         03  OUT-TRAILER      REDEFINES OUT-RECORD-AREA.
           05  OUT-TRL-CLASS  PIC X(01).
           05  OUT-TRL-ID     PIC X(01).
