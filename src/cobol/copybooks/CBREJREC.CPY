      *---1---------2---------3---------4---------5-----
      *-- ｷｬｸｶ ﾚｺｰﾄﾞﾚｲｱｳﾄ (ｹﾞﾝﾚｺｰﾄﾞ + ﾘｶﾞｲｷｮｳｺｰﾄﾞ)
      *-- REJ-REASON ﾊ CBVALCHK ﾉ ｺｰﾄﾞ ('01'-'06' ﾁｪｯｸ ｷｿｸ,
      *-- '07'/'08' ﾄﾘｹｼ, '09'=ｶﾜｾ ﾚｰﾄ ﾅｼ, '10'=ｷｼﾞｭﾝ ﾂｳｶ ｶﾝｻﾝ ｶﾞｸ
      *-- ｹﾀ ｱﾌﾚ)
      *-- REJ-CYCLE ﾊ ﾘｻｲｸﾙ ｼﾄﾞｳ ｶｲｽｳ (ｼﾝｷ ｷｬｸｶ ﾊ ｾﾞﾛ,
      *-- RECYCLE ｶﾞ ｶｻﾝ, 3 ｶｲ ﾃﾞ ｴｽｶﾚｰｼｮﾝ)
      *-- REJ-SOURCE ﾊ ﾆｭｳﾘｮｸ ﾌｨｰﾄﾞ ﾉ ｿｰｽID (ﾘｻｲｸﾙ ﾒｲｻｲ ﾊ ｹﾞﾝ
      *-- ﾌｨｰﾄﾞ ﾉ ｿｰｽID ｦ ﾋｷﾂｷﾞ)
      *-- REJ-FIRST-DATE ﾊ ｼｮｶｲ ｷｬｸｶ ﾉ ｷﾞｮｳﾑ ﾋﾂﾞｹ (ﾘｻｲｸﾙ/
      *-- ｴｽｶﾚｰｼｮﾝ ｦ ﾂｳｼﾞﾃ ﾋｷﾂｷﾞ, ｾﾞﾛ ﾊ ﾌﾒｲ)
      *-- REJ-TRACE-REF ﾊ ｹﾞﾝ ﾒｲｻｲ ﾉ ﾄﾚｰｽ ｻﾝｼｮｳ (CBTRCWRK ｹｲｼｷ,
      *-- ﾘｻｲｸﾙ/ｴｽｶﾚｰｼｮﾝ ｦ ﾂｳｼﾞﾃ ﾋｷﾂｷﾞ, ｸｳﾊｸ ﾊ ﾌﾒｲ)
      *-- REJ-CCY ﾊ ｹﾞﾝ ﾒｲｻｲ ﾉ ﾂｳｶ ｺｰﾄﾞ (ﾍｯﾀﾞ/ﾒｲｻｲ ﾉ ﾕｳｺｳ ﾂｳｶ,
      *-- ﾘｻｲｸﾙ ﾃﾞ IN-DTL-CCY ﾆ ﾓﾄﾞｽ)
         03  REJ-RECORD       PIC X(13).
         03  REJ-REASON       PIC X(02).
         03  REJ-CYCLE        PIC 9(01).
         03  REJ-SOURCE       PIC X(03).
         03  REJ-FIRST-DATE   PIC 9(08).
         03  REJ-TRACE-REF    PIC X(17).
         03  REJ-CCY          PIC X(03).
