      *---1---------2---------3---------4---------5-----
      *-- ｼｮｸ ﾚｺｰﾄﾞﾚｲｱｳﾄ (44ﾊﾞｲﾄ ｺﾋﾟｰﾎﾞｯｸ)
      *-- IN-REC-TYPE 'H'=ﾊﾞｯﾁﾍｯﾀﾞ 'T'=ﾊﾞｯﾁﾄﾚｰﾗ ﾊ ｾｲｷﾞｮ ﾚｺｰﾄﾞ,
      *-- 'D'=ﾃﾞﾋﾞｯﾄ 'C'=ｸﾚｼﾞｯﾄ ﾊ ﾒｲｻｲ (13ﾊﾞｲﾄ, IN-STR ﾋﾞｭｰ)
      *-- 'R'=ﾄﾘｹｼ ﾊ ｹﾞﾝ ﾒｲｻｲ ﾉ ﾀｲﾌﾟ/ｷﾞｮｳﾑ ﾋﾂﾞｹ ﾂｷ (IN-REVERSAL)
      *-- ﾘｻｲｸﾙ ﾒｲｻｲ (RCYOUT) ﾊ ｹﾞﾝ ｿｰｽID ﾄ ｼｮｶｲ ｷｬｸｶ ﾋﾂﾞｹ ﾂｷ
      *-- ﾄﾚｰｽ ｻﾝｼｮｳ ﾂｷ (IN-RECYCLED)
      *-- IN-AMOUNT ﾊ ﾌｺﾞｳ ﾌﾞﾝﾘ ｾﾝﾄｳ + ｼｮｳｽｳ 2 ｹﾀ (+NNNNNNN)
      *-- ﾂｳｶ ｺｰﾄﾞ: ﾍｯﾀﾞ ﾉ IN-HDR-CCY ｶﾞ ﾊﾞｯﾁ ﾉ ﾂｳｶ (ｸｳﾊｸ ﾊ ｷｼﾞｭﾝ
      *-- ﾂｳｶ), ﾒｲｻｲ ﾉ IN-DTL-CCY ｶﾞ ｸｳﾊｸ ｲｶﾞｲ ﾅﾗ ﾒｲｻｲ ｺﾞﾄﾆ ｳﾜｶﾞｷ
         03  IN-RECORD-AREA.
           05  IN-DETAIL.
             07  IN-REC-TYPE  PIC X(01).
             07  IN-KEY       PIC X(04).
             07  IN-AMOUNT    PIC S9(05)V99
                              SIGN LEADING SEPARATE.
           05  FILLER         PIC X(28).
         03  IN-STR           REDEFINES IN-RECORD-AREA
                              PIC X(13).
      *-- ﾄﾘｹｼ ﾒｲｻｲ (ｾﾝﾄｳ 13ﾊﾞｲﾄ ﾊ IN-DETAIL ﾄ ﾄﾞｳｲﾂ ﾆ ｹﾞﾝ ﾒｲｻｲ ﾉ
      *-- ｷｰ/ｷﾝｶﾞｸ, ﾂﾂﾞｹﾃ ｹﾞﾝ ﾒｲｻｲ ﾉ ﾀｲﾌﾟ ﾄ ｷﾞｮｳﾑ ﾋﾂﾞｹ)
         03  IN-REVERSAL      REDEFINES IN-RECORD-AREA.
           05  FILLER         PIC X(13).
           05  IN-RVS-ORIG-TYPE
                              PIC X(01).
           05  IN-RVS-ORIG-DATE
                              PIC X(08).
           05  FILLER         PIC X(19).
      *-- ﾘｻｲｸﾙ ﾒｲｻｲ (RECYCLE ｶﾞ ｼｭﾂﾘｮｸ, ｾﾝﾄｳ 13ﾊﾞｲﾄ ﾊ IN-DETAIL ﾄ
      *-- ﾄﾞｳｲﾂ ﾆ ｹﾞﾝ ﾌｨｰﾄﾞ ﾉ ｿｰｽID ﾄ ｼｮｶｲ ｷｬｸｶ ﾉ ｷﾞｮｳﾑ ﾋﾂﾞｹ,
      *-- ｹﾞﾝ ﾒｲｻｲ ﾉ ﾄﾚｰｽ ｻﾝｼｮｳ (CBTRCWRK ｹｲｼｷ, ｸｳﾊｸ ﾊ ﾌﾒｲ))
         03  IN-RECYCLED      REDEFINES IN-RECORD-AREA.
           05  FILLER         PIC X(13).
           05  IN-RCY-SOURCE  PIC X(03).
           05  IN-RCY-REJ-DATE
                              PIC X(08).
           05  IN-RCY-TRACE   PIC X(17).
      *-- ﾄｳﾁｬｸ ｼﾞｭﾝ (SAMPLE.sh ｶﾞ ｿｰﾄ ﾏｴ ﾆ ﾌｨｰﾄﾞ ﾒｲｻｲ ﾉ ﾊﾞｯﾁ ﾅｲ ｲﾁ
      *-- ｦ ﾌﾖ, ﾐﾌﾖ ﾊ ｸｳﾊｸ. 'D'/'C'/'R' ﾒｲｻｲ ﾉﾐ, ﾘｻｲｸﾙ ﾒｲｻｲ ﾃﾞﾊ
      *-- IN-RCY-TRACE ﾄ ｶｻﾅﾙ ﾉﾃﾞ ﾂｶﾜﾅｲ)
         03  IN-ARRIVAL       REDEFINES IN-RECORD-AREA.
           05  FILLER         PIC X(35).
           05  IN-ARV-SEQ     PIC 9(06).
      *-- ﾊﾞｯﾁﾍｯﾀﾞ (ｷﾞｮｳﾑ ﾋﾂﾞｹ + ｿｰｽID + ﾖｿｸ ｹﾝｽｳ)
         03  IN-HEADER        REDEFINES IN-RECORD-AREA.
           05  IN-HDR-TYPE    PIC X(01).
           05  IN-HDR-SOURCE  PIC X(03).
           05  IN-HDR-EXP-COUNT
                              PIC 9(09).
           05  IN-HDR-CCY     PIC X(03).
           05  FILLER         PIC X(17).
      *-- ﾊﾞｯﾁﾄﾚｰﾗ (ｼﾞｯｾｷ ｹﾝｽｳ + ｷﾝｶﾞｸ ｺﾞｳｹｲ, ﾌｺﾞｳ ﾂｷ)
         03  IN-TRAILER       REDEFINES IN-RECORD-AREA.
           05  IN-TRL-TYPE    PIC X(01).
           05  IN-TRL-COUNT   PIC 9(09).
           05  IN-TRL-AMOUNT  PIC S9(07)V99
                              SIGN LEADING SEPARATE.
           05  FILLER         PIC X(21).
      *-- ﾒｲｻｲ ﾉ ﾂｳｶ ｺｰﾄﾞ (ｸｳﾊｸ ﾊ ﾍｯﾀﾞ ﾉ ﾂｳｶ, ﾍｯﾀﾞ/ﾄﾚｰﾗ ﾃﾞﾊ ｸｳﾊｸ)
         03  IN-DTL-CCY       PIC X(03).
