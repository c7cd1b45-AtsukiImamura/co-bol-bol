      *---1---------2---------3---------4---------5-----
      *-- ｼｮｳﾆﾝ ﾄﾗﾝｻﾞｸｼｮﾝ ﾚｺｰﾄﾞﾚｲｱｳﾄ (ｼｮｳﾆﾝｼｬ ｷｰｲﾝ)
      *-- APR-DATE/APR-SEQ ﾊ ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ ﾉ ID (PND-DATE/PND-SEQ)
      *-- APR-DECISION: 'A'=ｼｮｳﾆﾝ  'R'=ｷｬｯｶ
      *-- APR-USER ﾊ ｼｮｳﾆﾝｼｬ (ｷｰｲﾝ ｼｬ ﾄ ﾄﾞｳｲﾂ ﾕｰｻﾞ ﾊ ﾑｺｳ)
         03  APR-DATE         PIC 9(08).
         03  APR-SEQ          PIC 9(05).
         03  APR-DECISION     PIC X(01).
         03  APR-USER         PIC X(08).
