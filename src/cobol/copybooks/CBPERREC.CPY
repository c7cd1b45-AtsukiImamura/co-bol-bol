      *---1---------2---------3---------4---------5-----
      *-- ｹｲﾘ ｷｶﾝ ｺﾝﾄﾛｰﾙ ﾚｺｰﾄﾞﾚｲｱｳﾄ (INDEXED, ﾈﾝｹﾞﾂ ｷｰ)
      *-- PER-STATUS: 'C'=ｼﾒ ｽﾞﾐ  'R'=ｻｲｶｲ (ｹｲｼﾞｮｳ ｶ)
      *-- ﾚｺｰﾄﾞ ﾅｼ ﾉ ﾂｷ ﾊ ﾐｼﾒ (ｹｲｼﾞｮｳ ｶ), PERCLS ｶﾞ ﾒﾝﾃﾅﾝｽ
      *-- (ｶﾝｻ ﾊ PERAUD), PER-KEY-COUNT/PER-BAL-TOTAL ﾊ ｻｲｼｭｳ ｼﾒ
      *-- ﾉ PEBAL ｽﾅｯﾌﾟｼｮｯﾄ ｹﾝｽｳ ﾄ ｻﾞﾝﾀﾞｶ ｺﾞｳｹｲ
         03  PER-MONTH        PIC 9(06).
         03  PER-STATUS       PIC X(01).
         03  PER-MONTH-END    PIC 9(08).
         03  PER-CLOSE-DATE   PIC 9(08).
         03  PER-CLOSE-USER   PIC X(08).
         03  PER-REOPEN-DATE  PIC 9(08).
         03  PER-REOPEN-USER  PIC X(08).
         03  PER-REOPEN-REASON
                              PIC X(20).
         03  PER-KEY-COUNT    PIC 9(07).
         03  PER-BAL-TOTAL    PIC S9(11)V99
                              SIGN LEADING SEPARATE.
