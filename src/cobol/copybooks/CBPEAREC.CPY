      *---1---------2---------3---------4---------5-----
      *-- ｷｶﾝ ｼﾒ ｶﾝｻ ﾚｺｰﾄﾞﾚｲｱｳﾄ (ｺｳｼﾝ ｾﾞﾝｺﾞ ｼﾞｮｳﾀｲ ﾂｷ)
      *-- PEA-STATUS: 'OK'=ﾃｷﾖｳｽﾞﾐ  '11'=ｱｸｼｮﾝ ﾌﾒｲ
      *--             '12'=ｼﾒ ｽﾞﾐ  '13'=ｻｲｶｲ ﾀｲｼｮｳ ｶﾞ ｼﾒ ﾃﾞ ﾅｲ
      *--             '14'=ﾈﾝｹﾞﾂ ﾌｾｲ  '15'=ﾀﾝﾄｳｼｬ ﾐｾｯﾃｲ
      *--             '16'=ﾂｷ ｶﾞ ﾏﾀﾞ ｵﾜｯﾃ ｲﾅｲ  '17'=ｻｲｶｲ ﾘﾕｳ ﾐｾｯﾃｲ
      *-- PEA-BEFORE/AFTER-STATUS ﾊ PER-STATUS (ｸｳﾊｸ ﾊ ﾐｼﾒ)
      *-- PEA-KEY-COUNT/PEA-BAL-TOTAL ﾊ ｼﾒ ﾉ ｽﾅｯﾌﾟｼｮｯﾄ ﾉﾐ
         03  PEA-DATE         PIC 9(08).
         03  PEA-TIME         PIC 9(06).
         03  PEA-USER         PIC X(08).
         03  PEA-ACTION       PIC X(01).
         03  PEA-MONTH        PIC 9(06).
         03  PEA-BEFORE-STATUS
                              PIC X(01).
         03  PEA-AFTER-STATUS PIC X(01).
         03  PEA-REASON       PIC X(20).
         03  PEA-KEY-COUNT    PIC 9(07).
         03  PEA-BAL-TOTAL    PIC S9(11)V99
                              SIGN LEADING SEPARATE.
         03  PEA-STATUS       PIC X(02).
