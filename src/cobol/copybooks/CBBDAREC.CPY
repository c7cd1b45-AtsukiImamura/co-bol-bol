      *---1---------2---------3---------4---------5-----
      *-- ｶﾚﾝﾀﾞ ﾒﾝﾃﾅﾝｽ ｶﾝｻ ﾚｺｰﾄﾞﾚｲｱｳﾄ (ｺｳｼﾝ ｾﾞﾝｺﾞ ｲﾒｰｼﾞ ﾂｷ)
      *-- BDA-STATUS: 'OK'=ﾃｷﾖｳｽﾞﾐ  '11'=ｱｸｼｮﾝ ﾌﾒｲ
      *--             '12'=ﾂｲｶ ﾋﾂﾞｹ ﾁｮｳﾌｸ  '13'=ﾀｲｼｮｳ ﾋﾂﾞｹ ﾅｼ
      *--             '14'=ﾋﾂﾞｹ ﾌｾｲ  '15'=ﾋﾞ ｸﾌﾞﾝ ﾌｾｲ
      *-- 'G' (ﾈﾝ ｾｲｾｲ) ﾊ ﾂｲｶ ｼﾀ ﾋﾂﾞｹ ｺﾞﾄﾆ 1 ｹﾝ
         03  BDA-DATE         PIC 9(08).
         03  BDA-TIME         PIC 9(06).
         03  BDA-USER         PIC X(08).
         03  BDA-ACTION       PIC X(01).
         03  BDA-CAL-DATE     PIC 9(08).
         03  BDA-BEFORE-TYPE  PIC X(01).
         03  BDA-BEFORE-DESC  PIC X(20).
         03  BDA-AFTER-TYPE   PIC X(01).
         03  BDA-AFTER-DESC   PIC X(20).
         03  BDA-STATUS       PIC X(02).
