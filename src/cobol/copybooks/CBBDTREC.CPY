      *---1---------2---------3---------4---------5-----
      *-- ｶﾚﾝﾀﾞ ﾒﾝﾃﾅﾝｽ ﾄﾗﾝｻﾞｸｼｮﾝ ﾚｺｰﾄﾞﾚｲｱｳﾄ (38ﾊﾞｲﾄ ｺﾋﾟｰﾎﾞｯｸ)
      *-- BDT-ACTION: 'A'=ﾂｲｶ  'C'=ﾍﾝｺｳ  'D'=ｻｸｼﾞｮ
      *--             'G'=ﾈﾝ ｾｲｾｲ (BDT-DATE ﾉ ｾﾝﾄｳ 4 ｹﾀ ﾉ ﾈﾝ ｦ
      *--                 ﾄﾞﾆﾁ 'W' / ﾍｲｼﾞﾂ 'B' ﾃﾞ ﾐﾄｳﾛｸ ﾋﾞ ﾉﾐ ﾂｲｶ)
      *-- BDT-DAY-TYPE ﾊ 'B'/'H'/'W' (A/C ﾉﾐ)
         03  BDT-ACTION       PIC X(01).
         03  BDT-DATE         PIC 9(08).
         03  BDT-DAY-TYPE     PIC X(01).
         03  BDT-DESC         PIC X(20).
         03  BDT-USER         PIC X(08).
