      *---1---------2---------3---------4---------5-----
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ﾚｺｰﾄﾞﾚｲｱｳﾄ (INDEXED, ﾋﾂﾞｹ ｷｰ)
      *-- BDC-DAY-TYPE: 'B'=ｴｲｷﾞｮｳﾋﾞ  'H'=ｷｭｳｼﾞﾂ  'W'=ｼｭｳﾏﾂ
      *-- 1 ﾈﾝ ﾌﾞﾝ ﾉ ｾﾞﾝ ﾋﾂﾞｹ ｦ BDCUPD ｶﾞ ﾒﾝﾃﾅﾝｽ (ｶﾝｻ ﾊ BDCAUD)
      *-- BDC-UPD-DATE/USER ﾊ ｻｲｼｭｳ ｺｳｼﾝ ﾉ ｼﾞｯｺｳ ﾋﾞ ﾄ ﾀﾝﾄｳｼｬ
         03  BDC-DATE         PIC 9(08).
         03  BDC-DAY-TYPE     PIC X(01).
         03  BDC-DESC         PIC X(20).
         03  BDC-UPD-DATE     PIC 9(08).
         03  BDC-UPD-USER     PIC X(08).
