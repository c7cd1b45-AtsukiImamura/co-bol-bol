      *---1---------2---------3---------4---------5-----
      *-- ｹﾝｻ ﾊﾟﾗﾒｰﾀ ﾍﾝｺｳ ﾄﾗﾝｻﾞｸｼｮﾝ ﾚｺｰﾄﾞﾚｲｱｳﾄ (VPRTRX)
      *-- VTX-ACTION: 'A'=ﾂｲｶ  'C'=ﾍﾝｺｳ  'D'=ｻｸｼﾞｮ
      *-- VTX-ROW ﾊ VALPRM 1 ｷﾞｮｳ (CBVPRREC ﾚｲｱｳﾄ), ｷﾞｮｳ ﾉ ｼｷﾍﾞﾂ ﾊ
      *-- VPR-RULE + VPR-SOURCE ('KR' ﾊ + VPR-KEY-LO)
         03  VTX-ACTION       PIC X(01).
         03  VTX-ROW          PIC X(27).
         03  VTX-USER         PIC X(08).
