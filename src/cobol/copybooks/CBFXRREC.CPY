      *---1---------2---------3---------4---------5-----
      *-- ｶﾜｾ ﾚｰﾄ ﾚｺｰﾄﾞﾚｲｱｳﾄ (INDEXED, ﾂｳｶ + ﾋﾂﾞｹ ｷｰ)
      *-- FXR-RATE ﾊ ｶﾞｲｶ 1 ﾀﾝｲ ｱﾀﾘ ﾉ ｷｼﾞｭﾝ ﾂｳｶ ｶﾞｸ (ﾆﾁｼﾞ ﾚｰﾄ)
      *-- ｷｼﾞｭﾝ ﾂｳｶ ﾊ ﾄｳﾛｸ ｼﾅｲ (ﾚｰﾄ 1 ﾄｼﾃ ｱﾂｶｳ)
      *-- FXUPD ｶﾞ ﾒﾝﾃﾅﾝｽ (ｶﾝｻ ﾊ FXAUD)
      *-- FXR-UPD-DATE/USER ﾊ ｻｲｼｭｳ ｺｳｼﾝ ﾉ ｼﾞｯｺｳ ﾋﾞ ﾄ ﾀﾝﾄｳｼｬ
         03  FXR-KEY.
           05  FXR-CCY        PIC X(03).
           05  FXR-DATE       PIC 9(08).
         03  FXR-RATE         PIC 9(05)V9(06).
         03  FXR-UPD-DATE     PIC 9(08).
         03  FXR-UPD-USER     PIC X(08).
