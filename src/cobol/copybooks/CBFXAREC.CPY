      *---1---------2---------3---------4---------5-----
      *-- ｶﾜｾ ﾚｰﾄ ﾒﾝﾃﾅﾝｽ ｶﾝｻ ﾚｺｰﾄﾞﾚｲｱｳﾄ (ｺｳｼﾝ ｾﾞﾝｺﾞ ｲﾒｰｼﾞ ﾂｷ)
      *-- FXA-STATUS: 'OK'=ﾃｷﾖｳｽﾞﾐ  '11'=ｱｸｼｮﾝ ﾌﾒｲ
      *--             '12'=ﾂｲｶ ﾚｰﾄ ﾁｮｳﾌｸ  '13'=ﾀｲｼｮｳ ﾚｰﾄ ﾅｼ
      *--             '14'=ﾋﾂﾞｹ ﾌｾｲ  '15'=ﾚｰﾄ ﾌｾｲ (ﾋｽｳﾁ/ｾﾞﾛ)
      *--             '16'=ﾂｳｶ ｺｰﾄﾞ ﾌｾｲ (ｷｼﾞｭﾝ ﾂｳｶ ﾓ ﾌｶ)
         03  FXA-DATE         PIC 9(08).
         03  FXA-TIME         PIC 9(06).
         03  FXA-USER         PIC X(08).
         03  FXA-ACTION       PIC X(01).
         03  FXA-CCY          PIC X(03).
         03  FXA-RATE-DATE    PIC 9(08).
         03  FXA-BEFORE-RATE  PIC 9(05)V9(06).
         03  FXA-AFTER-RATE   PIC 9(05)V9(06).
         03  FXA-STATUS       PIC X(02).
