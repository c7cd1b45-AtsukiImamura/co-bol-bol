      *---1---------2---------3---------4---------5-----
      *-- ｶﾜｾ ﾚｰﾄ ﾒﾝﾃﾅﾝｽ ﾄﾗﾝｻﾞｸｼｮﾝ ﾚｺｰﾄﾞﾚｲｱｳﾄ (31ﾊﾞｲﾄ ｺﾋﾟｰﾎﾞｯｸ)
      *-- FXT-ACTION: 'A'=ﾂｲｶ  'C'=ﾍﾝｺｳ  'D'=ｻｸｼﾞｮ
      *-- FXT-RATE ﾊ ｼｮｳｽｳ 6 ｹﾀ (A/C ﾉﾐ, ｾﾞﾛ ﾌｶ)
         03  FXT-ACTION       PIC X(01).
         03  FXT-CCY          PIC X(03).
         03  FXT-DATE         PIC 9(08).
         03  FXT-RATE         PIC 9(05)V9(06).
         03  FXT-USER         PIC X(08).
