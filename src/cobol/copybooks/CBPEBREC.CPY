      *---1---------2---------3---------4---------5-----
      *-- ｹﾞﾂﾏﾂ ｻﾞﾝﾀﾞｶ ﾚｺｰﾄﾞﾚｲｱｳﾄ (INDEXED, ﾈﾝｹﾞﾂ + NET-KEY)
      *-- PEB-CLOSE ﾊ ﾂｷ ﾉ ﾏﾂｼﾞﾂ ｲｾﾞﾝ ﾉ ｻｲｼﾝ POSMST POS-CLOSE,
      *-- PEB-POS-DATE ﾊ ｿﾉ ｾﾀﾞｲ ﾋﾂﾞｹ, PEB-SNAP-DATE ﾊ ｼﾒ ｼﾞｯｺｳ ﾋﾞ
      *-- (ｻｲｶｲ ｺﾞ ﾉ ｻｲｼﾒ ﾃﾞ ｵｷｶｴ)
         03  PEB-REC-KEY.
           05  PEB-MONTH      PIC 9(06).
           05  PEB-KEY        PIC X(04).
         03  PEB-CLOSE        PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  PEB-POS-DATE     PIC 9(08).
         03  PEB-SNAP-DATE    PIC 9(08).
