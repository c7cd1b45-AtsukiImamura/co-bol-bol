      *---1---------2---------3---------4---------5-----
      *-- ｷｶﾝ ｼﾒ ﾄﾗﾝｻﾞｸｼｮﾝ ﾚｺｰﾄﾞﾚｲｱｳﾄ (35ﾊﾞｲﾄ ｺﾋﾟｰﾎﾞｯｸ)
      *-- PTX-ACTION: 'C'=ｼﾒ (ｻｲｶｲ ｺﾞ ﾉ ｻｲｼﾒ ｦ ﾌｸﾑ)  'R'=ｻｲｶｲ
      *-- PTX-MONTH ﾊ YYYYMM, PTX-REASON ﾊ ｻｲｶｲ ﾉ ﾘﾕｳ (ﾋｯｽ)
         03  PTX-ACTION       PIC X(01).
         03  PTX-MONTH        PIC 9(06).
         03  PTX-USER         PIC X(08).
         03  PTX-REASON       PIC X(20).
