      *---1---------2---------3---------4---------5-----
      *-- ｹﾝｻ ﾊﾟﾗﾒｰﾀ ｶﾝｻ ﾚｺｰﾄﾞﾚｲｱｳﾄ (VPRAUD, ｺｳｼﾝ ｾﾞﾝｺﾞ ｲﾒｰｼﾞ ﾂｷ)
      *-- VPA-STATUS: 'OK'=ﾃｷﾖｳｽﾞﾐ  'PD'=ｼｮｳﾆﾝ ﾏﾁ ﾄｳﾛｸ
      *--             'RJ'=ｼｮｳﾆﾝｼｬ ｷｬｯｶ  '11'=ｱｸｼｮﾝ ﾌﾒｲ
      *--             '12'=ﾂｲｶ ｷﾞｮｳ ﾁｮｳﾌｸ  '13'=ﾀｲｼｮｳ ｷﾞｮｳ ﾅｼ
      *--             '14'=ｷｰｲﾝ ｼｬ ﾐｾｯﾃｲ  '15'=ﾙｰﾙ ﾅｲﾖｳ ﾌｾｲ
      *--             '16'=ﾊﾟﾗﾒｰﾀ ｷﾞｮｳｽｳ ｼﾞｮｳｹﾞﾝ
      *-- VPA-USER ﾊ ｷｰｲﾝ ｼｬ, VPA-APPROVER ﾊ ｼｮｳﾆﾝ/ｷｬｯｶ ｼｬ
      *-- VPA-PND-DATE/VPA-PND-SEQ ﾊ ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ ﾉ ID
         03  VPA-DATE         PIC 9(08).
         03  VPA-TIME         PIC 9(06).
         03  VPA-USER         PIC X(08).
         03  VPA-APPROVER     PIC X(08).
         03  VPA-ACTION       PIC X(01).
         03  VPA-BEFORE       PIC X(27).
         03  VPA-AFTER        PIC X(27).
         03  VPA-STATUS       PIC X(02).
         03  VPA-PND-DATE     PIC 9(08).
         03  VPA-PND-SEQ      PIC 9(05).
