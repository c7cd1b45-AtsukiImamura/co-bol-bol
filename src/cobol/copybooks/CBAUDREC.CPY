      *-- ﾏｽﾀ ﾒﾝﾃﾅﾝｽ ｶﾝｻ ﾚｺｰﾄﾞﾚｲｱｳﾄ (ｺｳｼﾝ ｾﾞﾝｺﾞ ｲﾒｰｼﾞ ﾂｷ)
      *-- AUD-STATUS: 'OK'=ﾃｷﾖｳｽﾞﾐ  '11'=ｱｸｼｮﾝ ﾌﾒｲ
      *--             '12'=ﾂｲｶ ｷｰ ﾁｮｳﾌｸ  '13'=ﾀｲｼｮｳ ｷｰ ﾅｼ
      *--             '14'=ﾃｷﾖｳ ﾋﾂﾞｹ ﾋｽｳﾁ  'PD'=ｼｮｳﾆﾝ ﾏﾁ ﾄｳﾛｸ
      *--             '15'=ｷｰｲﾝ ｼｬ ﾐｾｯﾃｲ  'RJ'=ｼｮｳﾆﾝｼｬ ｷｬｯｶ
      *--             '16'=ﾃｷﾖｳ ﾋﾂﾞｹ ｶﾞ ｼﾒ ｽﾞﾐ ｷｶﾝ
      *-- AUD-USER ﾊ ｷｰｲﾝ ｼｬ, AUD-APPROVER ﾊ ｼｮｳﾆﾝ/ｷｬｯｶ ｼｬ
      *-- AUD-PND-DATE/AUD-PND-SEQ ﾊ ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ ﾉ ID
         03  AUD-DATE         PIC 9(08).
         03  AUD-TIME         PIC 9(06).
         03  AUD-USER         PIC X(08).
         03  AUD-BEFORE       PIC X(06).
         03  AUD-AFTER        PIC X(06).
         03  AUD-STATUS       PIC X(02).
         03  AUD-APPROVER     PIC X(08).
         03  AUD-PND-DATE     PIC 9(08).
         03  AUD-PND-SEQ      PIC 9(05).
