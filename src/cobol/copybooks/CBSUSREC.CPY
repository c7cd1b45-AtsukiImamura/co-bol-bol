      *---1---------2---------3---------4---------5-----
      *-- ﾏｽﾀ ｻｽﾍﾟﾝｽ ﾚｺｰﾄﾞﾚｲｱｳﾄ (ｼｮﾘ ﾋﾂﾞｹ ﾆ ﾕｳｺｳ ﾅ ﾏｽﾀ ｾﾀﾞｲ
      *-- ｶﾞ ﾅｲ ﾒｲｻｲ, SAMPLE ｶﾞ ﾂｲｶ / SUSREN ｶﾞ ｸﾘｺｼ)
      *-- SUS-BUS-DATE ﾊ ｹﾞﾝ ﾒｲｻｲ ﾉ ｷﾞｮｳﾑ ﾋﾂﾞｹ (ｻｲｴﾝﾘｯﾁ ﾉ
      *-- as-of ﾋﾂﾞｹ), SUS-AMOUNT ﾊ OUT-AMOUNT ﾄ ﾄﾞｳｹｲｼｷ (ｷｼﾞｭﾝ ﾂｳｶ)
      *-- SUS-STATUS: 'O'=ﾐｶｲｹﾂ  'A'=ｴｲｼﾞﾄﾞ (ｹｲｶ ﾆｯｽｳ ｺｴ)
      *-- SUS-AGE-DAYS ﾊ ｻｲｼｭｳ SUSREN ｼﾞｯｺｳ ｼﾞ ﾉ ｹｲｶ ﾆｯｽｳ
      *-- SUS-IN-SEQ ﾊ IN-FL ﾉ ﾒｲｻｲ ｼﾞｭﾝﾊﾞﾝ (ﾘｽﾀｰﾄ ｻｲｼｮﾘ ﾉ ｼｷﾍﾞﾂ ﾖｳ)
         03  SUS-BUS-DATE     PIC 9(08).
         03  SUS-SOURCE       PIC X(03).
         03  SUS-REC-TYPE     PIC X(01).
         03  SUS-KEY          PIC X(04).
         03  SUS-AMOUNT       PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  SUS-STATUS       PIC X(01).
         03  SUS-AGE-DAYS     PIC 9(05).
         03  SUS-IN-SEQ       PIC 9(09).
