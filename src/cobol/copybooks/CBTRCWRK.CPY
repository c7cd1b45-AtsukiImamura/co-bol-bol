      *---1---------2---------3---------4---------5-----
      *-- ﾄﾚｰｽ ｻﾝｼｮｳ ﾜｰｸ (17ﾊﾞｲﾄ, SAMPLE ｶﾞ ﾒｲｻｲ ｺﾞﾄ ﾆ ﾌﾖ)
      *-- WS-TRC-DATE ﾊ ｼﾞｭｼﾝ ﾉ ｷﾞｮｳﾑ ﾋﾂﾞｹ, WS-TRC-SOURCE ﾊ ﾌｨｰﾄﾞ
      *-- ﾉ ｿｰｽID, WS-TRC-SEQ ﾊ ｿｰｽ ｺﾞﾄ ﾉ ﾒｲｻｲ ﾚﾝﾊﾞﾝ (ﾄｳﾁｬｸ ｼﾞｭﾝ,
      *-- ﾄﾞｳ ｿｰｽ ﾉ ﾌｸｽｳ ﾊﾞｯﾁ ﾊ ﾂﾂﾞｹﾃ ｶｿﾞｴﾙ).
      *-- REJ/RECYCLE/ESCFL/ESCWQ/OUT-FL/DLTFL ｦ ﾂｳｼﾞﾃ
      *-- ﾋｷﾂｷﾞ, TRCINQ ｶﾞ ｹﾝｻｸ ｷｰ ﾄｼﾃ ｼﾖｳ
         03  WS-TRC-DATE      PIC 9(08).
         03  WS-TRC-SOURCE    PIC X(03).
         03  WS-TRC-SEQ       PIC 9(06).
