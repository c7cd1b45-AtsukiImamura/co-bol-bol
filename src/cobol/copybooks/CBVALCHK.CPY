      *-- ﾊﾟﾗﾒｰﾀ ｷｿｸ (VALPRM, CBVALWRK ﾃｰﾌﾞﾙ):
      *-- '04'=ｷﾝｶﾞｸ ｼﾞｮｳｹﾞﾝ ｺｴ  '05'=ｷｰ ﾊﾝｲ ｶﾞｲ
      *-- '06'=ｷｰ ﾌｫｰﾏｯﾄ ﾌｾｲ
      *-- ﾄﾘｹｼ ﾒｲｻｲ ('R', SAMPLE ﾉ PGM-REVERSAL-CHECK ﾃﾞ ﾊﾝﾃｲ):
      *-- '07'=ｹﾞﾝ ﾒｲｻｲ ﾅｼ  '08'=ﾄﾘｹｼ ｽﾞﾐ
      *-- ﾂｳｶ ｶﾝｻﾝ (SAMPLE ﾉ PGM-FX-CONVERT ﾃﾞ ﾊﾝﾃｲ):
      *-- '09'=ｼｮﾘ ﾋﾂﾞｹ ﾉ ｶﾜｾ ﾚｰﾄ ﾅｼ  '10'=ｷｼﾞｭﾝ ﾂｳｶ ｶﾝｻﾝ ｶﾞｸ ｹﾀ ｱﾌﾚ
      *-- ｿｰｽ ﾊ WS-VAL-SOURCE ('***' ﾙｰﾙ ﾊ ｾﾞﾝ ｿｰｽ)
         MOVE                 'Y'  TO  WS-VALID-FLAG.
         MOVE                 SPACE  TO  WS-REJECT-REASON.
