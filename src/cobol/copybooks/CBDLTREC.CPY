      *-- ﾃﾞﾙﾀ ﾚｺｰﾄﾞﾚｲｱｳﾄ (ｻﾞﾝｻ ﾉﾐ ﾚﾝｹｲ ﾌｧｲﾙ)
      *-- DLT-ACTION: 'A'=ﾂｲｶ  'C'=ﾍﾝｺｳ (ｼﾝｷｭｳ ﾘｮｳﾎｳ ﾂｷ)
      *--             'D'=ｻｸｼﾞｮ (ｷｭｳ ﾉﾐ)
      *-- DLT-TRACE-REF ﾊ 'A'/'C' ｶﾞ ｼﾝ, 'D' ｶﾞ ｷｭｳ ﾒｲｻｲ ﾉ
      *-- ﾄﾚｰｽ ｻﾝｼｮｳ (CBTRCWRK ｹｲｼｷ)
         03  DLT-ACTION       PIC X(01).
         03  DLT-KEY          PIC X(04).
         03  DLT-REC-TYPE     PIC X(01).
         03  DLT-NEW-AMOUNT   PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  DLT-NEW-MST-DATA PIC X(06).
         03  DLT-OLD-AMOUNT   PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  DLT-OLD-MST-DATA PIC X(06).
         03  DLT-TRACE-REF    PIC X(17).
