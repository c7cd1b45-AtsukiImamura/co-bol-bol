      *-- WQ-STATUS: 'O'=ｵｰﾌﾟﾝ  'R'=ﾃｲｾｲ ｶｲｹﾂ  'W'=ｼｮｳｷｬｸ
      *--            'X'=ﾘｻｲｸﾙ ﾍﾝｷｬｸ (ESCRET ﾍ ｼｭﾂﾘｮｸ)
      *-- WQ-RECORD/WQ-REASON/WQ-CYCLE/WQ-SOURCE ﾊ ESCFL ｹﾞﾝﾚｺｰﾄﾞ
      *-- WQ-FIRST-DATE ﾊ ESCFL ﾉ ｼｮｶｲ ｷｬｸｶ ﾋﾂﾞｹ (REJ-FIRST-DATE)
      *-- WQ-TRACE-REF ﾊ ESCFL ﾉ ﾄﾚｰｽ ｻﾝｼｮｳ (REJ-TRACE-REF)
      *-- WQ-CCY ﾊ ESCFL ﾉ ﾂｳｶ ｺｰﾄﾞ (REJ-CCY)
         03  WQ-REC-KEY.
           05  WQ-OPEN-DATE   PIC 9(08).
           05  WQ-SEQ         PIC 9(04).
         03  WQ-STATUS        PIC X(01).
         03  WQ-DISP-DATE     PIC 9(08).
         03  WQ-DISP-USER     PIC X(08).
         03  WQ-FIRST-DATE    PIC 9(08).
         03  WQ-TRACE-REF     PIC X(17).
         03  WQ-CCY           PIC X(03).
