      *---1---------2---------3---------4---------5-----
      *-- ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ ﾚｺｰﾄﾞﾚｲｱｳﾄ (PENDQ, INDEXED, ﾙｲｾｷ)
      *-- PND-TYPE: 'M'=ﾏｽﾀ ﾒﾝﾃﾅﾝｽ (MSTUPD)  'V'=VALPRM ﾍﾝｺｳ (VPRUPD)
      *-- PND-DATE/PND-SEQ ﾊ ｷｰｲﾝ ｳｹﾂｹ ﾋﾞ ﾄ ﾋﾞ ﾍﾞﾂ ﾚﾝﾊﾞﾝ (ｼｮｳﾆﾝ ﾉ
      *-- ﾀｲｼｮｳ ID)
      *-- PND-STATUS: 'P'=ｼｮｳﾆﾝ ﾏﾁ  'A'=ｼｮｳﾆﾝ ｽﾞﾐ (ﾃｷﾖｳ ｹｯｶ ﾊ
      *--             PND-RESULT)  'R'=ｼｮｳﾆﾝｼｬ ｷｬｯｶ
      *-- PND-MAKER ﾊ ｷｰｲﾝ ｼｬ, PND-CHECKER ﾊ ｼｮｳﾆﾝ/ｷｬｯｶ ｼｬ
      *-- (PND-MAKER ﾄ ﾄﾞｳｲﾂ ﾕｰｻﾞ ﾊ ﾌｶ)
      *-- PND-DATA ﾊ ｷｰｲﾝ ﾄﾗﾝｻﾞｸｼｮﾝ (PND-MST / PND-VPR ﾃﾞ ｻﾝｼｮｳ)
         03  PND-REC-KEY.
           05  PND-TYPE       PIC X(01).
           05  PND-DATE       PIC 9(08).
           05  PND-SEQ        PIC 9(05).
         03  PND-STATUS       PIC X(01).
         03  PND-MAKER        PIC X(08).
         03  PND-CHECKER      PIC X(08).
         03  PND-DEC-DATE     PIC 9(08).
         03  PND-RESULT       PIC X(02).
         03  PND-DATA         PIC X(28).
         03  PND-MST          REDEFINES PND-DATA.
           05  PND-MST-ACTION PIC X(01).
           05  PND-MST-KEY    PIC X(04).
           05  PND-MST-EFF-DATE
                              PIC 9(08).
           05  PND-MST-DATA   PIC X(06).
           05  FILLER         PIC X(09).
         03  PND-VPR          REDEFINES PND-DATA.
           05  PND-VPR-ACTION PIC X(01).
           05  PND-VPR-ROW    PIC X(27).
