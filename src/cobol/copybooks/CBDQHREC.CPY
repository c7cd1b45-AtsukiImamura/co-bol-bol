      *---1---------2---------3---------4---------5-----
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ｲﾍﾞﾝﾄ ﾘﾚｷ ﾚｲｱｳﾄ (DQHIST, ﾙｲｾｷ ﾂｲｶ, ｿｰｽ ﾍﾞﾂ)
      *-- DQH-EVENT: 'I'=ｼﾞｭｼﾝ ｹﾝｽｳ (SAMPLE, ｿｰｽ ﾍﾞﾂ 1 ｹﾝ)
      *--            'J'=ｼｮｶｲ ｷｬｸｶ (SAMPLE)
      *--            'P'=ﾘｻｲｸﾙ ﾒｲｻｲ ﾉ ｾｲｼﾞｮｳ ｹｲｼﾞｮｳ (SAMPLE)
      *--            'F'=ﾘｻｲｸﾙ ﾃｲｾｲ ｽﾞﾐ 'E'=ｴｽｶﾚｰｼｮﾝ (RECYCLE)
      *--            'R'=ｶｲｹﾂ 'W'=ｼｮｳｷｬｸ 'X'=ﾘｻｲｸﾙ ﾍﾝｷｬｸ (ESCMGR)
      *-- DQH-DATE ﾊ ｲﾍﾞﾝﾄ ﾉ ｷﾞｮｳﾑ ﾋﾂﾞｹ, DQH-SOURCE ﾊ ｹﾞﾝ ﾌｨｰﾄﾞ ﾉ
      *-- ｿｰｽID, DQH-CYCLE ﾊ 'F'/'E' ﾉ ﾘｻｲｸﾙ ｼﾄﾞｳ ｶｲｽｳ,
      *-- DQH-COUNT ﾊ 'I' ﾉ ｼﾞｭｼﾝ ｹﾝｽｳ (ｿﾉﾀ ﾊ 1),
      *-- DQH-FIRST-DATE ﾊ ｼｮｶｲ ｷｬｸｶ ﾉ ｷﾞｮｳﾑ ﾋﾂﾞｹ ('I' ﾊ ｾﾞﾛ)
      *-- DQH-IN-SEQ ﾊ SAMPLE ﾉ IN-FL ﾒｲｻｲ ｼﾞｭﾝﾊﾞﾝ ('I' ﾊ ｻｲｼｭｳ ﾒｲｻｲ
      *-- +1), RECYCLE ﾊ REJIN ﾉ ﾖﾐｺﾐ ｼﾞｭﾝﾊﾞﾝ, ESCMGR ﾊ ｾﾞﾛ
      *-- (ﾘｽﾀｰﾄ/ｻｲｼﾞｯｺｳ ﾉ ｼｷﾍﾞﾂ ﾖｳ)
         03  DQH-DATE         PIC 9(08).
         03  DQH-SOURCE       PIC X(03).
         03  DQH-EVENT        PIC X(01).
         03  DQH-REASON       PIC X(02).
         03  DQH-CYCLE        PIC 9(01).
         03  DQH-COUNT        PIC 9(09).
         03  DQH-FIRST-DATE   PIC 9(08).
         03  DQH-RECORD       PIC X(13).
         03  DQH-IN-SEQ       PIC 9(09).
