                              ACCESS MODE IS DYNAMIC
                              RECORD KEY  IS KWK-KEY
                              FILE STATUS IS WS-KEYWK-STATUS.
         SELECT  SUSP-FL      ASSIGN TO 'SUSPFL'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-SUSP-STATUS.
         SELECT  BDC-FL       ASSIGN TO 'BDCAL'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS BDC-DATE
                              FILE STATUS IS WS-BDC-STATUS.
         SELECT  ARC-FL       ASSIGN TO 'REVARC'
                              FILE STATUS  IS WS-ARC-STATUS.
         SELECT  RVL-FL       ASSIGN TO 'REVLOG'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-RVL-STATUS.
         SELECT  DQH-FL       ASSIGN TO 'DQHIST'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-DQH-STATUS.
         SELECT  PER-FL       ASSIGN TO 'PERCTL'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS PER-MONTH
                              FILE STATUS IS WS-PER-STATUS.
         SELECT  PPL-FL       ASSIGN TO 'PPALOG'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-PPL-STATUS.
         SELECT  FXR-FL       ASSIGN TO 'FXRATE'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS FXR-KEY
                              FILE STATUS IS WS-FXR-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  IN-FL              LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  IN-REC             PIC X(44).
       FD  OUT-FL             LABEL RECORD OMITTED.
       01  OUT-REC.
         COPY                 CBOUTREC.
         COPY                 CBVPRREC.
      *-- ｷｰ ﾍﾞﾂ ﾜｰｸ ﾌｧｲﾙ (ﾈｯﾄ ﾎﾟｼﾞｼｮﾝ + ﾁｮｳﾌｸ ｹﾝｽｳ,
      *-- ﾗﾝ ｺﾞﾄ ｻｲｾｲｾｲ, ｷｰ ｽｳ ﾑｾｲｹﾞﾝ)
      *-- KWK-UNK-COUNT/AMOUNT ﾊ ﾏｽﾀ ｾﾀﾞｲ ﾐﾋｯﾄ (ｻｽﾍﾟﾝｽ) ﾌﾞﾝ
       FD  KEYWK-FL           LABEL RECORD STANDARD.
       01  KEYWK-REC.
         03  KWK-KEY          PIC X(04).
         03  KWK-DUP-COUNT    PIC 9(09).
         03  KWK-NET-AMOUNT   PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  KWK-UNK-COUNT    PIC 9(09).
         03  KWK-UNK-AMOUNT   PIC S9(09)V99
                              SIGN LEADING SEPARATE.
      *-- ﾏｽﾀ ｻｽﾍﾟﾝｽ ﾌｧｲﾙ (ﾙｲｾｷ ﾂｲｶ, SUSREN ｶﾞ ｻｲｴﾝﾘｯﾁ)
       FD  SUSP-FL            LABEL RECORD OMITTED.
       01  SUSP-REC.
         COPY                 CBSUSREC.
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ (BDCUPD ｶﾞ ﾒﾝﾃﾅﾝｽ)
       FD  BDC-FL             LABEL RECORD STANDARD.
       01  BDC-REC.
         COPY                 CBBDCREC.
      *-- ﾄﾘｹｼ ｹﾞﾝ ﾒｲｻｲ ｼｮｳｶｲ ﾖｳ OUT-FL ｾﾀﾞｲ (ARCHDIR, ﾒｲｻｲ ｺﾞﾄ ﾆ
      *-- ｹﾞﾝ ﾋﾂﾞｹ ﾉ ﾌｧｲﾙ ｦ REVARC ﾆ ﾜﾘｱﾃ)
       FD  ARC-FL             LABEL RECORD OMITTED.
       01  ARC-REC            PIC X(58).
      *-- ﾄﾘｹｼ ﾚｼﾞｬｰ (ﾙｲｾｷ ﾂｲｶ, ﾄﾘｹｼ ｽﾞﾐ ﾊﾝﾃｲ ﾆ ｻﾝｼｮｳ)
       FD  RVL-FL             LABEL RECORD OMITTED.
       01  RVL-REC.
         COPY                 CBRVLREC.
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ｲﾍﾞﾝﾄ ﾘﾚｷ (ﾙｲｾｷ ﾂｲｶ, DQCARD ｶﾞ ｹﾞﾂｼﾞ ｼｭｳｹｲ)
       FD  DQH-FL             LABEL RECORD OMITTED.
       01  DQH-REC.
         COPY                 CBDQHREC.
      *-- ｹｲﾘ ｷｶﾝ ｺﾝﾄﾛｰﾙ (PERCLS ｶﾞ ﾒﾝﾃﾅﾝｽ)
       FD  PER-FL             LABEL RECORD STANDARD.
       01  PER-REC.
         COPY                 CBPERREC.
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ﾚｼﾞｬｰ (ﾙｲｾｷ ﾂｲｶ, MONSTMT ｶﾞ ｹﾞﾂｼﾞ ｾｸｼｮﾝ ﾆ ｼﾖｳ)
       FD  PPL-FL             LABEL RECORD OMITTED.
       01  PPL-REC.
         COPY                 CBPPLREC.
      *-- ｶﾜｾ ﾚｰﾄ (FXUPD ｶﾞ ﾒﾝﾃﾅﾝｽ, ｼｮﾘ ﾋﾂﾞｹ ﾉ ﾚｰﾄ ﾃﾞ ｷｼﾞｭﾝ ﾂｳｶ ｶﾝｻﾝ)
       FD  FXR-FL             LABEL RECORD STANDARD.
       01  FXR-REC.
         COPY                 CBFXRREC.
       WORKING-STORAGE        SECTION.
       01  IN-DATA.
         COPY                 CBINREC.
         03  WS-RUNCTL-STATUS PIC X(02).
         03  WS-VALPRM-STATUS PIC X(02).
         03  WS-KEYWK-STATUS  PIC X(02).
         03  WS-SUSP-STATUS   PIC X(02).
         03  WS-BDC-STATUS    PIC X(02).
         03  WS-ARC-STATUS    PIC X(02).
         03  WS-RVL-STATUS    PIC X(02).
         03  WS-DQH-STATUS    PIC X(02).
         03  WS-PER-STATUS    PIC X(02).
         03  WS-PPL-STATUS    PIC X(02).
         03  WS-FXR-STATUS    PIC X(02).
       01  WS-REC-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-OUT-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-HASH-TOTAL      PIC 9(03)  VALUE ZERO.
       01  WS-REJECT-REASON   PIC X(02).
       01  WS-VAL-WORK.
         COPY                 CBVALWRK.
       01  WS-BDC-WORK.
         COPY                 CBBDCWRK.
       01  WS-PER-WORK.
         COPY                 CBPERWRK.
       01  WS-FXR-WORK.
         COPY                 CBFXRWRK.
       01  WS-RESTART-FLAG    PIC X(01)  VALUE 'N'.
       01  WS-RESTART-EOF     PIC X(01).
      *-- ﾏｯﾁ ﾏｰｼﾞ ﾓｰﾄﾞ (環境変数 SAMPLE_MERGE, ｿｰﾄ ｽﾞﾐ ﾆｭｳﾘｮｸ)
       01  WS-MST-HOLD-DATA   PIC X(06)  VALUE SPACES.
      *-- as-of ｹﾝｻｸ ｹｯｶ (FD ﾊﾞｯﾌｧ ﾊ ｶｷｶｴｽﾞ ｺｺ ｦ ｻﾝｼｮｳ)
       01  WS-MST-RESULT-DATA PIC X(06)  VALUE SPACES.
       01  WS-MST-RESULT-FOUND
                              PIC X(01)  VALUE 'N'.
       01  WS-ASOF-FOUND      PIC X(01).
       01  WS-ASOF-DONE       PIC X(01).
       01  WS-MASTER-AVAILABLE
      *-- ﾏﾙﾁ ﾌｨｰﾄﾞ: ｹﾞﾝｻﾞｲ ﾉ ｿｰｽID (ﾍｯﾀﾞ ｶﾗ ﾎｶｸ,
      *-- ﾄﾚｰﾗ ｺﾞ ﾉ ﾘｻｲｸﾙ ﾘｮｳｲｷ ﾊ 'RCY')
       01  WS-CUR-SOURCE      PIC X(03)  VALUE SPACES.
      *-- ﾂｳｶ: ﾍｯﾀﾞ ﾉ ﾂｳｶ (ｸｳﾊｸ ﾊ ｷｼﾞｭﾝ ﾂｳｶ), ﾒｲｻｲ ﾉ ﾕｳｺｳ ﾂｳｶ
      *-- (IN-DTL-CCY ｳﾜｶﾞｷ), ｷｼﾞｭﾝ ﾂｳｶ ｶﾝｻﾝ ｶﾞｸ
       01  WS-CUR-CCY         PIC X(03)  VALUE SPACES.
       01  WS-DTL-CCY         PIC X(03)  VALUE SPACES.
       01  WS-BASE-AMOUNT     PIC S9(09)V99  VALUE ZERO.
      *-- ﾄﾚｰｽ ｻﾝｼｮｳ (ｷﾞｮｳﾑ ﾋﾂﾞｹ + ｿｰｽID + ﾚﾝﾊﾞﾝ, ﾘｽﾀｰﾄ ﾉ ﾖﾐﾄﾊﾞｼ
      *-- ﾃﾞ ｻｲｹﾞﾝ). ﾚﾝﾊﾞﾝ ﾊ ﾊﾞｯﾁ ﾅｲ ﾉ ﾄｳﾁｬｸ ｼﾞｭﾝ (SAMPLE.sh ｶﾞ
      *-- ｿｰﾄ ﾏｴ ﾆ IN-ARV-SEQ ﾆ ﾌﾖ, ﾐﾌﾖ ﾊ WS-FEED-SEQ ﾃﾞ ﾖﾐｺﾐ ｼﾞｭﾝ)
      *-- ﾆ ｿｰｽ ﾉ ｾﾞﾝ ﾊﾞｯﾁ ﾏﾃﾞ ﾉ ｻｲﾀﾞｲ ﾚﾝﾊﾞﾝ ｦ ｶｻﾝ (ﾄﾞｳ ｿｰｽ ﾉ
      *-- ﾌｸｽｳ ﾊﾞｯﾁ ﾃﾞﾓ ﾁｮｳﾌｸ ｼﾅｲ)
       01  WS-FEED-SEQ        PIC 9(06)  VALUE ZERO.
       01  WS-ARV-POS         PIC 9(06)  VALUE ZERO.
       01  WS-TSQ-BASE        PIC 9(06)  VALUE ZERO.
       01  WS-TSQ-MAX         PIC 9(02)  VALUE 10.
       01  WS-TSQ-ENTRIES     PIC 9(02)  VALUE ZERO.
       01  WS-TSQ-IDX         PIC 9(02)  VALUE ZERO.
       01  WS-TSQ-USE-IDX     PIC 9(02)  VALUE ZERO.
       01  WS-TSQ-FOUND       PIC X(01).
       01  WS-TSQ-TABLE.
         03  WS-TSQ-ENTRY      OCCURS 10 TIMES.
           05  WS-TSQ-ID       PIC X(03).
           05  WS-TSQ-HIGH     PIC 9(06).
       01  WS-TRACE-REF.
         COPY                 CBTRCWRK.
      *-- ｿｰｽ ﾍﾞﾂ ｼｭｳｹｲ ﾜｰｸ ﾃｰﾌﾞﾙ
       01  WS-SRC-MAX         PIC 9(02)  VALUE 10.
       01  WS-SRC-ENTRIES     PIC 9(02)  VALUE ZERO.
           05  WS-SRC-OUT      PIC 9(09).
           05  WS-SRC-REJ      PIC 9(09).
           05  WS-SRC-NET      PIC S9(09)V99.
      *-- ﾂｳｶ ﾍﾞﾂ ｼｭｳｹｲ ﾜｰｸ ﾃｰﾌﾞﾙ (ｹﾞﾝ ﾂｳｶ ﾉ ﾈｯﾄ ﾄ ｷｼﾞｭﾝ ﾂｳｶ ﾉ ﾈｯﾄ,
      *-- D ｶｻﾝ / C ｹﾞﾝｻﾝ)
       01  WS-CCY-MAX         PIC 9(02)  VALUE 10.
       01  WS-CCY-ENTRIES     PIC 9(02)  VALUE ZERO.
       01  WS-CCY-IDX         PIC 9(02)  VALUE ZERO.
       01  WS-CCY-USE-IDX     PIC 9(02)  VALUE ZERO.
       01  WS-CCY-FOUND       PIC X(01).
       01  WS-CCY-TABLE-FULL  PIC X(01)  VALUE 'N'.
       01  WS-CCY-TABLE.
         03  WS-CCY-ENTRY      OCCURS 10 TIMES.
           05  WS-CCY-ID       PIC X(03).
           05  WS-CCY-COUNT    PIC 9(09).
           05  WS-CCY-ORIG-NET PIC S9(09)V99.
           05  WS-CCY-BASE-NET PIC S9(09)V99.
      *-- ﾈｯﾄ ﾎﾟｼﾞｼｮﾝ / ﾁｮｳﾌｸ ｹﾝｽｳ ﾊ KEYWK-FL ﾆ ｷｰ ﾍﾞﾂ ﾎｼﾞ
      *-- (ｿｳｹｲ ﾉﾐ ﾒﾓﾘ ｼｭｳｹｲ, D ｶｻﾝ / C ｹﾞﾝｻﾝ)
       01  WS-NET-TOTAL       PIC S9(09)V99  VALUE ZERO.
         03  FILLER           PIC X(08) VALUE 'TYPE'.
         03  FILLER           PIC X(08) VALUE 'KEY'.
         03  FILLER           PIC X(10) VALUE 'AMOUNT'.
         03  FILLER           PIC X(05) VALUE 'CCY'.
         03  FILLER           PIC X(13) VALUE '  BASE AMOUNT'.
         03  FILLER           PIC X(36) VALUE SPACES.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-TYPE  PIC X(08).
         03  WS-RPT-DTL-KEY   PIC X(08).
         03  WS-RPT-DTL-AMT   PIC +ZZZZ9.99.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-CCY   PIC X(03).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-BASE  PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(36) VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
       01  WS-RPT-FOOTER2.
         03  FILLER           PIC X(11) VALUE 'NET TOTAL: '.
         03  WS-RPT-FTR-NET   PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-FTR-CCY   PIC X(03).
         03  FILLER           PIC X(52) VALUE SPACES.
       01  WS-RPT-DUP-SECTION-HDR.
         03  FILLER           PIC X(24) VALUE
                              '*** DUPLICATE KEYS ***'.
         03  FILLER           PIC X(06) VALUE ' NET: '.
         03  WS-RPT-SRC-NET   PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(05) VALUE SPACES.
       01  WS-RPT-CCY-HDR.
         03  FILLER           PIC X(28) VALUE
                              '*** CURRENCY SUBTOTALS ***'.
         03  FILLER           PIC X(52) VALUE SPACES.
       01  WS-RPT-CCY-LINE.
         03  FILLER           PIC X(04) VALUE 'CCY '.
         03  WS-RPT-CCY-ID    PIC X(03).
         03  FILLER           PIC X(08) VALUE ' COUNT: '.
         03  WS-RPT-CCY-COUNT PIC Z(8)9.
         03  FILLER           PIC X(07) VALUE ' ORIG: '.
         03  WS-RPT-CCY-ORIG  PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(07) VALUE ' BASE: '.
         03  WS-RPT-CCY-BASE  PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-CCY-BASE-ID
                              PIC X(03).
         03  FILLER           PIC X(12) VALUE SPACES.
       01  WS-RPT-UNK-SECTION-HDR.
         03  FILLER           PIC X(40) VALUE
                              '*** UNKNOWN KEYS - MASTER SUSPENSE ***'.
         03  FILLER           PIC X(40) VALUE SPACES.
       01  WS-RPT-UNK-DETAIL.
         03  FILLER           PIC X(08) VALUE 'UNK KEY:'.
         03  WS-RPT-UNK-KEY   PIC X(08).
         03  FILLER           PIC X(08) VALUE 'COUNT:'.
         03  WS-RPT-UNK-CNT   PIC Z(8)9.
         03  FILLER           PIC X(09) VALUE '  AMOUNT:'.
         03  WS-RPT-UNK-AMT   PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(25) VALUE SPACES.
       01  WS-RPT-UNK-TOTAL.
         03  FILLER           PIC X(19) VALUE 'SUSPENDED DETAILS: '.
         03  WS-RPT-UNK-TOT   PIC Z(8)9.
         03  FILLER           PIC X(52) VALUE SPACES.
       01  WS-RPT-RVS-SECTION-HDR.
         03  FILLER           PIC X(24) VALUE
                              '*** REVERSALS ***'.
         03  FILLER           PIC X(56) VALUE SPACES.
       01  WS-RPT-RVS-DETAIL.
         03  FILLER           PIC X(08) VALUE 'RVS KEY:'.
         03  WS-RPT-RVS-KEY   PIC X(05).
         03  FILLER           PIC X(04) VALUE 'SRC '.
         03  WS-RPT-RVS-SRC   PIC X(04).
         03  FILLER           PIC X(06) VALUE 'ORIG: '.
         03  WS-RPT-RVS-ODATE PIC 9(08).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-RVS-OTYPE PIC X(01).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-RVS-AMT   PIC +ZZZZ9.99.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-RVS-CCY   PIC X(03).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-RVS-RESULT
                              PIC X(24).
         03  FILLER           PIC X(02) VALUE SPACES.
       01  WS-RPT-RVS-TOTAL.
         03  FILLER           PIC X(18) VALUE 'REVERSALS POSTED: '.
         03  WS-RPT-RVS-POSTED
                              PIC Z(8)9.
         03  FILLER           PIC X(12) VALUE '  REJECTED: '.
         03  WS-RPT-RVS-REJECTED
                              PIC Z(8)9.
         03  FILLER           PIC X(32) VALUE SPACES.
       01  WS-RPT-PPA-TOTAL.
         03  FILLER           PIC X(28) VALUE
                              'PRIOR-PERIOD ADJUSTMENTS: '.
         03  WS-RPT-PPA-COUNT PIC Z(8)9.
         03  FILLER           PIC X(07) VALUE '  NET: '.
         03  WS-RPT-PPA-NET   PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(23) VALUE SPACES.
      *-- ﾁｮｳﾌｸ ｹﾝｻｸ ﾜｰｸ (ｶｳﾝﾄ ﾎﾝﾀｲ ﾊ KEYWK-FL)
       01  WS-DUP-EOF          PIC X(01).
       01  WS-DUP-SECTION-WRITTEN
                              PIC X(01)  VALUE 'N'.
      *-- ﾏｽﾀ ｻｽﾍﾟﾝｽ ﾜｰｸ (ｷｰ ﾍﾞﾂ ｹﾝｽｳ ﾊ KEYWK-FL)
       01  WS-SUSP-COUNT      PIC 9(09)  VALUE ZERO.
       01  WS-UNK-SECTION-WRITTEN
                              PIC X(01)  VALUE 'N'.
      *-- ﾄﾘｹｼ ﾒｲｻｲ ﾜｰｸ (ｹﾞﾝ ﾒｲｻｲ ﾊ 環境変数 ARCHDIR ﾉ ｾﾀﾞｲ ﾃﾞ
      *-- ｼｮｳｺﾞｳ, ﾄﾘｹｼ ｽﾞﾐ ﾊ REVLOG ﾃﾞ ﾊﾝﾃｲ)
       01  WS-ARCH-DIR        PIC X(60)  VALUE SPACES.
       01  WS-ARC-PATH        PIC X(80)  VALUE SPACES.
       01  WS-ARC-EOF         PIC X(01).
       01  WS-ARC-DETAIL.
         03  WS-ARC-CLASS     PIC X(01).
         03  WS-ARC-TYPE      PIC X(01).
         03  WS-ARC-KEY       PIC X(04).
         03  WS-ARC-AMOUNT    PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  FILLER           PIC X(27).
         03  WS-ARC-CCY       PIC X(03).
         03  WS-ARC-ORIG-AMOUNT
                              PIC S9(05)V99
                              SIGN LEADING SEPARATE.
         03  WS-ARC-RVS-FLAG  PIC X(01).
         03  FILLER           PIC X(01).
       01  WS-RVL-EOF         PIC X(01).
       01  WS-RVS-FLAG        PIC X(01)  VALUE 'N'.
       01  WS-RVS-ORIG-DATE   PIC 9(08)  VALUE ZERO.
       01  WS-RVS-ORIG-TYPE   PIC X(01).
       01  WS-RVS-OFFSET-TYPE PIC X(01).
       01  WS-RVS-MATCH-COUNT PIC 9(05)  VALUE ZERO.
       01  WS-RVS-DONE-COUNT  PIC 9(05)  VALUE ZERO.
       01  WS-RVS-POSTED      PIC 9(09)  VALUE ZERO.
       01  WS-RVS-REJECTED    PIC 9(09)  VALUE ZERO.
      *-- ﾄﾘｹｼ ｾｸｼｮﾝ ﾜｰｸ ﾃｰﾌﾞﾙ (ｹｲｼﾞｮｳ/ｷｬｸｶ ﾄﾓ ﾆ ｷﾛｸ)
       01  WS-RVS-MAX         PIC 9(03)  VALUE 100.
       01  WS-RVS-ENTRIES     PIC 9(03)  VALUE ZERO.
       01  WS-RVS-IDX         PIC 9(03)  VALUE ZERO.
       01  WS-RVS-TABLE-FULL  PIC X(01)  VALUE 'N'.
       01  WS-RVS-TABLE.
         03  WS-RVS-ENTRY      OCCURS 100 TIMES.
           05  WS-RVS-KEY      PIC X(04).
           05  WS-RVS-SOURCE   PIC X(03).
           05  WS-RVS-ODATE    PIC 9(08).
           05  WS-RVS-OTYPE    PIC X(01).
           05  WS-RVS-AMOUNT   PIC S9(05)V99.
           05  WS-RVS-CCY      PIC X(03).
           05  WS-RVS-RESULT   PIC X(02).
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ﾜｰｸ (ｼﾒ ｽﾞﾐ ﾉ ﾂｷ ﾉ ﾄﾘｹｼ/ﾘｻｲｸﾙ ﾒｲｻｲ ﾊ ﾄｳｷ ﾆ
      *-- ｹｲｼﾞｮｳ ｼ OUT-PPA-FLAG 'P' ﾄ PPALOG ﾃﾞ ｸﾍﾞﾂ, D ｶｻﾝ / C ｹﾞﾝｻﾝ)
       01  WS-PPA-FLAG        PIC X(01)  VALUE SPACE.
       01  WS-PPA-KIND        PIC X(01)  VALUE SPACE.
       01  WS-PPA-ORIG-DATE   PIC 9(08)  VALUE ZERO.
       01  WS-PPA-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-PPA-NET         PIC S9(09)V99  VALUE ZERO.
      *-- ﾘｽﾀｰﾄ/ｻｲｼﾞｯｺｳ ﾃﾞ ﾄｳｼﾞﾂ ﾌﾞﾝ ｶﾞ ｷﾛｸ ｽﾞﾐ ﾉ ｻｲﾀﾞｲ ﾒｲｻｲ ｼﾞｭﾝﾊﾞﾝ
      *-- (ｺﾚ ｲｶ ﾉ ﾒｲｻｲ ﾊ REVLOG/PPALOG/SUSPFL/DQHIST ﾆ ﾂｲｶ ｼﾅｲ)
       01  WS-RVL-DONE-SEQ    PIC 9(09)  VALUE ZERO.
       01  WS-PPL-DONE-SEQ    PIC 9(09)  VALUE ZERO.
       01  WS-SUS-DONE-SEQ    PIC 9(09)  VALUE ZERO.
       01  WS-DQH-DONE-SEQ    PIC 9(09)  VALUE ZERO.
       01  WS-DONE-EOF        PIC X(01).
      *
       PROCEDURE              DIVISION.
      *-- ﾌﾟﾛｸﾞﾗﾑﾉﾌﾛｰ
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         ACCEPT                WS-START-TIME  FROM  TIME.
         PERFORM              PGM-DETECT-PROC-DATE.
         PERFORM              PGM-BDC-OPEN.
         PERFORM              PGM-PROC-DATE-CHECK.
         PERFORM              PGM-PER-OPEN.
         PERFORM              PGM-PERIOD-CHECK.
         PERFORM              PGM-FXR-OPEN.
         PERFORM              PGM-DETECT-RESTART-FLAG.
         PERFORM              PGM-DETECT-OVERRIDE-FLAG.
         PERFORM              PGM-RUNCTL-CLAIM.
         PERFORM              PGM-LOAD-VALPRM.
         PERFORM              PGM-BATCH-CHECK.
         PERFORM              PGM-DETECT-MERGE-FLAG.
         PERFORM              PGM-DETECT-ARCHDIR.
         IF                   WS-RESTART-FLAG  =  'Y'
           OPEN               EXTEND  OUT-FL
           OPEN               EXTEND  REJECT-FL
         END-IF.
         PERFORM              PGM-OPEN-MASTER.
         PERFORM              PGM-OPEN-KEYWK.
         PERFORM              PGM-DONE-SCAN.
         OPEN                 EXTEND  SUSP-FL.
         IF                   WS-SUSP-STATUS  =  '35'
           OPEN               OUTPUT  SUSP-FL
         END-IF.
         IF                   WS-SUSP-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         OPEN                 EXTEND  DQH-FL.
         IF                   WS-DQH-STATUS  =  '35'
           OPEN               OUTPUT  DQH-FL
         END-IF.
         IF                   WS-DQH-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 SPACE  TO  FLG-EOF.
         IF                   WS-RESTART-FLAG  NOT =  'Y'
             AND  WS-MERGE-FLAG  NOT =  'Y'
         END-IF.
       PGM-DETECT-PROC-DATE-E.
         EXIT.
      *-- ｼｮﾘ ﾋﾂﾞｹ ﾉ ｴｲｷﾞｮｳﾋﾞ ﾁｪｯｸ (ｷｭｳｼﾞﾂ/ｼｭｳﾏﾂ ﾊ ｷｮﾋ, RC=12)
       PGM-PROC-DATE-CHECK     SECTION.
       PGM-PROC-DATE-CHECK-S.
         MOVE                 WS-PROC-DATE  TO  WS-BDC-DATE.
         PERFORM              PGM-BDC-DAY-CHECK.
         IF                   WS-BDC-BUSINESS  NOT =  'Y'
           DISPLAY            "SAMPLE PGM-PROC-DATE-CHECK: RUN "
                              "REFUSED - PROCESSING DATE NOT "
                              "BUSINESS DAY"
           DISPLAY            "  PROCESS DATE   = "  WS-PROC-DATE
           DISPLAY            "  DAY TYPE       = "  WS-BDC-DAY-TYPE
           DISPLAY            "  SET SAMPLE_PROCDATE TO THE "
                              "BUSINESS DATE BEING PROCESSED"
           MOVE               12     TO  RETURN-CODE
           PERFORM            PGM-RUN-LEDGER
           STOP RUN
         END-IF.
       PGM-PROC-DATE-CHECK-E.
         EXIT.
      *-- ｼｮﾘ ﾋﾂﾞｹ ﾉ ｹｲﾘ ｷｶﾝ ﾁｪｯｸ (ｼﾒ ｽﾞﾐ ﾉ ﾂｷ ﾊ ｷｮﾋ, RC=12,
      *-- PERCLS ﾃﾞ ｻｲｶｲ ｽﾞﾐ ﾉ ﾂｷ ﾊ ｹｲｼﾞｮｳ ｶ)
       PGM-PERIOD-CHECK        SECTION.
       PGM-PERIOD-CHECK-S.
         MOVE                 WS-PROC-DATE  TO  WS-PER-DATE.
         PERFORM              PGM-PER-CHECK.
         IF                   WS-PER-CLOSED  =  'Y'
           DISPLAY            "SAMPLE PGM-PERIOD-CHECK: RUN "
                              "REFUSED - PROCESSING DATE IN CLOSED "
                              "PERIOD"
           DISPLAY            "  PROCESS DATE   = "  WS-PROC-DATE
           DISPLAY            "  PERIOD         = "
                              WS-PER-DATE(1:6)
           DISPLAY            "  REOPEN THE PERIOD WITH PERCLS OR "
                              "SET SAMPLE_PROCDATE TO AN OPEN DATE"
           MOVE               12     TO  RETURN-CODE
           PERFORM            PGM-RUN-LEDGER
           STOP RUN
         END-IF.
       PGM-PERIOD-CHECK-E.
         EXIT.
      *-- ﾊﾞｯﾁ ｳｹｲﾚ ﾁｪｯｸ ｼﾞｾﾞﾝ 1 ﾊﾟｽ (IN-FL ﾏｷﾓﾄﾞｼ)
      *-- ﾌｨｰﾄﾞ ｺﾞﾄ ﾉ ﾍｯﾀﾞ/ﾄﾚｰﾗ ﾂｲ ｦ ｼﾞｭﾝｼﾞ ｹﾝｼｮｳ -
      *-- ﾋﾂﾞｹ/ｹﾝｽｳ/ｷﾝｶﾞｸ ﾌｲｯﾁ ﾊ ﾊﾞｯﾁ ｾﾞﾝﾀｲ ｦ ﾊｲｷ
                              WS-BATCH-ERR-MSG
           PERFORM            PGM-BATCH-ABORT
         END-IF.
         IF                   IN-HDR-CCY  NOT =  SPACES
             AND  IN-HDR-CCY  NOT ALPHABETIC-UPPER
           MOVE               'BATCH HEADER CURRENCY INVALID'  TO
                              WS-BATCH-ERR-MSG
           PERFORM            PGM-BATCH-ABORT
         END-IF.
         MOVE                 'Y'  TO  WS-BCH-HDR-FOUND.
         MOVE                 IN-HDR-DATE       TO  WS-BCH-HDR-DATE.
         MOVE                 IN-HDR-SOURCE     TO  WS-BCH-SOURCE.
                              WS-BATCH-ERR-MSG
           PERFORM            PGM-BATCH-ABORT
         END-IF.
         MOVE                 WS-BCH-HDR-DATE  TO  WS-BDC-DATE.
         PERFORM              PGM-BDC-DAY-CHECK.
         IF                   WS-BDC-BUSINESS  NOT =  'Y'
           MOVE               'HEADER DATE NOT BUSINESS DAY'  TO
                              WS-BATCH-ERR-MSG
           PERFORM            PGM-BATCH-ABORT
         END-IF.
       PGM-BATCH-HEADER-E.
         EXIT.
      *-- ﾊﾞｯﾁﾄﾚｰﾗ ｳｹｲﾚ (ﾄｳｶﾞｲ ﾊﾞｯﾁ ﾉ ｹﾝｽｳ/ｷﾝｶﾞｸ ﾀｲﾋ)
         END-IF.
       PGM-DETECT-MERGE-FLAG-E.
         EXIT.
      *-- ｱｰｶｲﾌﾞ ﾃﾞｨﾚｸﾄﾘ ﾊﾝﾃｲ (環境変数 ARCHDIR, ﾐｾｯﾃｲ ﾊ 'archive')
      *-- ﾄﾘｹｼ ﾒｲｻｲ ﾉ ｹﾞﾝ ﾒｲｻｲ ｼｮｳｺﾞｳ ｻｷ (outfl.YYYYMMDD.dat)
       PGM-DETECT-ARCHDIR      SECTION.
       PGM-DETECT-ARCHDIR-S.
         MOVE                 SPACES  TO  WS-ARCH-DIR.
         DISPLAY              "ARCHDIR"  UPON  ENVIRONMENT-NAME.
         ACCEPT                WS-ARCH-DIR
                              FROM  ENVIRONMENT-VALUE.
         IF                   WS-ARCH-DIR  =  SPACES
           MOVE               'archive'  TO  WS-ARCH-DIR
         END-IF.
       PGM-DETECT-ARCHDIR-E.
         EXIT.
      *-- ﾘｽﾀｰﾄ ﾌﾗｸﾞ ﾊﾝﾃｲ (環境変数 SAMPLE_RESTART)
       PGM-DETECT-RESTART-FLAG SECTION.
       PGM-DETECT-RESTART-FLAG-S.
               PERFORM        WS-CHECKPOINT-COUNT  TIMES
                 PERFORM      PGM-READ
                 IF           FLG-EOF  NOT =  '1'
                   PERFORM    PGM-DETAIL-VALIDATE
                   PERFORM    PGM-SOURCE-TALLY
                   IF         WS-VALID-FLAG  =  'Y'
                     PERFORM  PGM-CCY-TALLY
                     PERFORM  PGM-PPA-CHECK
                     PERFORM  PGM-NET-UPDATE
                     IF       WS-MERGE-FLAG  =  'Y'
                         AND  WS-RVS-FLAG  NOT =  'Y'
                       PERFORM  PGM-DUP-LOOKUP
                     END-IF
                     PERFORM  PGM-MASTER-LOOKUP
                     IF       WS-MASTER-AVAILABLE  =  'Y'
                         AND  WS-MST-RESULT-FOUND  NOT =  'Y'
                       PERFORM  PGM-UNKNOWN-TALLY
                     END-IF
                   END-IF
                 END-IF
               END-PERFORM
         END-IF.
       PGM-RESTART-CHECK-E.
         EXIT.
      *-- ﾘｽﾀｰﾄ/ｻｲｼﾞｯｺｳ ﾉ ｷﾛｸ ｽﾞﾐ ｲﾁ (ﾄｳｼﾞﾂ ﾌﾞﾝ ﾉ ｻｲﾀﾞｲ ﾒｲｻｲ ｼﾞｭﾝﾊﾞﾝ
      *-- ｦ ﾚｼﾞｬｰ ｺﾞﾄ ﾆ ﾓﾄﾒ, ｿﾚ ｲｶ ﾉ ﾒｲｻｲ ﾊ ﾌﾀﾀﾋﾞ ﾂｲｶ ｼﾅｲ)
       PGM-DONE-SCAN           SECTION.
       PGM-DONE-SCAN-S.
         IF                   WS-RESTART-FLAG  =  'Y'
             OR  WS-OVERRIDE-FLAG  =  'Y'
           PERFORM            PGM-DONE-SCAN-RVL
           PERFORM            PGM-DONE-SCAN-PPL
           PERFORM            PGM-DONE-SCAN-SUS
           PERFORM            PGM-DONE-SCAN-DQH
         END-IF.
       PGM-DONE-SCAN-E.
         EXIT.
      *-- ﾄﾘｹｼ ﾚｼﾞｬｰ ﾉ ﾄｳｼﾞﾂ ｷﾛｸ ｽﾞﾐ ｲﾁ
       PGM-DONE-SCAN-RVL       SECTION.
       PGM-DONE-SCAN-RVL-S.
         OPEN                 INPUT  RVL-FL.
         IF                   WS-RVL-STATUS  =  '00'
           MOVE               SPACE  TO  WS-DONE-EOF
           PERFORM            UNTIL  WS-DONE-EOF = '1'
             READ             RVL-FL
               AT END
                 MOVE         '1'  TO  WS-DONE-EOF
             END-READ
             IF               WS-DONE-EOF  NOT =  '1'
               IF             WS-RVL-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             RVL-RVS-DATE  =  WS-PROC-DATE
                   AND  RVL-IN-SEQ  NUMERIC
                 IF           RVL-IN-SEQ  >  WS-RVL-DONE-SEQ
                   MOVE       RVL-IN-SEQ  TO  WS-RVL-DONE-SEQ
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE              RVL-FL
         ELSE
           IF                 WS-RVL-STATUS  NOT =  '35'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-DONE-SCAN-RVL-E.
         EXIT.
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ﾚｼﾞｬｰ ﾉ ﾄｳｼﾞﾂ ｷﾛｸ ｽﾞﾐ ｲﾁ
       PGM-DONE-SCAN-PPL       SECTION.
       PGM-DONE-SCAN-PPL-S.
         OPEN                 INPUT  PPL-FL.
         IF                   WS-PPL-STATUS  =  '00'
           MOVE               SPACE  TO  WS-DONE-EOF
           PERFORM            UNTIL  WS-DONE-EOF = '1'
             READ             PPL-FL
               AT END
                 MOVE         '1'  TO  WS-DONE-EOF
             END-READ
             IF               WS-DONE-EOF  NOT =  '1'
               IF             WS-PPL-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             PPL-POST-DATE  =  WS-PROC-DATE
                   AND  PPL-IN-SEQ  NUMERIC
                 IF           PPL-IN-SEQ  >  WS-PPL-DONE-SEQ
                   MOVE       PPL-IN-SEQ  TO  WS-PPL-DONE-SEQ
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE              PPL-FL
         ELSE
           IF                 WS-PPL-STATUS  NOT =  '35'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-DONE-SCAN-PPL-E.
         EXIT.
      *-- ﾏｽﾀ ｻｽﾍﾟﾝｽ ﾉ ﾄｳｼﾞﾂ ｷﾛｸ ｽﾞﾐ ｲﾁ
       PGM-DONE-SCAN-SUS       SECTION.
       PGM-DONE-SCAN-SUS-S.
         OPEN                 INPUT  SUSP-FL.
         IF                   WS-SUSP-STATUS  =  '00'
           MOVE               SPACE  TO  WS-DONE-EOF
           PERFORM            UNTIL  WS-DONE-EOF = '1'
             READ             SUSP-FL
               AT END
                 MOVE         '1'  TO  WS-DONE-EOF
             END-READ
             IF               WS-DONE-EOF  NOT =  '1'
               IF             WS-SUSP-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             SUS-BUS-DATE  =  WS-PROC-DATE
                   AND  SUS-IN-SEQ  NUMERIC
                 IF           SUS-IN-SEQ  >  WS-SUS-DONE-SEQ
                   MOVE       SUS-IN-SEQ  TO  WS-SUS-DONE-SEQ
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE              SUSP-FL
         ELSE
           IF                 WS-SUSP-STATUS  NOT =  '35'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-DONE-SCAN-SUS-E.
         EXIT.
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ﾘﾚｷ ﾉ ﾄｳｼﾞﾂ ｷﾛｸ ｽﾞﾐ ｲﾁ
       PGM-DONE-SCAN-DQH       SECTION.
       PGM-DONE-SCAN-DQH-S.
         OPEN                 INPUT  DQH-FL.
         IF                   WS-DQH-STATUS  =  '00'
           MOVE               SPACE  TO  WS-DONE-EOF
           PERFORM            UNTIL  WS-DONE-EOF = '1'
             READ             DQH-FL
               AT END
                 MOVE         '1'  TO  WS-DONE-EOF
             END-READ
             IF               WS-DONE-EOF  NOT =  '1'
               IF             WS-DQH-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             DQH-DATE  =  WS-PROC-DATE
                   AND  DQH-IN-SEQ  NUMERIC
                 IF           DQH-IN-SEQ  >  WS-DQH-DONE-SEQ
                   MOVE       DQH-IN-SEQ  TO  WS-DQH-DONE-SEQ
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE              DQH-FL
         ELSE
           IF                 WS-DQH-STATUS  NOT =  '35'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-DONE-SCAN-DQH-E.
         EXIT.
      *-- ﾁｮｳﾌｸ ｹﾝｻｸ ｼﾞｾﾞﾝ 1 ﾊﾟｽ (IN-FL ﾏｷﾓﾄﾞｼ)
      *-- ｿｰｽID ﾊ PGM-READ ﾄ ﾄﾞｳﾖｳ ﾆ ﾎｼﾞ (ｿｰｽ ﾍﾞﾂ
      *-- ﾊﾟﾗﾒｰﾀ ｷｿｸ ｦ ﾎﾝﾊﾟｽ ﾄ ﾄﾞｳｲﾂ ﾆ ﾃｷﾖｳ ｽﾙ ﾀﾒ)
             EVALUATE         IN-REC-TYPE
               WHEN           'H'
                 MOVE         IN-HDR-SOURCE  TO  WS-CUR-SOURCE
                 MOVE         IN-HDR-CCY     TO  WS-CUR-CCY
               WHEN           'T'
                 MOVE         'RCY'          TO  WS-CUR-SOURCE
                 MOVE         SPACES         TO  WS-CUR-CCY
               WHEN           OTHER
                 PERFORM      PGM-CCY-SELECT
                 PERFORM      PGM-VALIDATE
                 IF           WS-VALID-FLAG  =  'Y'
                   PERFORM    PGM-FX-CONVERT
                 END-IF
                 IF           WS-VALID-FLAG  =  'Y'
                   PERFORM    PGM-DUP-LOOKUP
                 END-IF
           END-IF
         END-PERFORM.
         MOVE                 SPACES  TO  WS-CUR-SOURCE.
         MOVE                 SPACES  TO  WS-CUR-CCY.
         CLOSE                IN-FL.
         OPEN                 INPUT  IN-FL.
         IF                   WS-IN-STATUS  NOT =  '00'
           MOVE               IN-KEY  TO  KWK-KEY
           MOVE               1       TO  KWK-DUP-COUNT
           MOVE               ZERO    TO  KWK-NET-AMOUNT
           MOVE               ZERO    TO  KWK-UNK-COUNT
           MOVE               ZERO    TO  KWK-UNK-AMOUNT
           WRITE              KEYWK-REC
             INVALID KEY
               PERFORM        PGM-ERROR
             EVALUATE         IN-REC-TYPE
               WHEN           'H'
                 MOVE         IN-HDR-SOURCE  TO  WS-CUR-SOURCE
                 MOVE         IN-HDR-CCY     TO  WS-CUR-CCY
                 MOVE         ZERO           TO  WS-FEED-SEQ
                 PERFORM      PGM-TRACE-BATCH
               WHEN           'T'
                 MOVE         'RCY'          TO  WS-CUR-SOURCE
                 MOVE         SPACES         TO  WS-CUR-CCY
                 MOVE         ZERO           TO  WS-FEED-SEQ
                 PERFORM      PGM-TRACE-BATCH
               WHEN           OTHER
                 MOVE         'Y'  TO  WS-DETAIL-GOT
                 ADD          1      TO  WS-REC-COUNT
                 ADD          1      TO  WS-FEED-SEQ
                 PERFORM      PGM-TRACE-STAMP
             END-EVALUATE
           END-IF
         END-PERFORM.
       PGM-READ-E.
         EXIT.
      *-- ﾊﾞｯﾁ ｶｲｼ (ｿｰｽ ﾉ ﾚﾝﾊﾞﾝ ﾃｰﾌﾞﾙ ｦ ｹﾝｻｸ/ﾂｲｶ ｼ, ｾﾞﾝ ﾊﾞｯﾁ ﾏﾃﾞ ﾉ
      *-- ｻｲﾀﾞｲ ﾚﾝﾊﾞﾝ ｦ ｺﾉ ﾊﾞｯﾁ ﾉ ﾍﾞｰｽ ﾄ ｽﾙ)
       PGM-TRACE-BATCH         SECTION.
       PGM-TRACE-BATCH-S.
         MOVE                 'N'   TO  WS-TSQ-FOUND.
         MOVE                 ZERO  TO  WS-TSQ-USE-IDX.
         MOVE                 ZERO  TO  WS-TSQ-BASE.
         IF                   WS-TSQ-ENTRIES  >  ZERO
           PERFORM            VARYING  WS-TSQ-IDX  FROM  1  BY  1
               UNTIL          WS-TSQ-IDX  >  WS-TSQ-ENTRIES
                    OR         WS-TSQ-FOUND  =  'Y'
             IF               WS-TSQ-ID(WS-TSQ-IDX)  =  WS-CUR-SOURCE
               MOVE           'Y'  TO  WS-TSQ-FOUND
               MOVE           WS-TSQ-IDX  TO  WS-TSQ-USE-IDX
             END-IF
           END-PERFORM
         END-IF.
         IF                   WS-TSQ-FOUND  =  'N'
           IF                 WS-TSQ-ENTRIES  <  WS-TSQ-MAX
             ADD              1  TO  WS-TSQ-ENTRIES
             MOVE             WS-CUR-SOURCE  TO
                              WS-TSQ-ID(WS-TSQ-ENTRIES)
             MOVE             ZERO  TO  WS-TSQ-HIGH(WS-TSQ-ENTRIES)
             MOVE             WS-TSQ-ENTRIES  TO  WS-TSQ-USE-IDX
           ELSE
             DISPLAY          "SAMPLE PGM-TRACE-BATCH: SOURCE TABLE "
                              "FULL AT "  WS-TSQ-MAX
                              " - TRACE SEQUENCE FOR SOURCE "
                              WS-CUR-SOURCE  " RESTARTS AT 1"
           END-IF
         END-IF.
         IF                   WS-TSQ-USE-IDX  >  ZERO
           MOVE               WS-TSQ-HIGH(WS-TSQ-USE-IDX)  TO
                              WS-TSQ-BASE
         END-IF.
       PGM-TRACE-BATCH-E.
         EXIT.
      *-- ﾄﾚｰｽ ｻﾝｼｮｳ ﾌﾖ (ﾘｻｲｸﾙ ﾒｲｻｲ ﾊ ｹﾞﾝ ﾒｲｻｲ ﾉ ｻﾝｼｮｳ ｦ ﾋｷﾂｷﾞ,
      *-- ｻﾝｼｮｳ ﾅｼ ﾉ ﾘｻｲｸﾙ ﾒｲｻｲ ﾊ 'RCY' ﾘｮｳｲｷ ﾉ ﾚﾝﾊﾞﾝ ﾃﾞ ｼﾝｷ ﾌﾖ)
      *-- ﾌｨｰﾄﾞ ﾒｲｻｲ ﾉ ﾊﾞｯﾁ ﾅｲ ｲﾁ ﾊ IN-ARV-SEQ (ﾄｳﾁｬｸ ｼﾞｭﾝ), ﾐﾌﾖ ﾉ
      *-- ﾄｷ ﾊ ﾖﾐｺﾐ ｼﾞｭﾝ (ﾘｻｲｸﾙ ﾒｲｻｲ ﾊ ﾂﾈﾆ ﾖﾐｺﾐ ｼﾞｭﾝ)
       PGM-TRACE-STAMP         SECTION.
       PGM-TRACE-STAMP-S.
         MOVE                 WS-PROC-DATE   TO  WS-TRC-DATE.
         MOVE                 WS-CUR-SOURCE  TO  WS-TRC-SOURCE.
         IF                   WS-CUR-SOURCE  NOT =  'RCY'
             AND  IN-ARV-SEQ  NUMERIC
             AND  IN-ARV-SEQ  >  ZERO
           MOVE               IN-ARV-SEQ     TO  WS-ARV-POS
         ELSE
           MOVE               WS-FEED-SEQ    TO  WS-ARV-POS
         END-IF.
         COMPUTE              WS-TRC-SEQ  =  WS-TSQ-BASE  +  WS-ARV-POS.
         IF                   WS-TSQ-USE-IDX  >  ZERO
           IF                 WS-TRC-SEQ  >  WS-TSQ-HIGH(WS-TSQ-USE-IDX)
             MOVE             WS-TRC-SEQ  TO
                              WS-TSQ-HIGH(WS-TSQ-USE-IDX)
           END-IF
         END-IF.
         IF                   WS-CUR-SOURCE  =  'RCY'
             AND  IN-RCY-TRACE  NOT =  SPACES
           MOVE               IN-RCY-TRACE   TO  WS-TRACE-REF
         END-IF.
       PGM-TRACE-STAMP-E.
         EXIT.
      *-- ﾌｧｲﾙWRITE AND ﾂｷﾞﾉﾌｧｲﾙREAD
       PGM-RW                 SECTION.
       PGM-RW-S.
         PERFORM              PGM-DETAIL-VALIDATE.
         PERFORM              PGM-SOURCE-TALLY.
         IF                   WS-VALID-FLAG  =  'Y'
           IF                 WS-MERGE-FLAG  =  'Y'
               AND  WS-RVS-FLAG  NOT =  'Y'
             PERFORM          PGM-DUP-LOOKUP
           END-IF
           PERFORM            PGM-MASTER-LOOKUP
           PERFORM            PGM-PPA-CHECK
           MOVE               'D'          TO  OUT-REC-CLASS
           MOVE               IN-REC-TYPE  TO  OUT-REC-TYPE
           MOVE               IN-KEY       TO  OUT-KEY
           MOVE               WS-BASE-AMOUNT
                                           TO  OUT-AMOUNT
           MOVE               WS-MST-RESULT-DATA
                                           TO  OUT-MST-DATA
           MOVE               WS-CUR-SOURCE
                                           TO  OUT-SOURCE
           MOVE               WS-TRACE-REF TO  OUT-TRACE-REF
           MOVE               WS-PPA-FLAG  TO  OUT-PPA-FLAG
           IF                 WS-RVS-FLAG  =  'Y'
             MOVE             'R'    TO  OUT-RVS-FLAG
           ELSE
             MOVE             SPACE  TO  OUT-RVS-FLAG
           END-IF
           MOVE               WS-DTL-CCY   TO  OUT-CCY
           MOVE               IN-AMOUNT    TO  OUT-ORIG-AMOUNT
           PERFORM            PGM-HASH-UPDATE
           WRITE              OUT-REC
           IF                 WS-OUT-STATUS  NOT =  '00'
           END-IF
           ADD                1  TO  WS-OUT-COUNT
           PERFORM            PGM-NET-UPDATE
           PERFORM            PGM-CCY-TALLY
           IF                 WS-RVS-FLAG  =  'Y'
             PERFORM          PGM-REVERSAL-LOG
           END-IF
           IF                 WS-PPA-FLAG  =  'P'
             PERFORM          PGM-PPA-LOG
           END-IF
           IF                 WS-MASTER-AVAILABLE  =  'Y'
               AND  WS-MST-RESULT-FOUND  NOT =  'Y'
             PERFORM          PGM-SUSPENSE-WRITE
           END-IF
           IF                 WS-CUR-SOURCE  =  'RCY'
             PERFORM          PGM-DQ-POSTED
           END-IF
           PERFORM            PGM-REPORT-DETAIL
         ELSE
           MOVE               IN-STR  TO  REJ-RECORD
           MOVE               WS-REJECT-REASON  TO  REJ-REASON
           MOVE               ZERO    TO  REJ-CYCLE
           MOVE               WS-CUR-SOURCE  TO  REJ-SOURCE
           MOVE               WS-PROC-DATE   TO  REJ-FIRST-DATE
           MOVE               WS-TRACE-REF   TO  REJ-TRACE-REF
           MOVE               WS-DTL-CCY     TO  REJ-CCY
           IF                 WS-CUR-SOURCE  =  'RCY'
             PERFORM          PGM-RECYCLED-ORIGIN
           ELSE
             PERFORM          PGM-DQ-REJECT
           END-IF
           WRITE              REJECT-REC
           IF                 WS-REJECT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
         PERFORM              PGM-READ.
       PGM-RW-E.
         EXIT.
      *-- ﾒｲｻｲ ﾁｪｯｸ ﾌﾞﾝｷ ('R' ﾊ ﾄﾘｹｼ ﾁｪｯｸ, ｿﾚｲｶﾞｲ ﾊ CBVALCHK ﾄ
      *-- ﾂｳｶ ｶﾝｻﾝ)
      *-- ﾄﾘｹｼ ｹｲｼﾞｮｳ ｶ ﾉ ﾊﾞｱｲ IN-REC-TYPE ﾊ ｿｳｻｲ ﾀｲﾌﾟ ﾆ ｵｷｶｴ ｽﾞﾐ,
      *-- ｷｼﾞｭﾝ ﾂｳｶ ｶﾞｸ ﾊ ｹﾞﾝ ﾒｲｻｲ ﾉ OUT-AMOUNT (ﾚｰﾄ ﾌﾖｳ)
       PGM-DETAIL-VALIDATE     SECTION.
       PGM-DETAIL-VALIDATE-S.
         MOVE                 ZERO  TO  WS-BASE-AMOUNT.
         PERFORM              PGM-CCY-SELECT.
         IF                   IN-REC-TYPE  =  'R'
           MOVE               'Y'  TO  WS-RVS-FLAG
           PERFORM            PGM-REVERSAL-CHECK
         ELSE
           MOVE               'N'  TO  WS-RVS-FLAG
           PERFORM            PGM-VALIDATE
           IF                 WS-VALID-FLAG  =  'Y'
             PERFORM          PGM-FX-CONVERT
           END-IF
         END-IF.
       PGM-DETAIL-VALIDATE-E.
         EXIT.
      *-- ﾒｲｻｲ ﾉ ﾕｳｺｳ ﾂｳｶ (IN-DTL-CCY → ﾍｯﾀﾞ ﾉ ﾂｳｶ → ｷｼﾞｭﾝ ﾂｳｶ)
       PGM-CCY-SELECT          SECTION.
       PGM-CCY-SELECT-S.
         IF                   IN-DTL-CCY  NOT =  SPACES
           MOVE               IN-DTL-CCY       TO  WS-DTL-CCY
         ELSE
           IF                 WS-CUR-CCY  NOT =  SPACES
             MOVE             WS-CUR-CCY       TO  WS-DTL-CCY
           ELSE
             MOVE             WS-FXR-BASE-CCY  TO  WS-DTL-CCY
           END-IF
         END-IF.
       PGM-CCY-SELECT-E.
         EXIT.
      *-- ｷｼﾞｭﾝ ﾂｳｶ ｶﾝｻﾝ (ｼｮﾘ ﾋﾂﾞｹ ﾉ ﾚｰﾄ, ﾚｰﾄ ﾅｼ ﾊ '09' ﾃﾞ ｷｬｸｶ,
      *-- ｶﾝｻﾝ ｶﾞｸ ｹﾀ ｱﾌﾚ ﾊ '10' ﾃﾞ ｷｬｸｶ)
       PGM-FX-CONVERT          SECTION.
       PGM-FX-CONVERT-S.
         MOVE                 WS-DTL-CCY    TO  WS-FXR-CCY.
         MOVE                 WS-PROC-DATE  TO  WS-FXR-DATE.
         PERFORM              PGM-FXR-LOOKUP.
         IF                   WS-FXR-FOUND  =  'Y'
           COMPUTE            WS-BASE-AMOUNT  ROUNDED  =
                              IN-AMOUNT  *  WS-FXR-RATE
             ON SIZE ERROR
               MOVE           ZERO  TO  WS-BASE-AMOUNT
               MOVE           'N'   TO  WS-VALID-FLAG
               MOVE           '10'  TO  WS-REJECT-REASON
           END-COMPUTE
         ELSE
           MOVE               ZERO  TO  WS-BASE-AMOUNT
           MOVE               'N'   TO  WS-VALID-FLAG
           MOVE               '09'  TO  WS-REJECT-REASON
         END-IF.
       PGM-FX-CONVERT-E.
         EXIT.
      *-- ﾄﾘｹｼ ﾁｪｯｸ (ｹﾞﾝ ﾒｲｻｲ ｦ ｹﾞﾝ ﾋﾂﾞｹ ﾉ OUT-FL ｾﾀﾞｲ ﾃﾞ ｼｮｳｺﾞｳ)
      *-- ｹﾞﾝ ﾀｲﾌﾟ/ﾋﾂﾞｹ ﾌｾｲ ﾏﾀﾊ ｾﾀﾞｲ ﾆ ｲｯﾁ ﾅｼ ﾊ '07',
      *-- ｲｯﾁ ｹﾝｽｳ ｦ ｽﾃﾞﾆ ﾄﾘｹｼ ｽﾞﾐ ﾊ '08',
      *-- ｹｲｼﾞｮｳ ｶ ﾊ IN-REC-TYPE ｦ ｿｳｻｲ ﾀｲﾌﾟ (D/C ﾊﾝﾃﾝ) ﾆ ｵｷｶｴ
       PGM-REVERSAL-CHECK      SECTION.
       PGM-REVERSAL-CHECK-S.
         MOVE                 'Y'    TO  WS-VALID-FLAG.
         MOVE                 SPACE  TO  WS-REJECT-REASON.
         MOVE                 IN-RVS-ORIG-TYPE  TO  WS-RVS-ORIG-TYPE.
         MOVE                 ZERO   TO  WS-RVS-ORIG-DATE.
         MOVE                 ZERO   TO  WS-RVS-MATCH-COUNT.
         MOVE                 ZERO   TO  WS-RVS-DONE-COUNT.
         IF                   IN-AMOUNT  NOT NUMERIC
           MOVE               'N'  TO  WS-VALID-FLAG
           MOVE               '02' TO  WS-REJECT-REASON
         ELSE
           IF                 (WS-RVS-ORIG-TYPE  NOT =  'D'
               AND  WS-RVS-ORIG-TYPE  NOT =  'C')
               OR  IN-RVS-ORIG-DATE  NOT NUMERIC
             MOVE             'N'  TO  WS-VALID-FLAG
             MOVE             '07' TO  WS-REJECT-REASON
           ELSE
             MOVE             IN-RVS-ORIG-DATE  TO  WS-RVS-ORIG-DATE
             IF               FUNCTION TEST-DATE-YYYYMMDD
                              (WS-RVS-ORIG-DATE)  NOT =  ZERO
                 OR  WS-RVS-ORIG-DATE  NOT <  WS-PROC-DATE
               MOVE           'N'  TO  WS-VALID-FLAG
               MOVE           '07' TO  WS-REJECT-REASON
             END-IF
           END-IF
         END-IF.
         IF                   WS-VALID-FLAG  =  'Y'
           PERFORM            PGM-REVERSAL-ARCHIVE
           IF                 WS-RVS-MATCH-COUNT  =  ZERO
             MOVE             'N'  TO  WS-VALID-FLAG
             MOVE             '07' TO  WS-REJECT-REASON
           ELSE
             PERFORM          PGM-REVERSAL-HISTORY
             IF               WS-RVS-DONE-COUNT  >=  WS-RVS-MATCH-COUNT
               MOVE           'N'  TO  WS-VALID-FLAG
               MOVE           '08' TO  WS-REJECT-REASON
             END-IF
           END-IF
         END-IF.
         IF                   WS-VALID-FLAG  =  'Y'
           IF                 WS-RVS-ORIG-TYPE  =  'C'
             MOVE             'D'  TO  WS-RVS-OFFSET-TYPE
           ELSE
             MOVE             'C'  TO  WS-RVS-OFFSET-TYPE
           END-IF
           MOVE               WS-RVS-OFFSET-TYPE  TO  IN-REC-TYPE
           ADD                1  TO  WS-RVS-POSTED
         ELSE
           ADD                1  TO  WS-RVS-REJECTED
         END-IF.
         PERFORM              PGM-REVERSAL-TALLY.
       PGM-REVERSAL-CHECK-E.
         EXIT.
      *-- ｹﾞﾝ ﾋﾂﾞｹ ﾉ OUT-FL ｾﾀﾞｲ ｦ REVARC ﾆ ﾜﾘｱﾃ, ｷｰ/ﾀｲﾌﾟ/ﾂｳｶ/
      *-- ｹﾞﾝ ｷﾝｶﾞｸ ｶﾞ ｲｯﾁ ｽﾙ ﾒｲｻｲ ｹﾝｽｳ ｦ WS-RVS-MATCH-COUNT ﾆ
      *-- (ｾﾀﾞｲ ﾅｼ ﾊ ｾﾞﾛ), ｿｳｻｲ ﾉ ｷｼﾞｭﾝ ﾂｳｶ ｶﾞｸ ﾊ ｹﾞﾝ ﾒｲｻｲ ﾉ ｶﾝｻﾝ ｶﾞｸ
      *-- (ｿｳｻｲ ﾒｲｻｲ OUT-RVS-FLAG 'R' ﾊ ﾄﾘｹｼ ﾀｲｼｮｳ ｶﾞｲ)
       PGM-REVERSAL-ARCHIVE    SECTION.
       PGM-REVERSAL-ARCHIVE-S.
         MOVE                 SPACES  TO  WS-ARC-PATH.
         STRING               WS-ARCH-DIR       DELIMITED BY SPACE
                              '/outfl.'         DELIMITED BY SIZE
                              WS-RVS-ORIG-DATE  DELIMITED BY SIZE
                              '.dat'            DELIMITED BY SIZE
           INTO               WS-ARC-PATH
         END-STRING.
         DISPLAY              "REVARC"  UPON  ENVIRONMENT-NAME.
         DISPLAY              WS-ARC-PATH  UPON  ENVIRONMENT-VALUE.
         OPEN                 INPUT  ARC-FL.
         IF                   WS-ARC-STATUS  =  '00'
           MOVE               SPACE  TO  WS-ARC-EOF
           PERFORM            UNTIL  WS-ARC-EOF = '1'
             READ             ARC-FL  INTO  WS-ARC-DETAIL
               AT END
                 MOVE         '1'  TO  WS-ARC-EOF
             END-READ
             IF               WS-ARC-EOF  NOT =  '1'
               IF             WS-ARC-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             WS-ARC-CLASS  =  'D'
                   AND  WS-ARC-TYPE  =  WS-RVS-ORIG-TYPE
                   AND  WS-ARC-KEY   =  IN-KEY
                   AND  WS-ARC-CCY   =  WS-DTL-CCY
                   AND  WS-ARC-ORIG-AMOUNT  =  IN-AMOUNT
                   AND  WS-ARC-RVS-FLAG  NOT =  'R'
                 ADD          1  TO  WS-RVS-MATCH-COUNT
                 MOVE         WS-ARC-AMOUNT  TO  WS-BASE-AMOUNT
               END-IF
             END-IF
           END-PERFORM
           CLOSE              ARC-FL
         ELSE
           IF                 WS-ARC-STATUS  NOT =  '35'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-REVERSAL-ARCHIVE-E.
         EXIT.
      *-- ﾄﾘｹｼ ﾚｼﾞｬｰ ｽｷｬﾝ (ﾄﾞｳｲﾂ ｹﾞﾝ ﾒｲｻｲ ﾉ ｹｲｼﾞｮｳ ｽﾞﾐ ｹﾝｽｳ ｦ
      *-- WS-RVS-DONE-COUNT ﾆ, ﾄｳｼﾞﾂ ﾉ ﾄｳｶﾞｲ ﾒｲｻｲ ｲｺｳ ﾉ ｷﾛｸ ﾊ
      *-- ﾘｽﾀｰﾄ/ｻｲｼﾞｯｺｳ ﾏｴ ﾉ ﾌﾞﾝ ﾄｼﾃ ｼﾞｮｶﾞｲ)
       PGM-REVERSAL-HISTORY    SECTION.
       PGM-REVERSAL-HISTORY-S.
         OPEN                 INPUT  RVL-FL.
         IF                   WS-RVL-STATUS  =  '00'
           MOVE               SPACE  TO  WS-RVL-EOF
           PERFORM            UNTIL  WS-RVL-EOF = '1'
             READ             RVL-FL
               AT END
                 MOVE         '1'  TO  WS-RVL-EOF
             END-READ
             IF               WS-RVL-EOF  NOT =  '1'
               IF             WS-RVL-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             RVL-ORIG-DATE  =  WS-RVS-ORIG-DATE
                   AND  RVL-ORIG-TYPE  =  WS-RVS-ORIG-TYPE
                   AND  RVL-KEY  =  IN-KEY
                   AND  RVL-AMOUNT  =  IN-AMOUNT
                   AND  (RVL-CCY  =  WS-DTL-CCY
                      OR  (RVL-CCY  =  SPACES
                       AND  WS-DTL-CCY  =  WS-FXR-BASE-CCY))
                   AND  (RVL-RVS-DATE  NOT =  WS-PROC-DATE
                      OR  RVL-IN-SEQ  <  WS-REC-COUNT)
                 ADD          1  TO  WS-RVS-DONE-COUNT
               END-IF
             END-IF
           END-PERFORM
           CLOSE              RVL-FL
         ELSE
           IF                 WS-RVL-STATUS  NOT =  '35'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-REVERSAL-HISTORY-E.
         EXIT.
      *-- ﾄﾘｹｼ ﾚｼﾞｬｰ ﾂｲｶ (ｹｲｼﾞｮｳ ｽﾞﾐ ﾄﾘｹｼ 1 ｹﾝ, ﾐｿﾝｻﾞｲ ﾊ ｼﾝｷ)
       PGM-REVERSAL-LOG        SECTION.
       PGM-REVERSAL-LOG-S.
         IF                   WS-REC-COUNT  >  WS-RVL-DONE-SEQ
           OPEN               EXTEND  RVL-FL
           IF                 WS-RVL-STATUS  =  '35'
             OPEN             OUTPUT  RVL-FL
           END-IF
           IF                 WS-RVL-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           MOVE               WS-PROC-DATE        TO  RVL-RVS-DATE
           MOVE               WS-REC-COUNT        TO  RVL-IN-SEQ
           MOVE               WS-CUR-SOURCE       TO  RVL-SOURCE
           MOVE               IN-KEY              TO  RVL-KEY
           MOVE               WS-RVS-ORIG-DATE    TO  RVL-ORIG-DATE
           MOVE               WS-RVS-ORIG-TYPE    TO  RVL-ORIG-TYPE
           MOVE               IN-AMOUNT           TO  RVL-AMOUNT
           MOVE               WS-RVS-OFFSET-TYPE  TO  RVL-OFFSET-TYPE
           MOVE               WS-DTL-CCY          TO  RVL-CCY
           MOVE               WS-BASE-AMOUNT      TO  RVL-BASE-AMOUNT
           WRITE              RVL-REC
           IF                 WS-RVL-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           CLOSE              RVL-FL
         END-IF.
       PGM-REVERSAL-LOG-E.
         EXIT.
      *-- ﾄﾘｹｼ ｾｸｼｮﾝ ﾃｰﾌﾞﾙ ﾂｲｶ (ｹｲｼﾞｮｳ ﾊ 'OK', ｷｬｸｶ ﾊ ﾘﾕｳ ｺｰﾄﾞ)
       PGM-REVERSAL-TALLY      SECTION.
       PGM-REVERSAL-TALLY-S.
         IF                   WS-RVS-ENTRIES  <  WS-RVS-MAX
           ADD                1  TO  WS-RVS-ENTRIES
           MOVE               IN-KEY  TO  WS-RVS-KEY(WS-RVS-ENTRIES)
           MOVE               WS-CUR-SOURCE  TO
                              WS-RVS-SOURCE(WS-RVS-ENTRIES)
           MOVE               WS-RVS-ORIG-DATE  TO
                              WS-RVS-ODATE(WS-RVS-ENTRIES)
           MOVE               WS-RVS-ORIG-TYPE  TO
                              WS-RVS-OTYPE(WS-RVS-ENTRIES)
           IF                 IN-AMOUNT  NUMERIC
             MOVE             IN-AMOUNT  TO
                              WS-RVS-AMOUNT(WS-RVS-ENTRIES)
           ELSE
             MOVE             ZERO  TO  WS-RVS-AMOUNT(WS-RVS-ENTRIES)
           END-IF
           MOVE               WS-DTL-CCY  TO
                              WS-RVS-CCY(WS-RVS-ENTRIES)
           IF                 WS-VALID-FLAG  =  'Y'
             MOVE             'OK'  TO  WS-RVS-RESULT(WS-RVS-ENTRIES)
           ELSE
             MOVE             WS-REJECT-REASON  TO
                              WS-RVS-RESULT(WS-RVS-ENTRIES)
           END-IF
         ELSE
           IF                 WS-RVS-TABLE-FULL  =  'N'
             MOVE             'Y'  TO  WS-RVS-TABLE-FULL
             DISPLAY          "SAMPLE PGM-REVERSAL-TALLY: REVERSAL "
                              "TABLE FULL AT "  WS-RVS-MAX
                              " - SECTION INCOMPLETE"
           END-IF
         END-IF.
       PGM-REVERSAL-TALLY-E.
         EXIT.
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ﾊﾝﾃｲ (ﾄﾘｹｼ ﾊ ｹﾞﾝ ﾒｲｻｲ ﾉ ｷﾞｮｳﾑ ﾋﾂﾞｹ, ﾘｻｲｸﾙ ﾊ
      *-- ｼｮｶｲ ｷｬｸｶ ﾋﾂﾞｹ ｶﾞ ｼﾒ ｽﾞﾐ ﾉ ﾂｷ ﾅﾗ WS-PPA-FLAG 'P' ﾄ ｼ
      *-- ｹﾝｽｳ/ﾈｯﾄ ｦ ｼｭｳｹｲ, ｹｲｼﾞｮｳ ﾋﾞ ﾊ ﾂｳｼﾞｮｳ ﾄﾞｵﾘ ｼｮﾘ ﾋﾂﾞｹ)
       PGM-PPA-CHECK           SECTION.
       PGM-PPA-CHECK-S.
         MOVE                 SPACE  TO  WS-PPA-FLAG
                                         WS-PPA-KIND.
         MOVE                 ZERO   TO  WS-PPA-ORIG-DATE.
         IF                   WS-RVS-FLAG  =  'Y'
           MOVE               'R'               TO  WS-PPA-KIND
           MOVE               WS-RVS-ORIG-DATE  TO  WS-PPA-ORIG-DATE
         ELSE
           IF                 WS-CUR-SOURCE  =  'RCY'
               AND  IN-RCY-REJ-DATE  NUMERIC
             MOVE             'Y'               TO  WS-PPA-KIND
             MOVE             IN-RCY-REJ-DATE   TO  WS-PPA-ORIG-DATE
           END-IF
         END-IF.
         IF                   WS-PPA-KIND  NOT =  SPACE
             AND  WS-PPA-ORIG-DATE(1:6)  NOT =  WS-PROC-DATE(1:6)
           MOVE               WS-PPA-ORIG-DATE  TO  WS-PER-DATE
           PERFORM            PGM-PER-CHECK
           IF                 WS-PER-CLOSED  =  'Y'
             MOVE             'P'  TO  WS-PPA-FLAG
             ADD              1    TO  WS-PPA-COUNT
             IF               IN-REC-TYPE  =  'C'
               SUBTRACT       WS-BASE-AMOUNT  FROM  WS-PPA-NET
                 ON SIZE ERROR
                   PERFORM    PGM-AMOUNT-OVERFLOW
               END-SUBTRACT
             ELSE
               ADD            WS-BASE-AMOUNT  TO  WS-PPA-NET
                 ON SIZE ERROR
                   PERFORM    PGM-AMOUNT-OVERFLOW
               END-ADD
             END-IF
           END-IF
         END-IF.
       PGM-PPA-CHECK-E.
         EXIT.
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ﾚｼﾞｬｰ ﾂｲｶ (ｹｲｼﾞｮｳ ｽﾞﾐ ｾﾞﾝｷ ｼｭｳｾｲ 1 ｹﾝ,
      *-- ﾐｿﾝｻﾞｲ ﾊ ｼﾝｷ)
       PGM-PPA-LOG             SECTION.
       PGM-PPA-LOG-S.
         IF                   WS-REC-COUNT  >  WS-PPL-DONE-SEQ
           OPEN               EXTEND  PPL-FL
           IF                 WS-PPL-STATUS  =  '35'
             OPEN             OUTPUT  PPL-FL
           END-IF
           IF                 WS-PPL-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           MOVE               WS-PROC-DATE      TO  PPL-POST-DATE
           MOVE               WS-REC-COUNT      TO  PPL-IN-SEQ
           MOVE               WS-CUR-SOURCE     TO  PPL-SOURCE
           MOVE               IN-KEY            TO  PPL-KEY
           MOVE               IN-REC-TYPE       TO  PPL-TYPE
           MOVE               IN-AMOUNT         TO  PPL-AMOUNT
           MOVE               WS-PPA-KIND       TO  PPL-KIND
           MOVE               WS-PPA-ORIG-DATE  TO  PPL-ORIG-DATE
           MOVE               WS-TRACE-REF      TO  PPL-TRACE-REF
           MOVE               WS-DTL-CCY        TO  PPL-CCY
           MOVE               WS-BASE-AMOUNT    TO  PPL-BASE-AMOUNT
           WRITE              PPL-REC
           IF                 WS-PPL-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           CLOSE              PPL-FL
         END-IF.
       PGM-PPA-LOG-E.
         EXIT.
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ｼｭｳｹｲ ｷﾞｮｳ (ﾄｳｼﾞﾂ ｹｲｼﾞｮｳ ｱﾘ ﾉ ﾊﾞｱｲ ﾉﾐ)
       PGM-PPA-REPORT          SECTION.
       PGM-PPA-REPORT-S.
         IF                   WS-PPA-COUNT  >  ZERO
           IF                 WS-REPORT-PAGE-COUNT  =  ZERO
               OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
             PERFORM          PGM-REPORT-PAGE-BREAK
           END-IF
           MOVE               WS-PPA-COUNT  TO  WS-RPT-PPA-COUNT
           MOVE               WS-PPA-NET    TO  WS-RPT-PPA-NET
           WRITE              REPORT-REC  FROM  WS-RPT-PPA-TOTAL
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-PPA-REPORT-E.
         EXIT.
      *-- ﾁｪｯｸﾎﾟｲﾝﾄ ｼｮｷ ﾄﾞﾂ N ｹﾞﾝ ﾃﾞ ﾋｮｳｼﾞ
       PGM-CHECKPOINT-WRITE    SECTION.
       PGM-CHECKPOINT-WRITE-S.
       PGM-HASH-UPDATE         SECTION.
       PGM-HASH-UPDATE-S.
         PERFORM              VARYING  WS-HASH-IDX  FROM  1  BY  1
             UNTIL            WS-HASH-IDX  >  27
           MOVE               FUNCTION ORD(OUT-DETAIL(WS-HASH-IDX:1))
                              TO  WS-HASH-BYTE-VAL
           COMPUTE            WS-HASH-TOTAL  =
         EXIT.
      *-- ﾏｽﾀﾌｧｲﾙ ｹﾝｻｸ (ﾏｰｼﾞ ﾓｰﾄﾞ ﾊ ｼｰｹﾝｼｬﾙ ﾏｯﾁ,
      *-- ﾂｳｼﾞｮｳ ﾊ IN-KEY ﾃﾞ as-of ｾﾀﾞｲ ｹﾝｻｸ)
      *-- ｹｯｶ ﾊ WS-MST-RESULT-DATA (ﾐｯﾁｬｸ ﾊ SPACES),
      *-- ｾﾀﾞｲ ﾉ ｳﾑ ﾊ WS-MST-RESULT-FOUND ('N' ﾊ ｻｽﾍﾟﾝｽ ﾀｲｼｮｳ)
       PGM-MASTER-LOOKUP       SECTION.
       PGM-MASTER-LOOKUP-S.
         IF                   WS-MASTER-AVAILABLE  NOT =  'Y'
           MOVE               SPACES  TO  WS-MST-RESULT-DATA
           MOVE               'N'     TO  WS-MST-RESULT-FOUND
         ELSE
           IF                 WS-MERGE-FLAG  =  'Y'
             PERFORM          PGM-MASTER-MERGE
             MOVE             WS-MERGE-HOLD-FOUND  TO
                              WS-MST-RESULT-FOUND
           ELSE
             PERFORM          PGM-MASTER-ASOF
             MOVE             WS-ASOF-FOUND  TO  WS-MST-RESULT-FOUND
           END-IF
         END-IF.
       PGM-MASTER-LOOKUP-E.
         MOVE                 IN-REC-TYPE  TO  WS-RPT-DTL-TYPE.
         MOVE                 IN-KEY       TO  WS-RPT-DTL-KEY.
         MOVE                 IN-AMOUNT    TO  WS-RPT-DTL-AMT.
         MOVE                 WS-DTL-CCY   TO  WS-RPT-DTL-CCY.
         MOVE                 WS-BASE-AMOUNT
                                           TO  WS-RPT-DTL-BASE.
         WRITE                REPORT-REC  FROM  WS-RPT-DETAIL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-READ.
         IF                   WS-KEYWK-STATUS  =  '00'
           IF                 IN-REC-TYPE  =  'C'
             SUBTRACT         WS-BASE-AMOUNT  FROM  KWK-NET-AMOUNT
               ON SIZE ERROR
                 PERFORM      PGM-AMOUNT-OVERFLOW
             END-SUBTRACT
           ELSE
             ADD              WS-BASE-AMOUNT  TO  KWK-NET-AMOUNT
               ON SIZE ERROR
                 PERFORM      PGM-AMOUNT-OVERFLOW
             END-ADD
           END-IF
           REWRITE            KEYWK-REC
             INVALID KEY
           END-IF
           MOVE               IN-KEY  TO  KWK-KEY
           MOVE               ZERO    TO  KWK-DUP-COUNT
           MOVE               ZERO    TO  KWK-UNK-COUNT
           MOVE               ZERO    TO  KWK-UNK-AMOUNT
           IF                 IN-REC-TYPE  =  'C'
             COMPUTE          KWK-NET-AMOUNT  =  ZERO  -  WS-BASE-AMOUNT
           ELSE
             MOVE             WS-BASE-AMOUNT  TO  KWK-NET-AMOUNT
           END-IF
           WRITE              KEYWK-REC
             INVALID KEY
           END-WRITE
         END-IF.
         IF                   IN-REC-TYPE  =  'C'
           SUBTRACT           WS-BASE-AMOUNT  FROM  WS-NET-TOTAL
             ON SIZE ERROR
               PERFORM        PGM-AMOUNT-OVERFLOW
           END-SUBTRACT
         ELSE
           ADD                WS-BASE-AMOUNT  TO  WS-NET-TOTAL
             ON SIZE ERROR
               PERFORM        PGM-AMOUNT-OVERFLOW
           END-ADD
         END-IF.
       PGM-NET-UPDATE-E.
         EXIT.
      *-- ﾈｯﾄ ｼｭｳｹｲ (ｿｳｹｲ/ｷｰ ﾍﾞﾂ/ｿｰｽ ﾍﾞﾂ/ﾂｳｶ ﾍﾞﾂ/ｾﾞﾝｷ ｼｭｳｾｲ) ｹﾀ ｱﾌﾚ
      *-- (OUT-TRL-NET/NETFL/ﾚﾎﾟｰﾄ ｼｮｳｹｲ ｶﾞ ｺﾜﾚﾙ ﾉﾃﾞ ｹｲｶｸﾃｷ ﾊｲｷ, RC=16)
       PGM-AMOUNT-OVERFLOW     SECTION.
       PGM-AMOUNT-OVERFLOW-S.
         DISPLAY              "SAMPLE PGM-AMOUNT-OVERFLOW: NET "
                              "TOTAL EXCEEDS FIELD SIZE - KEY "
                              IN-KEY  " AMOUNT "  WS-BASE-AMOUNT.
         PERFORM              PGM-ERROR.
       PGM-AMOUNT-OVERFLOW-E.
         EXIT.
      *-- ﾏｽﾀ ｻｽﾍﾟﾝｽ ｼｭﾂﾘｮｸ (ｼｮﾘ ﾋﾂﾞｹ ﾆ ﾕｳｺｳ ﾅ ｾﾀﾞｲ ﾅｼ,
      *-- OUT-FL ﾒｲｻｲ ﾊ ﾐｴﾝﾘｯﾁ ﾉ ﾏﾏ ｼｭﾂﾘｮｸ ｽﾞﾐ - SUSREN ｶﾞ ﾃｲｾｲ)
       PGM-SUSPENSE-WRITE      SECTION.
       PGM-SUSPENSE-WRITE-S.
         IF                   WS-REC-COUNT  >  WS-SUS-DONE-SEQ
           MOVE               WS-PROC-DATE   TO  SUS-BUS-DATE
           MOVE               WS-CUR-SOURCE  TO  SUS-SOURCE
           MOVE               IN-REC-TYPE    TO  SUS-REC-TYPE
           MOVE               IN-KEY         TO  SUS-KEY
           MOVE               WS-BASE-AMOUNT TO  SUS-AMOUNT
           MOVE               'O'            TO  SUS-STATUS
           MOVE               ZERO           TO  SUS-AGE-DAYS
           MOVE               WS-REC-COUNT   TO  SUS-IN-SEQ
           WRITE              SUSP-REC
           IF                 WS-SUSP-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
         PERFORM              PGM-UNKNOWN-TALLY.
       PGM-SUSPENSE-WRITE-E.
         EXIT.
      *-- ﾘｻｲｸﾙ ﾒｲｻｲ ﾉ ｻｲｷｬｸｶ (ｹﾞﾝ ﾌｨｰﾄﾞ ﾉ ｿｰｽID ﾄ ｼｮｶｲ ｷｬｸｶ ﾋﾂﾞｹ
      *-- ｦ ﾋｷﾂｷﾞ, ｼｮｶｲ ｷｬｸｶ ﾃﾞﾊ ﾅｲ ﾀﾒ DQHIST ﾆ ﾊ ｷﾛｸ ｼﾅｲ)
       PGM-RECYCLED-ORIGIN     SECTION.
       PGM-RECYCLED-ORIGIN-S.
         IF                   IN-RCY-SOURCE  NOT =  SPACES
           MOVE               IN-RCY-SOURCE  TO  REJ-SOURCE
         END-IF.
         IF                   IN-RCY-REJ-DATE  NUMERIC
           MOVE               IN-RCY-REJ-DATE  TO  REJ-FIRST-DATE
         END-IF.
       PGM-RECYCLED-ORIGIN-E.
         EXIT.
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ﾘﾚｷ: ｼｮｶｲ ｷｬｸｶ ('J', ｷｬｸｶ ﾚｺｰﾄﾞ ﾄ ﾄﾞｳｲﾂ ﾅｲﾖｳ)
       PGM-DQ-REJECT           SECTION.
       PGM-DQ-REJECT-S.
         IF                   WS-REC-COUNT  >  WS-DQH-DONE-SEQ
           MOVE               WS-PROC-DATE      TO  DQH-DATE
           MOVE               WS-CUR-SOURCE     TO  DQH-SOURCE
           MOVE               'J'               TO  DQH-EVENT
           MOVE               WS-REJECT-REASON  TO  DQH-REASON
           MOVE               ZERO              TO  DQH-CYCLE
           MOVE               1                 TO  DQH-COUNT
           MOVE               WS-PROC-DATE      TO  DQH-FIRST-DATE
           MOVE               IN-STR            TO  DQH-RECORD
           MOVE               WS-REC-COUNT      TO  DQH-IN-SEQ
           WRITE              DQH-REC
           IF                 WS-DQH-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-DQ-REJECT-E.
         EXIT.
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ﾘﾚｷ: ﾘｻｲｸﾙ ﾒｲｻｲ ﾉ ｾｲｼﾞｮｳ ｹｲｼﾞｮｳ ('P', ｹﾞﾝ
      *-- ﾌｨｰﾄﾞ ﾉ ｿｰｽID ﾄ ｼｮｶｲ ｷｬｸｶ ﾋﾂﾞｹ ｶﾞ ﾅｲ ﾒｲｻｲ ﾊ ｷﾛｸ ｼﾅｲ)
       PGM-DQ-POSTED           SECTION.
       PGM-DQ-POSTED-S.
         IF                   IN-RCY-SOURCE  NOT =  SPACES
             AND  IN-RCY-REJ-DATE  NUMERIC
             AND  WS-REC-COUNT  >  WS-DQH-DONE-SEQ
           MOVE               WS-PROC-DATE     TO  DQH-DATE
           MOVE               IN-RCY-SOURCE    TO  DQH-SOURCE
           MOVE               'P'              TO  DQH-EVENT
           MOVE               SPACES           TO  DQH-REASON
           MOVE               ZERO             TO  DQH-CYCLE
           MOVE               1                TO  DQH-COUNT
           MOVE               IN-RCY-REJ-DATE  TO  DQH-FIRST-DATE
           MOVE               IN-STR           TO  DQH-RECORD
           MOVE               WS-REC-COUNT     TO  DQH-IN-SEQ
           WRITE              DQH-REC
           IF                 WS-DQH-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-DQ-POSTED-E.
         EXIT.
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ﾘﾚｷ: ｿｰｽ ﾍﾞﾂ ｼﾞｭｼﾝ ｹﾝｽｳ ('I', ﾘｻｲｸﾙ ﾊ ﾉｿﾞｸ)
       PGM-DQ-RECEIVED         SECTION.
       PGM-DQ-RECEIVED-S.
         IF                   WS-REC-COUNT  >=  WS-DQH-DONE-SEQ
           PERFORM            VARYING  WS-SRC-IDX  FROM  1  BY  1
               UNTIL          WS-SRC-IDX  >  WS-SRC-ENTRIES
             IF               WS-SRC-ID(WS-SRC-IDX)  NOT =  'RCY'
               MOVE           WS-PROC-DATE           TO  DQH-DATE
               MOVE           WS-SRC-ID(WS-SRC-IDX)  TO  DQH-SOURCE
               MOVE           'I'                    TO  DQH-EVENT
               MOVE           SPACES                 TO  DQH-REASON
               MOVE           ZERO                   TO  DQH-CYCLE
               MOVE           WS-SRC-READ(WS-SRC-IDX)
                                                     TO  DQH-COUNT
               MOVE           ZERO                   TO  DQH-FIRST-DATE
               MOVE           SPACES                 TO  DQH-RECORD
               COMPUTE        DQH-IN-SEQ  =  WS-REC-COUNT  +  1
               WRITE          DQH-REC
               IF             WS-DQH-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
             END-IF
           END-PERFORM
         END-IF.
       PGM-DQ-RECEIVED-E.
         EXIT.
      *-- ﾐﾋｯﾄ ｷｰ ｼｭｳｹｲ (KEYWK-FL ﾆ ｹﾝｽｳ/ｷﾝｶﾞｸ, D ｶｻﾝ / C ｹﾞﾝｻﾝ,
      *-- ﾚｺｰﾄﾞ ﾊ PGM-NET-UPDATE ﾃﾞ ｻｸｾｲ ｽﾞﾐ)
       PGM-UNKNOWN-TALLY       SECTION.
       PGM-UNKNOWN-TALLY-S.
         MOVE                 IN-KEY  TO  KWK-KEY.
         READ                 KEYWK-FL
           INVALID KEY
             PERFORM          PGM-ERROR
         END-READ.
         ADD                  1  TO  KWK-UNK-COUNT.
         IF                   IN-REC-TYPE  =  'C'
           SUBTRACT           WS-BASE-AMOUNT  FROM  KWK-UNK-AMOUNT
             ON SIZE ERROR
               PERFORM        PGM-AMOUNT-OVERFLOW
           END-SUBTRACT
         ELSE
           ADD                WS-BASE-AMOUNT  TO  KWK-UNK-AMOUNT
             ON SIZE ERROR
               PERFORM        PGM-AMOUNT-OVERFLOW
           END-ADD
         END-IF.
         REWRITE              KEYWK-REC
           INVALID KEY
             PERFORM          PGM-ERROR
         END-REWRITE.
         ADD                  1  TO  WS-SUSP-COUNT.
       PGM-UNKNOWN-TALLY-E.
         EXIT.
      *-- ﾐﾋｯﾄ ｷｰ ｾｸｼｮﾝ (KEYWK-FL ｼﾞｭﾝ ｽｷｬﾝ, ｻｽﾍﾟﾝｽ ｹﾝｽｳ ｱﾘ ﾉ ｷｰ)
       PGM-UNKNOWN-REPORT      SECTION.
       PGM-UNKNOWN-REPORT-S.
         IF                   WS-SUSP-COUNT  >  ZERO
           MOVE               'N'  TO  WS-KEYWK-EOF
           MOVE               LOW-VALUES  TO  KWK-KEY
           START              KEYWK-FL  KEY  NOT <  KWK-KEY
             INVALID KEY
               MOVE           'Y'  TO  WS-KEYWK-EOF
           END-START
           PERFORM            UNTIL  WS-KEYWK-EOF  =  'Y'
             READ             KEYWK-FL  NEXT
               AT END
                 MOVE         'Y'  TO  WS-KEYWK-EOF
             END-READ
             IF               WS-KEYWK-EOF  NOT =  'Y'
               IF             WS-KEYWK-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             KWK-UNK-COUNT  >  ZERO
                 IF           WS-REPORT-PAGE-COUNT  =  ZERO
                     OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
                   PERFORM    PGM-REPORT-PAGE-BREAK
                 END-IF
                 IF           WS-UNK-SECTION-WRITTEN  =  'N'
                   WRITE      REPORT-REC  FROM  WS-RPT-UNK-SECTION-HDR
                   IF         WS-REPORT-STATUS  NOT =  '00'
                     PERFORM  PGM-ERROR
                   END-IF
                   ADD        1  TO  WS-REPORT-LINE-COUNT
                   MOVE       'Y'  TO  WS-UNK-SECTION-WRITTEN
                 END-IF
                 MOVE         KWK-KEY         TO  WS-RPT-UNK-KEY
                 MOVE         KWK-UNK-COUNT   TO  WS-RPT-UNK-CNT
                 MOVE         KWK-UNK-AMOUNT  TO  WS-RPT-UNK-AMT
                 WRITE        REPORT-REC  FROM  WS-RPT-UNK-DETAIL
                 IF           WS-REPORT-STATUS  NOT =  '00'
                   PERFORM    PGM-ERROR
                 END-IF
                 ADD          1  TO  WS-REPORT-LINE-COUNT
               END-IF
             END-IF
           END-PERFORM
           IF                 WS-REPORT-LINE-COUNT >=
                              WS-REPORT-LINES-PER-PAGE
             PERFORM          PGM-REPORT-PAGE-BREAK
           END-IF
           MOVE               WS-SUSP-COUNT  TO  WS-RPT-UNK-TOT
           WRITE              REPORT-REC  FROM  WS-RPT-UNK-TOTAL
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-UNKNOWN-REPORT-E.
         EXIT.
      *-- ﾄﾘｹｼ ｾｸｼｮﾝ (ﾄｳｼﾞﾂ ﾉ ﾄﾘｹｼ ﾒｲｻｲ ｾﾞﾝｹﾝ ﾄ ｹｲｼﾞｮｳ/ｷｬｸｶ ｹﾝｽｳ)
       PGM-REVERSAL-REPORT     SECTION.
       PGM-REVERSAL-REPORT-S.
         IF                   WS-RVS-ENTRIES  >  ZERO
           IF                 WS-REPORT-PAGE-COUNT  =  ZERO
               OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
             PERFORM          PGM-REPORT-PAGE-BREAK
           END-IF
           WRITE              REPORT-REC  FROM  WS-RPT-RVS-SECTION-HDR
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
           PERFORM            VARYING  WS-RVS-IDX  FROM  1  BY  1
               UNTIL          WS-RVS-IDX  >  WS-RVS-ENTRIES
             IF               WS-REPORT-LINE-COUNT >=
                              WS-REPORT-LINES-PER-PAGE
               PERFORM        PGM-REPORT-PAGE-BREAK
             END-IF
             MOVE             WS-RVS-KEY(WS-RVS-IDX)     TO
                              WS-RPT-RVS-KEY
             MOVE             WS-RVS-SOURCE(WS-RVS-IDX)  TO
                              WS-RPT-RVS-SRC
             MOVE             WS-RVS-ODATE(WS-RVS-IDX)   TO
                              WS-RPT-RVS-ODATE
             MOVE             WS-RVS-OTYPE(WS-RVS-IDX)   TO
                              WS-RPT-RVS-OTYPE
             MOVE             WS-RVS-AMOUNT(WS-RVS-IDX)  TO
                              WS-RPT-RVS-AMT
             MOVE             WS-RVS-CCY(WS-RVS-IDX)     TO
                              WS-RPT-RVS-CCY
             EVALUATE         WS-RVS-RESULT(WS-RVS-IDX)
               WHEN           'OK'
                 MOVE         'POSTED'  TO  WS-RPT-RVS-RESULT
               WHEN           '07'
                 MOVE         'REJ 07 NO MATCH'  TO  WS-RPT-RVS-RESULT
               WHEN           '08'
                 MOVE         'REJ 08 ALREADY REVERSED'  TO
                              WS-RPT-RVS-RESULT
               WHEN           OTHER
                 MOVE         SPACES  TO  WS-RPT-RVS-RESULT
                 STRING       'REJ '  DELIMITED BY SIZE
                              WS-RVS-RESULT(WS-RVS-IDX)
                                      DELIMITED BY SIZE
                   INTO       WS-RPT-RVS-RESULT
                 END-STRING
             END-EVALUATE
             WRITE            REPORT-REC  FROM  WS-RPT-RVS-DETAIL
             IF               WS-REPORT-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             ADD              1  TO  WS-REPORT-LINE-COUNT
           END-PERFORM
           IF                 WS-REPORT-LINE-COUNT >=
                              WS-REPORT-LINES-PER-PAGE
             PERFORM          PGM-REPORT-PAGE-BREAK
           END-IF
           MOVE               WS-RVS-POSTED    TO  WS-RPT-RVS-POSTED
           MOVE               WS-RVS-REJECTED  TO  WS-RPT-RVS-REJECTED
           WRITE              REPORT-REC  FROM  WS-RPT-RVS-TOTAL
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-REVERSAL-REPORT-E.
         EXIT.
      *-- ｿｰｽ ﾍﾞﾂ ｼｭｳｹｲ ｺｳｼﾝ (READ/OUT/REJ ｹﾝｽｳ + ﾈｯﾄ)
       PGM-SOURCE-TALLY        SECTION.
       PGM-SOURCE-TALLY-S.
           IF                 WS-VALID-FLAG  =  'Y'
             ADD              1  TO  WS-SRC-OUT(WS-SRC-USE-IDX)
             IF               IN-REC-TYPE  =  'C'
               SUBTRACT       WS-BASE-AMOUNT  FROM
                              WS-SRC-NET(WS-SRC-USE-IDX)
                 ON SIZE ERROR
                   PERFORM    PGM-AMOUNT-OVERFLOW
               END-SUBTRACT
             ELSE
               ADD            WS-BASE-AMOUNT  TO
                              WS-SRC-NET(WS-SRC-USE-IDX)
                 ON SIZE ERROR
                   PERFORM    PGM-AMOUNT-OVERFLOW
               END-ADD
             END-IF
           ELSE
             ADD              1  TO  WS-SRC-REJ(WS-SRC-USE-IDX)
         END-IF.
       PGM-SOURCE-REPORT-E.
         EXIT.
      *-- ﾂｳｶ ﾍﾞﾂ ｼｭｳｹｲ ｺｳｼﾝ (ｹｲｼﾞｮｳ ﾒｲｻｲ ﾉ ｹﾝｽｳ + ｹﾞﾝ ﾂｳｶ/ｷｼﾞｭﾝ
      *-- ﾂｳｶ ﾉ ﾈｯﾄ)
       PGM-CCY-TALLY           SECTION.
       PGM-CCY-TALLY-S.
         MOVE                 'N'   TO  WS-CCY-FOUND.
         MOVE                 ZERO  TO  WS-CCY-USE-IDX.
         IF                   WS-CCY-ENTRIES  >  ZERO
           PERFORM            VARYING  WS-CCY-IDX  FROM  1  BY  1
               UNTIL          WS-CCY-IDX  >  WS-CCY-ENTRIES
                    OR         WS-CCY-FOUND  =  'Y'
             IF               WS-CCY-ID(WS-CCY-IDX)  =  WS-DTL-CCY
               MOVE           'Y'  TO  WS-CCY-FOUND
               MOVE           WS-CCY-IDX  TO  WS-CCY-USE-IDX
             END-IF
           END-PERFORM
         END-IF.
         IF                   WS-CCY-FOUND  =  'N'
           IF                 WS-CCY-ENTRIES  <  WS-CCY-MAX
             ADD              1  TO  WS-CCY-ENTRIES
             MOVE             WS-DTL-CCY  TO
                              WS-CCY-ID(WS-CCY-ENTRIES)
             MOVE             ZERO  TO  WS-CCY-COUNT(WS-CCY-ENTRIES)
             MOVE             ZERO  TO  WS-CCY-ORIG-NET(WS-CCY-ENTRIES)
             MOVE             ZERO  TO  WS-CCY-BASE-NET(WS-CCY-ENTRIES)
             MOVE             WS-CCY-ENTRIES  TO  WS-CCY-USE-IDX
           ELSE
             IF               WS-CCY-TABLE-FULL  =  'N'
               MOVE           'Y'  TO  WS-CCY-TABLE-FULL
               DISPLAY        "SAMPLE PGM-CCY-TALLY: CURRENCY "
                              "TABLE FULL AT "  WS-CCY-MAX
                              " - SUBTOTALS INCOMPLETE"
             END-IF
           END-IF
         END-IF.
         IF                   WS-CCY-USE-IDX  >  ZERO
           ADD                1  TO  WS-CCY-COUNT(WS-CCY-USE-IDX)
           IF                 IN-REC-TYPE  =  'C'
             SUBTRACT         IN-AMOUNT  FROM
                              WS-CCY-ORIG-NET(WS-CCY-USE-IDX)
               ON SIZE ERROR
                 PERFORM      PGM-AMOUNT-OVERFLOW
             END-SUBTRACT
             SUBTRACT         WS-BASE-AMOUNT  FROM
                              WS-CCY-BASE-NET(WS-CCY-USE-IDX)
               ON SIZE ERROR
                 PERFORM      PGM-AMOUNT-OVERFLOW
             END-SUBTRACT
           ELSE
             ADD              IN-AMOUNT  TO
                              WS-CCY-ORIG-NET(WS-CCY-USE-IDX)
               ON SIZE ERROR
                 PERFORM      PGM-AMOUNT-OVERFLOW
             END-ADD
             ADD              WS-BASE-AMOUNT  TO
                              WS-CCY-BASE-NET(WS-CCY-USE-IDX)
               ON SIZE ERROR
                 PERFORM      PGM-AMOUNT-OVERFLOW
             END-ADD
           END-IF
         END-IF.
       PGM-CCY-TALLY-E.
         EXIT.
      *-- ﾂｳｶ ﾍﾞﾂ ｼｮｳｹｲ ｾｸｼｮﾝ (ｿｰｽ ﾍﾞﾂ ﾉ ｱﾄ, ｿｳｹｲ ﾌｯﾀ ﾉ ﾏｴ)
       PGM-CCY-REPORT          SECTION.
       PGM-CCY-REPORT-S.
         IF                   WS-CCY-ENTRIES  >  ZERO
           IF                 WS-REPORT-PAGE-COUNT  =  ZERO
               OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
             PERFORM          PGM-REPORT-PAGE-BREAK
           END-IF
           WRITE              REPORT-REC  FROM  WS-RPT-CCY-HDR
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
           MOVE               WS-FXR-BASE-CCY  TO  WS-RPT-CCY-BASE-ID
           PERFORM            VARYING  WS-CCY-IDX  FROM  1  BY  1
               UNTIL          WS-CCY-IDX  >  WS-CCY-ENTRIES
             IF               WS-REPORT-LINE-COUNT >=
                              WS-REPORT-LINES-PER-PAGE
               PERFORM        PGM-REPORT-PAGE-BREAK
             END-IF
             MOVE             WS-CCY-ID(WS-CCY-IDX)        TO
                              WS-RPT-CCY-ID
             MOVE             WS-CCY-COUNT(WS-CCY-IDX)     TO
                              WS-RPT-CCY-COUNT
             MOVE             WS-CCY-ORIG-NET(WS-CCY-IDX)  TO
                              WS-RPT-CCY-ORIG
             MOVE             WS-CCY-BASE-NET(WS-CCY-IDX)  TO
                              WS-RPT-CCY-BASE
             WRITE            REPORT-REC  FROM  WS-RPT-CCY-LINE
             IF               WS-REPORT-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             ADD              1  TO  WS-REPORT-LINE-COUNT
           END-PERFORM
         END-IF.
       PGM-CCY-REPORT-E.
         EXIT.
      *-- ﾈｯﾄ ﾎﾟｼﾞｼｮﾝ ﾌｧｲﾙ ｼｭﾂﾘｮｸ (KEYWK-FL ｼﾞｭﾝ ｽｷｬﾝ,
      *-- 1 ｷｰ = 1 ﾚｺｰﾄﾞ)
       PGM-NET-WRITE           SECTION.
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WS-NET-TOTAL     TO  WS-RPT-FTR-NET.
         MOVE                 WS-FXR-BASE-CCY  TO  WS-RPT-FTR-CCY.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         COPY                 CBVALLOD.
       PGM-LOAD-VALPRM-E.
         EXIT.
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBBDCCHK ｷｮｳﾂｳ)
       COPY                 CBBDCCHK
         REPLACING          ==:PGM:==   BY  =='SAMPLE'==.
      *-- ｹｲﾘ ｷｶﾝ ｼﾒ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBPERCHK ｷｮｳﾂｳ)
       COPY                 CBPERCHK
         REPLACING          ==:PGM:==   BY  =='SAMPLE'==.
      *-- ｶﾜｾ ﾚｰﾄ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBFXRCHK ｷｮｳﾂｳ)
       COPY                 CBFXRCHK
         REPLACING          ==:PGM:==   BY  =='SAMPLE'==.
      *-- ﾌｧｲﾙCLOSE
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         MOVE                 SPACES      TO  OUT-REC.
         MOVE                 'R'         TO  OUT-TRL-CLASS.
         MOVE                 'T'         TO  OUT-TRL-ID.
         MOVE                 WS-OUT-COUNT TO  OUT-TRL-COUNT.
         IF                   WS-MERGE-FLAG  =  'Y'
           PERFORM            PGM-DUP-REPORT
         END-IF.
         PERFORM              PGM-UNKNOWN-REPORT.
         PERFORM              PGM-REVERSAL-REPORT.
         PERFORM              PGM-PPA-REPORT.
         PERFORM              PGM-SOURCE-REPORT.
         PERFORM              PGM-CCY-REPORT.
         PERFORM              PGM-REPORT-FOOTER.
         PERFORM              PGM-DQ-RECEIVED.
         CLOSE                IN-FL
                              OUT-FL
                              REJECT-FL
                              RESTART-FL
                              REPORT-FL
                              SUSP-FL
                              DQH-FL.
         IF                   WS-MASTER-AVAILABLE  =  'Y'
           CLOSE              MASTER-FL
         END-IF.
         PERFORM              PGM-NET-WRITE.
         CLOSE                KEYWK-FL.
         PERFORM              PGM-BDC-CLOSE.
         PERFORM              PGM-PER-CLOSE.
         PERFORM              PGM-FXR-CLOSE.
         PERFORM              PGM-RUN-LEDGER.
         PERFORM              PGM-RUNCTL-MARK.
       PGM-CLOSE-E.
                              WS-VALPRM-STATUS.
         DISPLAY              "  KEYWK-FL STATUS = "
                              WS-KEYWK-STATUS.
         DISPLAY              "  SUSP-FL STATUS = "
                              WS-SUSP-STATUS.
         DISPLAY              "  BDC-FL STATUS = "  WS-BDC-STATUS.
         DISPLAY              "  ARC-FL STATUS = "  WS-ARC-STATUS.
         DISPLAY              "  RVL-FL STATUS = "  WS-RVL-STATUS.
         DISPLAY              "  DQH-FL STATUS = "  WS-DQH-STATUS.
         DISPLAY              "  PER-FL STATUS = "  WS-PER-STATUS.
         DISPLAY              "  PPL-FL STATUS = "  WS-PPL-STATUS.
         DISPLAY              "  FXR-FL STATUS = "  WS-FXR-STATUS.
         DISPLAY              "  RECORD POSITION (WS-REC-COUNT) = "
                              WS-REC-COUNT.
         MOVE                 16     TO  RETURN-CODE.
