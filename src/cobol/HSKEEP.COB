      *---1---------2---------3---------4---------5-----
       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            HSKEEP.
      *
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         SELECT  RET-FL       ASSIGN TO 'RETPRM'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-RET-STATUS.
         SELECT  GEN-FL       ASSIGN TO 'HSKGEN'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-GEN-STATUS.
         SELECT  ARC-FL       ASSIGN TO 'HSKARC'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-ARC-STATUS.
         SELECT  ARY-FL       ASSIGN TO 'HSKYR'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-ARY-STATUS.
         SELECT  DEL-FL       ASSIGN TO 'HSKDEL'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-DEL-STATUS.
         SELECT  LEDGER-FL    ASSIGN TO 'LEDGERFL'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-LEDGER-STATUS.
         SELECT  LEDNEW-FL    ASSIGN TO 'LEDNEW'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-LEDNEW-STATUS.
         SELECT  AUDIT-FL     ASSIGN TO 'MSTAUD'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-AUDIT-STATUS.
         SELECT  AUDNEW-FL    ASSIGN TO 'AUDNEW'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-AUDNEW-STATUS.
         SELECT  WQ-FL        ASSIGN TO 'ESCWQ'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY  IS WQ-REC-KEY
                              FILE STATUS IS WS-WQ-STATUS.
         SELECT  POSMST-FL    ASSIGN TO 'POSMST'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY  IS POS-REC-KEY
                              FILE STATUS IS WS-POSMST-STATUS.
         SELECT  WK-FL        ASSIGN TO 'HSKWK'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-WK-STATUS.
         SELECT  REPORT-FL    ASSIGN TO 'HSKRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
      *-- ﾎｿﾞﾝ ｷｶﾝ ﾎﾟﾘｼｰ (ｳﾝﾖｳ ﾍﾝｼｭｳ)
       FD  RET-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  RET-REC.
         COPY                 CBRETREC.
      *-- ARCHDIR ﾉ ﾆﾁｼﾞ ｾﾀﾞｲ ｲﾁﾗﾝ (HSKEEP.sh ｶﾞ ｾｲｾｲ,
      *-- ｾﾄｳｺﾞ + ﾋﾂﾞｹ, ｾﾄｳｺﾞ ｺﾞﾄ ﾆ ﾋﾂﾞｹ ｼﾞｭﾝ)
       FD  GEN-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  GEN-REC.
         03  GEN-PREFIX       PIC X(06).
         03  GEN-DATE         PIC X(08).
      *-- ﾆﾁｼﾞ ｾﾀﾞｲ (ﾋﾂﾞｹ ｺﾞﾄ ﾆ HSKARC ﾆ ﾜﾘｱﾃ)
       FD  ARC-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  ARC-REC            PIC X(80).
      *-- ﾈﾝｼﾞ ｱｰｶｲﾌﾞ ｲｺｳ ﾌﾞﾝ (outfl.YYYY.new, HSKEEP.sh ｶﾞ
      *-- outfl.YYYY.dat ﾆ ﾂｲｶ)
       FD  ARY-FL             LABEL RECORD OMITTED.
       01  ARY-REC.
         COPY                 CBARYREC.
      *-- ｻｸｼﾞｮ ﾀｲｼｮｳ ｾﾀﾞｲ ﾉ ﾊﾟｽ ｲﾁﾗﾝ (HSKEEP.sh ｶﾞ ｻｸｼﾞｮ)
       FD  DEL-FL             LABEL RECORD OMITTED.
       01  DEL-REC            PIC X(80).
       FD  LEDGER-FL          LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  LEDGER-REC.
         COPY                 CBLEDREC.
      *-- ﾎｿﾞﾝ ｷｶﾝ ﾅｲ ﾉ ﾚｼﾞｬｰ (HSKEEP.sh ｶﾞ LEDGERFL ﾄ ｵｷｶｴ)
       FD  LEDNEW-FL          LABEL RECORD OMITTED.
       01  LEDNEW-REC         PIC X(66).
       FD  AUDIT-FL           LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-REC.
         COPY                 CBAUDREC.
      *-- ﾎｿﾞﾝ ｷｶﾝ ﾅｲ ﾉ ｶﾝｻ (HSKEEP.sh ｶﾞ MSTAUD ﾄ ｵｷｶｴ)
       FD  AUDNEW-FL          LABEL RECORD OMITTED.
       01  AUDNEW-REC         PIC X(70).
       FD  WQ-FL              LABEL RECORD STANDARD.
       01  WQ-REC.
         COPY                 CBWQREC.
       FD  POSMST-FL          LABEL RECORD STANDARD.
       01  POSMST-REC.
         COPY                 CBPOSREC.
      *-- ｸﾘｺｼ ｼｭｳﾔｸ ﾀｲｼｮｳ ｷｰ (WK-DATE = ﾎｿﾞﾝ ｷｶﾝ ｶﾞｲ ﾉ ｻｲｼﾝ ｾﾀﾞｲ,
      *-- WK-MOVE = ｿﾚﾏﾃﾞ ﾉ ﾍﾝﾄﾞｳ ｺﾞｳｹｲ)
       FD  WK-FL              LABEL RECORD OMITTED.
       01  WK-REC.
         03  WK-KEY           PIC X(04).
         03  WK-DATE          PIC 9(08).
         03  WK-MOVE          PIC S9(11)V99
                              SIGN LEADING SEPARATE.
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       WORKING-STORAGE        SECTION.
       01  WS-FILE-STATUS.
         03  WS-RET-STATUS    PIC X(02).
         03  WS-GEN-STATUS    PIC X(02).
         03  WS-ARC-STATUS    PIC X(02).
         03  WS-ARY-STATUS    PIC X(02).
         03  WS-DEL-STATUS    PIC X(02).
         03  WS-LEDGER-STATUS PIC X(02).
         03  WS-LEDNEW-STATUS PIC X(02).
         03  WS-AUDIT-STATUS  PIC X(02).
         03  WS-AUDNEW-STATUS PIC X(02).
         03  WS-WQ-STATUS     PIC X(02).
         03  WS-POSMST-STATUS PIC X(02).
         03  WS-WK-STATUS     PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
       01  WS-EOF             PIC X(01).
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-PROC-DATE       PIC 9(08).
       01  WS-PROC-DATE-ENV   PIC X(08).
       01  WS-ARCH-DIR        PIC X(60)  VALUE SPACES.
       01  WS-ARC-PATH        PIC X(80)  VALUE SPACES.
       01  WS-ARY-PATH        PIC X(80)  VALUE SPACES.
      *-- ﾎｿﾞﾝ ｷｶﾝ ﾃｰﾌﾞﾙ (RETPRM ｾﾞﾝｹﾝ ﾛｰﾄﾞ, ﾁｮｳﾌｸ ﾊ ｾﾝﾄｳ ﾕｳｾﾝ)
       01  WS-RET-MAX         PIC 9(02)  VALUE 20.
       01  WS-RET-ENTRIES     PIC 9(02)  VALUE ZERO.
       01  WS-RET-IDX         PIC 9(02)  VALUE ZERO.
       01  WS-RET-FOUND       PIC X(01).
       01  WS-RET-TABLE.
         03  WS-RET-ENTRY     OCCURS 20 TIMES.
           05  WS-RET-TBL-NAME
                              PIC X(08).
           05  WS-RET-TBL-KEEP
                              PIC 9(05).
      *-- ｻｲﾃｲ ﾎｿﾞﾝ ﾆｯｽｳ (MONSTMT ｶﾞ 1 ｶｹﾞﾂ ﾌﾞﾝ ﾉ ｾﾀﾞｲ ｦ ﾋﾂﾖｳ ﾄｽﾙ)
       01  WS-MIN-KEEP        PIC 9(05)  VALUE 00031.
       01  WS-CUT-INT         PIC 9(08)  VALUE ZERO.
      *-- ｾﾀﾞｲ ｼｮﾘ (OUTFL / TRCGEN ﾉ ﾎﾟﾘｼｰ ﾄ ｼｭｳｹｲ)
       01  WS-OUT-STATE       PIC X(01)  VALUE 'N'.
       01  WS-OUT-KEEP        PIC 9(05)  VALUE ZERO.
       01  WS-OUT-CUTOFF      PIC 9(08)  VALUE ZERO.
       01  WS-TRG-STATE       PIC X(01)  VALUE 'N'.
       01  WS-TRG-KEEP        PIC 9(05)  VALUE ZERO.
       01  WS-TRG-CUTOFF      PIC 9(08)  VALUE ZERO.
       01  WS-GEN-EOF         PIC X(01).
       01  WS-GEN-EXPIRED     PIC X(01).
       01  WS-GEN-DATE        PIC 9(08).
       01  WS-GEN-DATE-R      REDEFINES  WS-GEN-DATE.
         03  WS-GEN-YEAR      PIC 9(04).
         03  FILLER           PIC 9(04).
       01  WS-GEN-CNT         PIC 9(09)  VALUE ZERO.
       01  WS-GEN-AMT         PIC S9(11)V99  VALUE ZERO.
       01  WS-REC-AMT         PIC S9(11)V99  VALUE ZERO.
       01  WS-YR-YEAR         PIC 9(04)  VALUE ZERO.
       01  WS-OUT-TOTALS.
         03  WS-OUT-BEF-GENS  PIC 9(05)  VALUE ZERO.
         03  WS-OUT-BEF-CNT   PIC 9(09)  VALUE ZERO.
         03  WS-OUT-BEF-AMT   PIC S9(11)V99  VALUE ZERO.
         03  WS-OUT-ROL-GENS  PIC 9(05)  VALUE ZERO.
         03  WS-OUT-ROL-CNT   PIC 9(09)  VALUE ZERO.
         03  WS-OUT-ROL-AMT   PIC S9(11)V99  VALUE ZERO.
         03  WS-OUT-KPT-GENS  PIC 9(05)  VALUE ZERO.
         03  WS-OUT-KPT-CNT   PIC 9(09)  VALUE ZERO.
         03  WS-OUT-KPT-AMT   PIC S9(11)V99  VALUE ZERO.
         03  WS-OUT-YR-CNT    PIC 9(09)  VALUE ZERO.
         03  WS-OUT-YR-AMT    PIC S9(11)V99  VALUE ZERO.
       01  WS-TRG-TOTALS.
         03  WS-TRG-BEF-GENS  PIC 9(05)  VALUE ZERO.
         03  WS-TRG-BEF-CNT   PIC 9(09)  VALUE ZERO.
         03  WS-TRG-PRG-GENS  PIC 9(05)  VALUE ZERO.
         03  WS-TRG-PRG-CNT   PIC 9(09)  VALUE ZERO.
         03  WS-TRG-KPT-GENS  PIC 9(05)  VALUE ZERO.
         03  WS-TRG-KPT-CNT   PIC 9(09)  VALUE ZERO.
      *-- ﾜｰｸｷｭｰ ﾚｺｰﾄﾞ ﾉ ｷﾝｶﾞｸ ﾋﾞｭｰ
       01  WS-IN-DATA.
         COPY                 CBINREC.
       01  WS-OUT-DATA.
         COPY                 CBOUTREC.
      *-- POSMST ｷｰ ﾍﾞﾂ ﾜｰｸ
       01  WS-PK-KEY          PIC X(04)  VALUE LOW-VALUES.
       01  WS-PK-PRE-CNT      PIC 9(05)  VALUE ZERO.
       01  WS-PK-PRE-DATE     PIC 9(08)  VALUE ZERO.
       01  WS-PK-PRE-MOVE     PIC S9(11)V99  VALUE ZERO.
       01  WS-PK-LAST-CLOSE   PIC S9(09)V99  VALUE ZERO.
       01  WS-PK-KEYS         PIC 9(05)  VALUE ZERO.
       01  WS-PK-POSITION     PIC S9(11)V99  VALUE ZERO.
       01  WS-WK-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-SCAN-DONE       PIC X(01).
      *-- ﾃﾞｰﾀｾｯﾄ ﾌﾞﾛｯｸ (ﾚﾎﾟｰﾄ 1 ﾌﾞﾛｯｸ ﾌﾞﾝ ﾉ ｼｭｳｹｲ)
      *-- WS-BLK-STATE: 'Y'=ｼｮﾘ ｽﾞﾐ 'N'=ﾎﾟﾘｼｰ ﾅｼ 'L'=ｻｲﾃｲ ﾐﾏﾝ
      *--               'U'=ﾌｧｲﾙ ﾐｼﾖｳ ｶ
       01  WS-BLK.
         03  WS-BLK-NAME      PIC X(08).
         03  WS-BLK-STATE     PIC X(01).
         03  WS-BLK-KEEP      PIC 9(05).
         03  WS-BLK-CUTOFF    PIC 9(08).
         03  WS-BLK-ACTION    PIC X(24).
         03  WS-BLK-AMT-FLAG  PIC X(01).
         03  WS-BLK-UNIT-NAME PIC X(12).
         03  WS-BLK-PRG-LABEL PIC X(18).
         03  WS-BLK-AFT-LABEL PIC X(18).
         03  WS-BLK-BEF-CNT   PIC 9(09).
         03  WS-BLK-BEF-AMT   PIC S9(11)V99.
         03  WS-BLK-BEF-UNITS PIC 9(05).
         03  WS-BLK-PRG-CNT   PIC 9(09).
         03  WS-BLK-PRG-AMT   PIC S9(11)V99.
         03  WS-BLK-PRG-UNITS PIC 9(05).
         03  WS-BLK-AFT-CNT   PIC 9(09).
         03  WS-BLK-AFT-AMT   PIC S9(11)V99.
         03  WS-BLK-AFT-UNITS PIC 9(05).
         03  WS-BLK-POS-FLAG  PIC X(01).
         03  WS-BLK-POS-BEF   PIC S9(11)V99.
         03  WS-BLK-POS-AFT   PIC S9(11)V99.
         03  WS-BLK-CHECK     PIC X(01).
      *-- ﾚﾎﾟｰﾄ 1 ｷﾞｮｳ ﾌﾞﾝ ﾉ ﾜｰｸ
       01  WS-LN-LABEL        PIC X(18).
       01  WS-LN-CNT          PIC 9(09).
       01  WS-LN-AMT          PIC S9(11)V99.
       01  WS-LN-UNITS        PIC 9(05).
       01  WS-EDIT-AMOUNT     PIC +ZZZZZZZZZZ9.99.
       01  WS-EDIT-UNITS      PIC ZZZZ9.
       01  WS-EDIT-KEEP       PIC ZZZZ9.
       01  WS-DONE-COUNT      PIC 9(02)  VALUE ZERO.
       01  WS-BREAK-COUNT     PIC 9(02)  VALUE ZERO.
       01  WS-WARN-FLAG       PIC X(01)  VALUE 'N'.
       01  WS-REPORT-PAGE-COUNT
                              PIC 9(03)  VALUE ZERO.
       01  WS-REPORT-LINE-COUNT
                              PIC 9(03)  VALUE ZERO.
       01  WS-REPORT-LINES-PER-PAGE
                              PIC 9(03)  VALUE 020.
       01  WS-RPT-OUT         PIC X(80).
       01  WS-RPT-HDR1.
         03  FILLER           PIC X(10) VALUE 'RUN DATE: '.
         03  WS-RPT-HDR1-DATE PIC 9(08).
         03  FILLER           PIC X(04) VALUE SPACES.
         03  FILLER           PIC X(25) VALUE
                              'RETENTION HOUSEKEEPING'.
         03  FILLER           PIC X(06) VALUE 'PAGE: '.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(24) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(17) VALUE 'PROCESSING DATE: '.
         03  WS-RPT-HDR2-DATE PIC 9(08).
         03  FILLER           PIC X(55) VALUE SPACES.
       01  WS-RPT-BLK1.
         03  FILLER           PIC X(10) VALUE 'DATA SET: '.
         03  WS-RPT-B1-NAME   PIC X(08).
         03  FILLER           PIC X(08) VALUE '  KEEP: '.
         03  WS-RPT-B1-KEEP   PIC ZZZZ9.
         03  FILLER           PIC X(15) VALUE ' DAYS  CUTOFF: '.
         03  WS-RPT-B1-CUTOFF PIC 9(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-B1-ACTION PIC X(24).
       01  WS-RPT-BLK2.
         03  FILLER           PIC X(20) VALUE SPACES.
         03  FILLER           PIC X(09) VALUE '  RECORDS'.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(15) VALUE '         AMOUNT'.
         03  FILLER           PIC X(34) VALUE SPACES.
       01  WS-RPT-LINE.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-LN-LABEL  PIC X(18).
         03  WS-RPT-LN-COUNT  PIC Z(8)9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-LN-AMOUNT PIC X(15).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-LN-NOTE   PIC X(32).
       01  WS-RPT-CHECK.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(18) VALUE 'CHECK'.
         03  WS-RPT-CK-TEXT   PIC X(60).
       01  WS-RPT-SKIP.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-SK-TEXT   PIC X(78).
       01  WS-RPT-BLANK       PIC X(80)  VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
         03  FILLER           PIC X(04) VALUE ' END'.
         03  FILLER           PIC X(62) VALUE SPACES.
       01  WS-RPT-FOOTER.
         03  FILLER           PIC X(21) VALUE
                              'DATA SETS PROCESSED: '.
         03  WS-RPT-FTR-DONE  PIC Z9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(16) VALUE 'OUT OF BALANCE: '.
         03  WS-RPT-FTR-BREAK PIC Z9.
         03  FILLER           PIC X(37) VALUE SPACES.
      *
       PROCEDURE              DIVISION.
      *-- ﾌﾟﾛｸﾞﾗﾑﾉﾌﾛｰ (ﾃﾞｰﾀｾｯﾄ ｺﾞﾄ ﾆ ﾎｿﾞﾝ ｷｶﾝ ｶﾞｲ ｦ ｾｲﾘ ｼ,
      *-- ｼｮﾘ ｾﾞﾝｺﾞ ﾉ ｹﾝｽｳ/ｷﾝｶﾞｸ ｦ ﾌﾞﾛｯｸ ﾆ ｼｭﾂﾘｮｸ)
       PGM-FLOW               SECTION.
       PGM-FLOW-S.
         PERFORM              PGM-OPEN.
         PERFORM              PGM-GEN-PASS.
         PERFORM              PGM-LEDGER-PASS.
         PERFORM              PGM-AUDIT-PASS.
         PERFORM              PGM-WQ-PASS.
         PERFORM              PGM-POS-PASS.
         PERFORM              PGM-CLOSE.
       PGM-FLOW-E.
         STOP RUN.
      *-- ﾌｧｲﾙOPEN AND ﾎｿﾞﾝ ｷｶﾝ ﾎﾟﾘｼｰ ﾛｰﾄﾞ
       PGM-OPEN               SECTION.
       PGM-OPEN-S.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         PERFORM              PGM-DETECT-PROC-DATE.
         MOVE                 SPACES  TO  WS-ARCH-DIR.
         DISPLAY              "ARCHDIR"  UPON  ENVIRONMENT-NAME.
         ACCEPT                WS-ARCH-DIR
                              FROM  ENVIRONMENT-VALUE.
         IF                   WS-ARCH-DIR  =  SPACES
           MOVE               'archive'  TO  WS-ARCH-DIR
         END-IF.
         OPEN                 OUTPUT  REPORT-FL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         PERFORM              PGM-LOAD-POLICY.
       PGM-OPEN-E.
         EXIT.
      *-- ｼｮﾘ ﾋﾂﾞｹ ﾊﾝﾃｲ (環境変数 SAMPLE_PROCDATE, ﾐｾｯﾃｲ ﾊ ﾄｳｼﾞﾂ)
       PGM-DETECT-PROC-DATE    SECTION.
       PGM-DETECT-PROC-DATE-S.
         MOVE                 SPACES  TO  WS-PROC-DATE-ENV.
         DISPLAY              "SAMPLE_PROCDATE"  UPON  ENVIRONMENT-NAME.
         ACCEPT                WS-PROC-DATE-ENV
                              FROM  ENVIRONMENT-VALUE.
         IF                   WS-PROC-DATE-ENV  NUMERIC
           MOVE               WS-PROC-DATE-ENV  TO  WS-PROC-DATE
         ELSE
           MOVE               WS-RUN-DATE       TO  WS-PROC-DATE
         END-IF.
       PGM-DETECT-PROC-DATE-E.
         EXIT.
      *-- ﾎﾟﾘｼｰ ﾌｧｲﾙ ｾﾞﾝｹﾝ ｦ ﾜｰｸ ﾃｰﾌﾞﾙ ﾆ ﾛｰﾄﾞ (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ
      *-- ｾﾞﾝ ﾃﾞｰﾀｾｯﾄ ｴｲｷｭｳ ﾎｿﾞﾝ, ﾌｾｲ ﾉ ｷﾞｮｳ ﾊ ﾑｼ)
       PGM-LOAD-POLICY         SECTION.
       PGM-LOAD-POLICY-S.
         MOVE                 ZERO  TO  WS-RET-ENTRIES.
         OPEN                 INPUT  RET-FL.
         IF                   WS-RET-STATUS  NOT =  '00'
           DISPLAY            "HSKEEP PGM-LOAD-POLICY: RETPRM "
                              "UNAVAILABLE (STATUS="
                              WS-RET-STATUS
                              ") - NOTHING PURGED THIS RUN"
           MOVE               'Y'  TO  WS-WARN-FLAG
         ELSE
           MOVE               SPACE  TO  WS-EOF
           PERFORM            UNTIL  WS-EOF = '1'
             READ             RET-FL
               AT END
                 MOVE         '1'  TO  WS-EOF
             END-READ
             IF               WS-EOF  NOT =  '1'
               IF             WS-RET-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             RET-KEEP-DAYS  NOT NUMERIC
                   OR  (RET-DATASET  NOT =  'OUTFL'
                   AND  RET-DATASET  NOT =  'TRCGEN'
                   AND  RET-DATASET  NOT =  'ESCWQ'
                   AND  RET-DATASET  NOT =  'LEDGER'
                   AND  RET-DATASET  NOT =  'MSTAUD'
                   AND  RET-DATASET  NOT =  'POSMST')
                 DISPLAY      "HSKEEP PGM-LOAD-POLICY: RETPRM ROW "
                              "INVALID FOR DATA SET "  RET-DATASET
                              " - ROW IGNORED"
                 MOVE         'Y'  TO  WS-WARN-FLAG
               ELSE
                 IF           WS-RET-ENTRIES  <  WS-RET-MAX
                   ADD        1  TO  WS-RET-ENTRIES
                   MOVE       RET-DATASET  TO
                              WS-RET-TBL-NAME(WS-RET-ENTRIES)
                   MOVE       RET-KEEP-DAYS  TO
                              WS-RET-TBL-KEEP(WS-RET-ENTRIES)
                 ELSE
                   DISPLAY    "HSKEEP PGM-LOAD-POLICY: "
                              "RET TABLE FULL AT "  WS-RET-MAX
                              " - REMAINING ROWS IGNORED"
                   MOVE       '1'  TO  WS-EOF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE              RET-FL
         END-IF.
       PGM-LOAD-POLICY-E.
         EXIT.
      *-- ﾃﾞｰﾀｾｯﾄ ﾉ ﾎﾟﾘｼｰ ｹﾝｻｸ AND ｷﾘｽﾃ ﾋﾂﾞｹ ｻﾝｼｭﾂ (WS-BLK-NAME ﾆ
      *-- ﾀｲｼｮｳ ｦ ｾｯﾄ ｼﾃ PERFORM, ﾌﾞﾛｯｸ ﾉ ｼｭｳｹｲ ﾓ ｼｮｷｶ)
       PGM-POLICY-FIND         SECTION.
       PGM-POLICY-FIND-S.
         MOVE                 'N'    TO  WS-BLK-STATE.
         MOVE                 ZERO   TO  WS-BLK-KEEP
                                         WS-BLK-CUTOFF
                                         WS-BLK-BEF-CNT
                                         WS-BLK-BEF-AMT
                                         WS-BLK-BEF-UNITS
                                         WS-BLK-PRG-CNT
                                         WS-BLK-PRG-AMT
                                         WS-BLK-PRG-UNITS
                                         WS-BLK-AFT-CNT
                                         WS-BLK-AFT-AMT
                                         WS-BLK-AFT-UNITS
                                         WS-BLK-POS-BEF
                                         WS-BLK-POS-AFT.
         MOVE                 SPACES TO  WS-BLK-ACTION
                                         WS-BLK-UNIT-NAME.
         MOVE                 'PURGED'  TO  WS-BLK-PRG-LABEL.
         MOVE                 'AFTER'   TO  WS-BLK-AFT-LABEL.
         MOVE                 'Y'    TO  WS-BLK-AMT-FLAG.
         MOVE                 'N'    TO  WS-BLK-POS-FLAG.
         MOVE                 'Y'    TO  WS-BLK-CHECK.
         MOVE                 'N'    TO  WS-RET-FOUND.
         PERFORM              VARYING  WS-RET-IDX  FROM  1  BY  1
             UNTIL            WS-RET-IDX  >  WS-RET-ENTRIES
                              OR  WS-RET-FOUND  =  'Y'
           IF                 WS-RET-TBL-NAME(WS-RET-IDX)  =
                              WS-BLK-NAME
             MOVE             'Y'  TO  WS-RET-FOUND
             MOVE             WS-RET-TBL-KEEP(WS-RET-IDX)  TO
                              WS-BLK-KEEP
           END-IF
         END-PERFORM.
         IF                   WS-RET-FOUND  =  'Y'
             AND  WS-BLK-KEEP  >  ZERO
           IF                 WS-BLK-KEEP  <  WS-MIN-KEEP
             MOVE             'L'  TO  WS-BLK-STATE
             MOVE             'Y'  TO  WS-WARN-FLAG
             DISPLAY          "HSKEEP PGM-POLICY-FIND: KEEP PERIOD "
                              "FOR "  WS-BLK-NAME  " BELOW "
                              WS-MIN-KEEP  " DAYS - NOT PURGED"
           ELSE
             MOVE             'Y'  TO  WS-BLK-STATE
             COMPUTE          WS-CUT-INT  =
                              FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
                              -  WS-BLK-KEEP
             COMPUTE          WS-BLK-CUTOFF  =
                              FUNCTION DATE-OF-INTEGER(WS-CUT-INT)
           END-IF
         END-IF.
       PGM-POLICY-FIND-E.
         EXIT.
      *-- ﾆﾁｼﾞ ｾﾀﾞｲ ｾｲﾘ (OUTFL ﾊ ﾈﾝｼﾞ ｱｰｶｲﾌﾞ ﾍ ｲｺｳ, TRCGEN ﾊ ｻｸｼﾞｮ
      *-- - ﾄﾓﾆ ｻｸｼﾞｮ ﾀｲｼｮｳ ﾊﾟｽ ｦ HSKDEL ﾆ ｼｭﾂﾘｮｸ)
       PGM-GEN-PASS            SECTION.
       PGM-GEN-PASS-S.
         MOVE                 'TRCGEN'  TO  WS-BLK-NAME.
         PERFORM              PGM-POLICY-FIND.
         MOVE                 WS-BLK-STATE   TO  WS-TRG-STATE.
         MOVE                 WS-BLK-KEEP    TO  WS-TRG-KEEP.
         MOVE                 WS-BLK-CUTOFF  TO  WS-TRG-CUTOFF.
         MOVE                 'OUTFL'   TO  WS-BLK-NAME.
         PERFORM              PGM-POLICY-FIND.
         MOVE                 WS-BLK-STATE   TO  WS-OUT-STATE.
         MOVE                 WS-BLK-KEEP    TO  WS-OUT-KEEP.
         MOVE                 WS-BLK-CUTOFF  TO  WS-OUT-CUTOFF.
         OPEN                 OUTPUT  DEL-FL.
         IF                   WS-DEL-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         OPEN                 INPUT  GEN-FL.
         IF                   WS-GEN-STATUS  =  '00'
           MOVE               SPACE  TO  WS-GEN-EOF
           PERFORM            UNTIL  WS-GEN-EOF = '1'
             READ             GEN-FL
               AT END
                 MOVE         '1'  TO  WS-GEN-EOF
             END-READ
             IF               WS-GEN-EOF  NOT =  '1'
               IF             WS-GEN-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               PERFORM        PGM-GEN-ONE
             END-IF
           END-PERFORM
           CLOSE              GEN-FL
         ELSE
           IF                 WS-GEN-STATUS  NOT =  '35'
             PERFORM          PGM-ERROR
           END-IF
           DISPLAY            "HSKEEP PGM-GEN-PASS: HSKGEN "
                              "UNAVAILABLE - NO GENERATIONS LISTED"
         END-IF.
         IF                   WS-YR-YEAR  NOT =  ZERO
           CLOSE              ARY-FL
         END-IF.
         CLOSE                DEL-FL.
         PERFORM              PGM-GEN-OUTFL-BLOCK.
         PERFORM              PGM-GEN-TRCGEN-BLOCK.
       PGM-GEN-PASS-E.
         EXIT.
      *-- ｾﾀﾞｲ ｲﾁﾗﾝ 1 ｹﾝ (ﾋﾂﾞｹ ﾌｾｲ ﾊ ｿﾉﾏﾏ ﾉｺｽ)
       PGM-GEN-ONE             SECTION.
       PGM-GEN-ONE-S.
         IF                   GEN-DATE  NOT NUMERIC
           DISPLAY            "HSKEEP PGM-GEN-ONE: GENERATION "
                              GEN-PREFIX  "."  GEN-DATE
                              " NOT DATED - LEFT IN PLACE"
         ELSE
           MOVE               GEN-DATE  TO  WS-GEN-DATE
           IF                 FUNCTION TEST-DATE-YYYYMMDD(WS-GEN-DATE)
                                  NOT =  ZERO
             DISPLAY          "HSKEEP PGM-GEN-ONE: GENERATION "
                              GEN-PREFIX  "."  GEN-DATE
                              " NOT DATED - LEFT IN PLACE"
           ELSE
             IF               GEN-PREFIX  =  'outfl'
               IF             WS-OUT-STATE  =  'Y'
                 PERFORM      PGM-GEN-OUTFL
               END-IF
             ELSE
               IF             WS-TRG-STATE  =  'Y'
                 PERFORM      PGM-GEN-TRACE
               END-IF
             END-IF
           END-IF
         END-IF.
       PGM-GEN-ONE-E.
         EXIT.
      *-- ｾﾀﾞｲ OPEN (ARCHDIR/<ｾﾄｳｺﾞ>.<ﾋﾂﾞｹ>.dat ｦ HSKARC ﾆ ﾜﾘｱﾃ)
       PGM-GEN-OPEN            SECTION.
       PGM-GEN-OPEN-S.
         MOVE                 SPACES  TO  WS-ARC-PATH.
         STRING               WS-ARCH-DIR    DELIMITED BY SPACE
                              '/'            DELIMITED BY SIZE
                              GEN-PREFIX     DELIMITED BY SPACE
                              '.'            DELIMITED BY SIZE
                              WS-GEN-DATE    DELIMITED BY SIZE
                              '.dat'         DELIMITED BY SIZE
           INTO               WS-ARC-PATH
         END-STRING.
         DISPLAY              "HSKARC"  UPON  ENVIRONMENT-NAME.
         DISPLAY              WS-ARC-PATH  UPON  ENVIRONMENT-VALUE.
         OPEN                 INPUT  ARC-FL.
         IF                   WS-ARC-STATUS  NOT =  '00'
             AND  WS-ARC-STATUS  NOT =  '35'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 ZERO   TO  WS-GEN-CNT
                                         WS-GEN-AMT.
         MOVE                 SPACE  TO  WS-EOF.
       PGM-GEN-OPEN-E.
         EXIT.
      *-- OUT-FL ｾﾀﾞｲ 1 ﾎﾝ (ｷﾘｽﾃ ﾋﾂﾞｹ ﾏｴ ﾅﾗ ｾﾞﾝ ﾚｺｰﾄﾞ ｦ ﾋﾂﾞｹ ﾂｷ ﾃﾞ
      *-- ﾈﾝｼﾞ ｱｰｶｲﾌﾞ ﾆ ｲｺｳ, ﾒｲｻｲ ﾉ ｷﾝｶﾞｸ ﾊ D ｶｻﾝ / C ｹﾞﾝｻﾝ)
       PGM-GEN-OUTFL           SECTION.
       PGM-GEN-OUTFL-S.
         PERFORM              PGM-GEN-OPEN.
         IF                   WS-ARC-STATUS  =  '00'
           IF                 WS-GEN-DATE  <  WS-OUT-CUTOFF
             MOVE             'Y'  TO  WS-GEN-EXPIRED
             PERFORM          PGM-YEAR-OPEN
           ELSE
             MOVE             'N'  TO  WS-GEN-EXPIRED
           END-IF
           PERFORM            UNTIL  WS-EOF = '1'
             READ             ARC-FL
               AT END
                 MOVE         '1'  TO  WS-EOF
             END-READ
             IF               WS-EOF  NOT =  '1'
               IF             WS-ARC-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               MOVE           ARC-REC  TO  WS-OUT-DATA
               MOVE           ZERO  TO  WS-REC-AMT
               IF             OUT-REC-CLASS  =  'D'
                 IF           OUT-REC-TYPE  =  'C'
                   SUBTRACT   OUT-AMOUNT  FROM  WS-REC-AMT
                 ELSE
                   ADD        OUT-AMOUNT  TO  WS-REC-AMT
                 END-IF
               END-IF
               ADD            1           TO  WS-GEN-CNT
               ADD            WS-REC-AMT  TO  WS-GEN-AMT
               IF             WS-GEN-EXPIRED  =  'Y'
                 MOVE         WS-GEN-DATE  TO  ARY-DATE
                 MOVE         ARC-REC      TO  ARY-OUT-REC
                 WRITE        ARY-REC
                 IF           WS-ARY-STATUS  NOT =  '00'
                   PERFORM    PGM-ERROR
                 END-IF
                 ADD          1           TO  WS-OUT-YR-CNT
                 ADD          WS-REC-AMT  TO  WS-OUT-YR-AMT
               END-IF
             END-IF
           END-PERFORM
           CLOSE              ARC-FL
           ADD                1           TO  WS-OUT-BEF-GENS
           ADD                WS-GEN-CNT  TO  WS-OUT-BEF-CNT
           ADD                WS-GEN-AMT  TO  WS-OUT-BEF-AMT
           IF                 WS-GEN-EXPIRED  =  'Y'
             ADD              1           TO  WS-OUT-ROL-GENS
             ADD              WS-GEN-CNT  TO  WS-OUT-ROL-CNT
             ADD              WS-GEN-AMT  TO  WS-OUT-ROL-AMT
             PERFORM          PGM-DEL-WRITE
           ELSE
             ADD              1           TO  WS-OUT-KPT-GENS
             ADD              WS-GEN-CNT  TO  WS-OUT-KPT-CNT
             ADD              WS-GEN-AMT  TO  WS-OUT-KPT-AMT
           END-IF
         END-IF.
       PGM-GEN-OUTFL-E.
         EXIT.
      *-- ﾈﾝｼﾞ ｱｰｶｲﾌﾞ ｲｺｳ ﾌﾞﾝ OPEN (ﾈﾝ ｶﾞ ｶﾜﾙ ﾄｷ ﾉﾐ, ｾﾀﾞｲ ｲﾁﾗﾝ ﾊ
      *-- ﾋﾂﾞｹ ｼﾞｭﾝ ﾅﾉﾃﾞ 1 ﾈﾝ 1 ｶｲ)
       PGM-YEAR-OPEN           SECTION.
       PGM-YEAR-OPEN-S.
         IF                   WS-GEN-YEAR  NOT =  WS-YR-YEAR
           IF                 WS-YR-YEAR  NOT =  ZERO
             CLOSE            ARY-FL
           END-IF
           MOVE               WS-GEN-YEAR  TO  WS-YR-YEAR
           MOVE               SPACES  TO  WS-ARY-PATH
           STRING             WS-ARCH-DIR    DELIMITED BY SPACE
                              '/outfl.'      DELIMITED BY SIZE
                              WS-YR-YEAR     DELIMITED BY SIZE
                              '.new'         DELIMITED BY SIZE
             INTO             WS-ARY-PATH
           END-STRING
           DISPLAY            "HSKYR"  UPON  ENVIRONMENT-NAME
           DISPLAY            WS-ARY-PATH  UPON  ENVIRONMENT-VALUE
           OPEN               OUTPUT  ARY-FL
           IF                 WS-ARY-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-YEAR-OPEN-E.
         EXIT.
      *-- ﾄﾚｰｽ ｾﾀﾞｲ 1 ﾎﾝ (ｹﾝｽｳ ﾉﾐ, ｷﾘｽﾃ ﾋﾂﾞｹ ﾏｴ ﾊ ｻｸｼﾞｮ ﾀｲｼｮｳ)
       PGM-GEN-TRACE           SECTION.
       PGM-GEN-TRACE-S.
         PERFORM              PGM-GEN-OPEN.
         IF                   WS-ARC-STATUS  =  '00'
           PERFORM            UNTIL  WS-EOF = '1'
             READ             ARC-FL
               AT END
                 MOVE         '1'  TO  WS-EOF
             END-READ
             IF               WS-EOF  NOT =  '1'
               IF             WS-ARC-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               ADD            1  TO  WS-GEN-CNT
             END-IF
           END-PERFORM
           CLOSE              ARC-FL
           ADD                1           TO  WS-TRG-BEF-GENS
           ADD                WS-GEN-CNT  TO  WS-TRG-BEF-CNT
           IF                 WS-GEN-DATE  <  WS-TRG-CUTOFF
             ADD              1           TO  WS-TRG-PRG-GENS
             ADD              WS-GEN-CNT  TO  WS-TRG-PRG-CNT
             PERFORM          PGM-DEL-WRITE
           ELSE
             ADD              1           TO  WS-TRG-KPT-GENS
             ADD              WS-GEN-CNT  TO  WS-TRG-KPT-CNT
           END-IF
         END-IF.
       PGM-GEN-TRACE-E.
         EXIT.
      *-- ｻｸｼﾞｮ ﾀｲｼｮｳ ｾﾀﾞｲ ﾉ ﾊﾟｽ ｼｭﾂﾘｮｸ
       PGM-DEL-WRITE           SECTION.
       PGM-DEL-WRITE-S.
         MOVE                 WS-ARC-PATH  TO  DEL-REC.
         WRITE                DEL-REC.
         IF                   WS-DEL-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-DEL-WRITE-E.
         EXIT.
      *-- OUTFL ﾌﾞﾛｯｸ (ｲｺｳ ｺﾞ = ﾆﾁｼﾞ ｻﾞﾝ + ﾈﾝｼﾞ ｶｷｺﾐ ｶﾞ ｲｺｳ ﾏｴ ﾄ
      *-- ｲｯﾁ, ｲｺｳ ﾌﾞﾝ ﾄ ﾈﾝｼﾞ ｶｷｺﾐ ﾓ ｲｯﾁ)
       PGM-GEN-OUTFL-BLOCK     SECTION.
       PGM-GEN-OUTFL-BLOCK-S.
         MOVE                 'OUTFL'          TO  WS-BLK-NAME.
         MOVE                 WS-OUT-STATE     TO  WS-BLK-STATE.
         MOVE                 WS-OUT-KEEP      TO  WS-BLK-KEEP.
         MOVE                 WS-OUT-CUTOFF    TO  WS-BLK-CUTOFF.
         MOVE                 'ROLL TO YEARLY ARCHIVE' TO
                              WS-BLK-ACTION.
         MOVE                 'GENERATIONS'    TO  WS-BLK-UNIT-NAME.
         MOVE                 'ROLLED TO YEARLY'   TO
                              WS-BLK-PRG-LABEL.
         MOVE                 'AFTER DAILY+YEARLY' TO
                              WS-BLK-AFT-LABEL.
         MOVE                 WS-OUT-BEF-CNT   TO  WS-BLK-BEF-CNT.
         MOVE                 WS-OUT-BEF-AMT   TO  WS-BLK-BEF-AMT.
         MOVE                 WS-OUT-BEF-GENS  TO  WS-BLK-BEF-UNITS.
         MOVE                 WS-OUT-ROL-CNT   TO  WS-BLK-PRG-CNT.
         MOVE                 WS-OUT-ROL-AMT   TO  WS-BLK-PRG-AMT.
         MOVE                 WS-OUT-ROL-GENS  TO  WS-BLK-PRG-UNITS.
         COMPUTE              WS-BLK-AFT-CNT  =
                              WS-OUT-KPT-CNT  +  WS-OUT-YR-CNT.
         COMPUTE              WS-BLK-AFT-AMT  =
                              WS-OUT-KPT-AMT  +  WS-OUT-YR-AMT.
         MOVE                 WS-OUT-KPT-GENS  TO  WS-BLK-AFT-UNITS.
         IF                   WS-BLK-BEF-CNT  NOT =  WS-BLK-AFT-CNT
             OR  WS-BLK-BEF-AMT  NOT =  WS-BLK-AFT-AMT
             OR  WS-OUT-ROL-CNT  NOT =  WS-OUT-YR-CNT
             OR  WS-OUT-ROL-AMT  NOT =  WS-OUT-YR-AMT
           MOVE               'N'  TO  WS-BLK-CHECK
         END-IF.
         PERFORM              PGM-REPORT-BLOCK.
       PGM-GEN-OUTFL-BLOCK-E.
         EXIT.
      *-- TRCGEN ﾌﾞﾛｯｸ (ｹﾝｽｳ ﾉﾐ, ｲｺｳ ﾏｴ = ｻｸｼﾞｮ + ｻﾞﾝ)
       PGM-GEN-TRCGEN-BLOCK    SECTION.
       PGM-GEN-TRCGEN-BLOCK-S.
         MOVE                 'TRCGEN'         TO  WS-BLK-NAME.
         PERFORM              PGM-POLICY-FIND.
         MOVE                 'PURGE EXPIRED FILES' TO
                              WS-BLK-ACTION.
         MOVE                 'N'              TO  WS-BLK-AMT-FLAG.
         MOVE                 'GENERATIONS'    TO  WS-BLK-UNIT-NAME.
         MOVE                 WS-TRG-BEF-CNT   TO  WS-BLK-BEF-CNT.
         MOVE                 WS-TRG-BEF-GENS  TO  WS-BLK-BEF-UNITS.
         MOVE                 WS-TRG-PRG-CNT   TO  WS-BLK-PRG-CNT.
         MOVE                 WS-TRG-PRG-GENS  TO  WS-BLK-PRG-UNITS.
         MOVE                 WS-TRG-KPT-CNT   TO  WS-BLK-AFT-CNT.
         MOVE                 WS-TRG-KPT-GENS  TO  WS-BLK-AFT-UNITS.
         IF                   WS-BLK-BEF-CNT  NOT =
                              WS-BLK-PRG-CNT  +  WS-BLK-AFT-CNT
           MOVE               'N'  TO  WS-BLK-CHECK
         END-IF.
         PERFORM              PGM-REPORT-BLOCK.
       PGM-GEN-TRCGEN-BLOCK-E.
         EXIT.
      *-- ﾚｼﾞｬｰ ｾｲﾘ (ﾎｿﾞﾝ ｷｶﾝ ﾅｲ ﾉ ﾗﾝ ｦ LEDNEW ﾆ ｺﾋﾟｰ,
      *-- ｷﾝｶﾞｸ ﾊ LED-NET-TOTAL)
       PGM-LEDGER-PASS         SECTION.
       PGM-LEDGER-PASS-S.
         MOVE                 'LEDGER'  TO  WS-BLK-NAME.
         PERFORM              PGM-POLICY-FIND.
         MOVE                 'PURGE EXPIRED RUNS' TO  WS-BLK-ACTION.
         IF                   WS-BLK-STATE  =  'Y'
           OPEN               INPUT  LEDGER-FL
           IF                 WS-LEDGER-STATUS  =  '35'
             MOVE             'U'  TO  WS-BLK-STATE
           ELSE
             IF               WS-LEDGER-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             OPEN             OUTPUT  LEDNEW-FL
             IF               WS-LEDNEW-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             SPACE  TO  WS-EOF
             PERFORM          UNTIL  WS-EOF = '1'
               READ           LEDGER-FL
                 AT END
                   MOVE       '1'  TO  WS-EOF
               END-READ
               IF             WS-EOF  NOT =  '1'
                 IF           WS-LEDGER-STATUS  NOT =  '00'
                   PERFORM    PGM-ERROR
                 END-IF
                 ADD          1              TO  WS-BLK-BEF-CNT
                 ADD          LED-NET-TOTAL  TO  WS-BLK-BEF-AMT
                 IF           LED-RUN-DATE  <  WS-BLK-CUTOFF
                   ADD        1              TO  WS-BLK-PRG-CNT
                   ADD        LED-NET-TOTAL  TO  WS-BLK-PRG-AMT
                 ELSE
                   WRITE      LEDNEW-REC  FROM  LEDGER-REC
                   IF         WS-LEDNEW-STATUS  NOT =  '00'
                     PERFORM  PGM-ERROR
                   END-IF
                   ADD        1              TO  WS-BLK-AFT-CNT
                   ADD        LED-NET-TOTAL  TO  WS-BLK-AFT-AMT
                 END-IF
               END-IF
             END-PERFORM
             CLOSE            LEDGER-FL
                              LEDNEW-FL
             PERFORM          PGM-CHECK-PURGED
           END-IF
         END-IF.
         PERFORM              PGM-REPORT-BLOCK.
       PGM-LEDGER-PASS-E.
         EXIT.
      *-- ﾏｽﾀ ｶﾝｻ ｾｲﾘ (ﾎｿﾞﾝ ｷｶﾝ ﾅｲ ﾉ ｶﾝｻ ｦ AUDNEW ﾆ ｺﾋﾟｰ, ｹﾝｽｳ ﾉﾐ)
       PGM-AUDIT-PASS          SECTION.
       PGM-AUDIT-PASS-S.
         MOVE                 'MSTAUD'  TO  WS-BLK-NAME.
         PERFORM              PGM-POLICY-FIND.
         MOVE                 'PURGE EXPIRED ENTRIES'  TO
                              WS-BLK-ACTION.
         MOVE                 'N'       TO  WS-BLK-AMT-FLAG.
         IF                   WS-BLK-STATE  =  'Y'
           OPEN               INPUT  AUDIT-FL
           IF                 WS-AUDIT-STATUS  =  '35'
             MOVE             'U'  TO  WS-BLK-STATE
           ELSE
             IF               WS-AUDIT-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             OPEN             OUTPUT  AUDNEW-FL
             IF               WS-AUDNEW-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             SPACE  TO  WS-EOF
             PERFORM          UNTIL  WS-EOF = '1'
               READ           AUDIT-FL
                 AT END
                   MOVE       '1'  TO  WS-EOF
               END-READ
               IF             WS-EOF  NOT =  '1'
                 IF           WS-AUDIT-STATUS  NOT =  '00'
                   PERFORM    PGM-ERROR
                 END-IF
                 ADD          1  TO  WS-BLK-BEF-CNT
                 IF           AUD-DATE  <  WS-BLK-CUTOFF
                   ADD        1  TO  WS-BLK-PRG-CNT
                 ELSE
                   WRITE      AUDNEW-REC  FROM  AUDIT-REC
                   IF         WS-AUDNEW-STATUS  NOT =  '00'
                     PERFORM  PGM-ERROR
                   END-IF
                   ADD        1  TO  WS-BLK-AFT-CNT
                 END-IF
               END-IF
             END-PERFORM
             CLOSE            AUDIT-FL
                              AUDNEW-FL
             PERFORM          PGM-CHECK-PURGED
           END-IF
         END-IF.
         PERFORM              PGM-REPORT-BLOCK.
       PGM-AUDIT-PASS-E.
         EXIT.
      *-- ﾜｰｸｷｭｰ ｾｲﾘ (ｼｮﾌﾞﾝ ｽﾞﾐ R/W/X ﾃﾞ ｼｮﾌﾞﾝ ﾋﾞ ｶﾞ ｷﾘｽﾃ ﾋﾂﾞｹ ﾏｴ ﾉ
      *-- ｱｲﾃﾑ ｦ DELETE, ﾐｼｮﾌﾞﾝ ﾊ ﾂﾈﾆ ﾉｺｽ - ｲｺｳ ｺﾞ ﾊ ｻｲﾖﾐｺﾐ ﾃﾞ ｹﾝｼｮｳ)
       PGM-WQ-PASS             SECTION.
       PGM-WQ-PASS-S.
         MOVE                 'ESCWQ'   TO  WS-BLK-NAME.
         PERFORM              PGM-POLICY-FIND.
         MOVE                 'PURGE DISPOSITIONED'  TO
                              WS-BLK-ACTION.
         IF                   WS-BLK-STATE  =  'Y'
           OPEN               I-O  WQ-FL
           IF                 WS-WQ-STATUS  =  '35'
             MOVE             'U'  TO  WS-BLK-STATE
           ELSE
             IF               WS-WQ-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             SPACE  TO  WS-EOF
             PERFORM          UNTIL  WS-EOF = '1'
               READ           WQ-FL  NEXT
                 AT END
                   MOVE       '1'  TO  WS-EOF
               END-READ
               IF             WS-EOF  NOT =  '1'
                 IF           WS-WQ-STATUS  NOT =  '00'
                   PERFORM    PGM-ERROR
                 END-IF
                 PERFORM      PGM-WQ-AMOUNT
                 ADD          1           TO  WS-BLK-BEF-CNT
                 ADD          WS-REC-AMT  TO  WS-BLK-BEF-AMT
                 IF           WQ-STATUS  NOT =  'O'
                     AND  WQ-DISP-DATE  <  WS-BLK-CUTOFF
                   DELETE     WQ-FL  RECORD
                   IF         WS-WQ-STATUS  NOT =  '00'
                     PERFORM  PGM-ERROR
                   END-IF
                   ADD        1           TO  WS-BLK-PRG-CNT
                   ADD        WS-REC-AMT  TO  WS-BLK-PRG-AMT
                 END-IF
               END-IF
             END-PERFORM
             CLOSE            WQ-FL
             OPEN             INPUT  WQ-FL
             IF               WS-WQ-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             SPACE  TO  WS-EOF
             PERFORM          UNTIL  WS-EOF = '1'
               READ           WQ-FL  NEXT
                 AT END
                   MOVE       '1'  TO  WS-EOF
               END-READ
               IF             WS-EOF  NOT =  '1'
                 IF           WS-WQ-STATUS  NOT =  '00'
                   PERFORM    PGM-ERROR
                 END-IF
                 PERFORM      PGM-WQ-AMOUNT
                 ADD          1           TO  WS-BLK-AFT-CNT
                 ADD          WS-REC-AMT  TO  WS-BLK-AFT-AMT
               END-IF
             END-PERFORM
             CLOSE            WQ-FL
             PERFORM          PGM-CHECK-PURGED
           END-IF
         END-IF.
         PERFORM              PGM-REPORT-BLOCK.
       PGM-WQ-PASS-E.
         EXIT.
      *-- ﾜｰｸｷｭｰ ｱｲﾃﾑ ﾉ ｷﾝｶﾞｸ (ｷｬｸｶ ﾚｺｰﾄﾞ ﾉ IN-AMOUNT, ﾌｾｲ ﾊ ｾﾞﾛ)
       PGM-WQ-AMOUNT           SECTION.
       PGM-WQ-AMOUNT-S.
         MOVE                 WQ-RECORD  TO  WS-IN-DATA.
         MOVE                 ZERO  TO  WS-REC-AMT.
         IF                   IN-AMOUNT  NUMERIC
           MOVE               IN-AMOUNT  TO  WS-REC-AMT
         END-IF.
       PGM-WQ-AMOUNT-E.
         EXIT.
      *-- ﾎﾟｼﾞｼｮﾝ ｾﾀﾞｲ ｼｭｳﾔｸ (ｷﾘｽﾃ ﾋﾂﾞｹ ﾏｴ ﾉ ｾﾀﾞｲ ｶﾞ 2 ｲｼﾞｮｳ ﾉ ｷｰ ﾊ
      *-- ｻｲｼﾝ 1 ｾﾀﾞｲ ｦ ｸﾘｺｼ ﾄｼﾃ ﾉｺｼ ｿﾚｲｾﾞﾝ ｦ DELETE - POS-CLOSE ﾄ
      *-- ﾎｿﾞﾝ ｷｶﾝ ﾅｲ ﾉ ｾﾀﾞｲ ﾊ ﾌﾍﾝ ﾅﾉﾃﾞ POSINQ ﾉ ｻﾞﾝﾀﾞｶ ﾊ ｶﾜﾗﾅｲ)
       PGM-POS-PASS            SECTION.
       PGM-POS-PASS-S.
         MOVE                 'POSMST'  TO  WS-BLK-NAME.
         PERFORM              PGM-POLICY-FIND.
         MOVE                 'COLLAPSE TO CARRY-FWD'  TO
                              WS-BLK-ACTION.
         MOVE                 'KEYS'       TO  WS-BLK-UNIT-NAME.
         MOVE                 'COLLAPSED'  TO  WS-BLK-PRG-LABEL.
         MOVE                 'Y'          TO  WS-BLK-POS-FLAG.
         IF                   WS-BLK-STATE  =  'Y'
           OPEN               I-O  POSMST-FL
           IF                 WS-POSMST-STATUS  =  '35'
             MOVE             'U'  TO  WS-BLK-STATE
           ELSE
             IF               WS-POSMST-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             PERFORM          PGM-POS-SCAN
             MOVE             WS-PK-KEYS      TO  WS-BLK-BEF-UNITS
             MOVE             WS-PK-POSITION  TO  WS-BLK-POS-BEF
             MOVE             WS-WK-COUNT     TO  WS-BLK-PRG-UNITS
             PERFORM          PGM-POS-COLLAPSE
             CLOSE            POSMST-FL
             OPEN             INPUT  POSMST-FL
             IF               WS-POSMST-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             PERFORM          PGM-POS-VERIFY
             CLOSE            POSMST-FL
             MOVE             WS-PK-KEYS      TO  WS-BLK-AFT-UNITS
             MOVE             WS-PK-POSITION  TO  WS-BLK-POS-AFT
             IF               WS-BLK-BEF-CNT  NOT =
                              WS-BLK-PRG-CNT  +  WS-BLK-AFT-CNT
                 OR  WS-BLK-BEF-AMT  NOT =  WS-BLK-AFT-AMT
                 OR  WS-BLK-POS-BEF  NOT =  WS-BLK-POS-AFT
                 OR  WS-BLK-BEF-UNITS  NOT =  WS-BLK-AFT-UNITS
               MOVE           'N'  TO  WS-BLK-CHECK
             END-IF
           END-IF
         END-IF.
         PERFORM              PGM-REPORT-BLOCK.
       PGM-POS-PASS-E.
         EXIT.
      *-- POSMST ｾﾞﾝｹﾝ ｽｷｬﾝ (ｼｭｳﾔｸ ﾏｴ ﾉ ｹﾝｽｳ/ﾍﾝﾄﾞｳ ｺﾞｳｹｲ/ｷｰ ﾍﾞﾂ ｻｲｼﾝ
      *-- ｻﾞﾝﾀﾞｶ ｺﾞｳｹｲ, ｼｭｳﾔｸ ﾀｲｼｮｳ ｷｰ ｦ HSKWK ﾆ ｼｭﾂﾘｮｸ)
       PGM-POS-SCAN            SECTION.
       PGM-POS-SCAN-S.
         OPEN                 OUTPUT  WK-FL.
         IF                   WS-WK-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 ZERO  TO  WS-PK-KEYS
                                        WS-PK-POSITION
                                        WS-WK-COUNT.
         MOVE                 LOW-VALUES  TO  WS-PK-KEY.
         MOVE                 SPACE  TO  WS-EOF.
         PERFORM              UNTIL  WS-EOF = '1'
           READ               POSMST-FL  NEXT
             AT END
               MOVE           '1'  TO  WS-EOF
           END-READ
           IF                 WS-EOF  NOT =  '1'
             IF               WS-POSMST-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             IF               POS-KEY  NOT =  WS-PK-KEY
               PERFORM        PGM-POS-KEY-END
               MOVE           POS-KEY  TO  WS-PK-KEY
               MOVE           ZERO     TO  WS-PK-PRE-CNT
                                           WS-PK-PRE-DATE
                                           WS-PK-PRE-MOVE
               ADD            1  TO  WS-PK-KEYS
             END-IF
             ADD              1          TO  WS-BLK-BEF-CNT
             ADD              POS-MOVE   TO  WS-BLK-BEF-AMT
             MOVE             POS-CLOSE  TO  WS-PK-LAST-CLOSE
             IF               POS-DATE  <  WS-BLK-CUTOFF
               ADD            1          TO  WS-PK-PRE-CNT
               MOVE           POS-DATE   TO  WS-PK-PRE-DATE
               ADD            POS-MOVE   TO  WS-PK-PRE-MOVE
             END-IF
           END-IF
         END-PERFORM.
         PERFORM              PGM-POS-KEY-END.
         CLOSE                WK-FL.
       PGM-POS-SCAN-E.
         EXIT.
      *-- ｷｰ ｶﾜﾘﾒ (ｻｲｼﾝ ｻﾞﾝﾀﾞｶ ｦ ｺﾞｳｹｲ, ｷﾘｽﾃ ﾏｴ ｾﾀﾞｲ 2 ｲｼﾞｮｳ ﾅﾗ
      *-- ｼｭｳﾔｸ ﾀｲｼｮｳ)
       PGM-POS-KEY-END         SECTION.
       PGM-POS-KEY-END-S.
         IF                   WS-PK-KEY  NOT =  LOW-VALUES
           ADD                WS-PK-LAST-CLOSE  TO  WS-PK-POSITION
           IF                 WS-PK-PRE-CNT  >  1
             MOVE             WS-PK-KEY       TO  WK-KEY
             MOVE             WS-PK-PRE-DATE  TO  WK-DATE
             MOVE             WS-PK-PRE-MOVE  TO  WK-MOVE
             WRITE            WK-REC
             IF               WS-WK-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             ADD              1  TO  WS-WK-COUNT
           END-IF
         END-IF.
       PGM-POS-KEY-END-E.
         EXIT.
      *-- ｼｭｳﾔｸ (ｷｰ ｺﾞﾄ ﾆ WK-DATE ﾐﾏﾝ ﾉ ｾﾀﾞｲ ｦ DELETE ｼ, WK-DATE ﾉ
      *-- ｾﾀﾞｲ ｦ ｸﾘｺｼ ﾆ: POS-MOVE = ﾍﾝﾄﾞｳ ｺﾞｳｹｲ, POS-OPEN = POS-CLOSE
      *-- - POS-MOVE, POS-CLOSE ﾊ ﾌﾍﾝ)
       PGM-POS-COLLAPSE        SECTION.
       PGM-POS-COLLAPSE-S.
         IF                   WS-WK-COUNT  >  ZERO
           OPEN               INPUT  WK-FL
           IF                 WS-WK-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           MOVE               SPACE  TO  WS-EOF
           PERFORM            UNTIL  WS-EOF = '1'
             READ             WK-FL
               AT END
                 MOVE         '1'  TO  WS-EOF
             END-READ
             IF               WS-EOF  NOT =  '1'
               IF             WS-WK-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               PERFORM        PGM-POS-COLLAPSE-KEY
             END-IF
           END-PERFORM
           CLOSE              WK-FL
         END-IF.
       PGM-POS-COLLAPSE-E.
         EXIT.
      *-- 1 ｷｰ ﾉ ｼｭｳﾔｸ
       PGM-POS-COLLAPSE-KEY    SECTION.
       PGM-POS-COLLAPSE-KEY-S.
         MOVE                 'N'     TO  WS-SCAN-DONE.
         MOVE                 WK-KEY  TO  POS-KEY.
         MOVE                 ZERO    TO  POS-DATE.
         START                POSMST-FL  KEY  NOT <  POS-REC-KEY
           INVALID KEY
             MOVE             'Y'  TO  WS-SCAN-DONE
         END-START.
         PERFORM              UNTIL  WS-SCAN-DONE  =  'Y'
           READ               POSMST-FL  NEXT
             AT END
               MOVE           'Y'  TO  WS-SCAN-DONE
           END-READ
           IF                 WS-SCAN-DONE  NOT =  'Y'
             IF               WS-POSMST-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             IF               POS-KEY  NOT =  WK-KEY
                 OR  POS-DATE  >=  WK-DATE
               MOVE           'Y'  TO  WS-SCAN-DONE
             ELSE
               DELETE         POSMST-FL  RECORD
                 INVALID KEY
                   PERFORM    PGM-ERROR
               END-DELETE
               ADD            1         TO  WS-BLK-PRG-CNT
               ADD            POS-MOVE  TO  WS-BLK-PRG-AMT
             END-IF
           END-IF
         END-PERFORM.
         MOVE                 WK-KEY   TO  POS-KEY.
         MOVE                 WK-DATE  TO  POS-DATE.
         READ                 POSMST-FL
           INVALID KEY
             PERFORM          PGM-ERROR
         END-READ.
         IF                   WK-MOVE  >  999999999.99
             OR  WK-MOVE  <  -999999999.99
           DISPLAY            "HSKEEP PGM-POS-COLLAPSE-KEY: MOVEMENT "
                              "TOTAL FOR "  WK-KEY
                              " EXCEEDS POS-MOVE - NOT COLLAPSED"
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WK-MOVE  TO  POS-MOVE.
         COMPUTE              POS-OPEN  =  POS-CLOSE  -  WK-MOVE
           ON SIZE ERROR
             DISPLAY          "HSKEEP PGM-POS-COLLAPSE-KEY: OPENING "
                              "BALANCE FOR "  WK-KEY
                              " EXCEEDS POS-OPEN - NOT COLLAPSED"
             PERFORM          PGM-ERROR
         END-COMPUTE.
         REWRITE              POSMST-REC
           INVALID KEY
             PERFORM          PGM-ERROR
         END-REWRITE.
       PGM-POS-COLLAPSE-KEY-E.
         EXIT.
      *-- ｼｭｳﾔｸ ｺﾞ ｻｲﾖﾐｺﾐ (ｹﾝｽｳ/ﾍﾝﾄﾞｳ ｺﾞｳｹｲ/ｷｰ ﾍﾞﾂ ｻｲｼﾝ ｻﾞﾝﾀﾞｶ)
       PGM-POS-VERIFY          SECTION.
       PGM-POS-VERIFY-S.
         MOVE                 ZERO  TO  WS-PK-KEYS
                                        WS-PK-POSITION.
         MOVE                 LOW-VALUES  TO  WS-PK-KEY.
         MOVE                 SPACE  TO  WS-EOF.
         PERFORM              UNTIL  WS-EOF = '1'
           READ               POSMST-FL  NEXT
             AT END
               MOVE           '1'  TO  WS-EOF
           END-READ
           IF                 WS-EOF  NOT =  '1'
             IF               WS-POSMST-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             IF               POS-KEY  NOT =  WS-PK-KEY
               IF             WS-PK-KEY  NOT =  LOW-VALUES
                 ADD          WS-PK-LAST-CLOSE  TO  WS-PK-POSITION
               END-IF
               MOVE           POS-KEY  TO  WS-PK-KEY
               ADD            1  TO  WS-PK-KEYS
             END-IF
             ADD              1          TO  WS-BLK-AFT-CNT
             ADD              POS-MOVE   TO  WS-BLK-AFT-AMT
             MOVE             POS-CLOSE  TO  WS-PK-LAST-CLOSE
           END-IF
         END-PERFORM.
         IF                   WS-PK-KEY  NOT =  LOW-VALUES
           ADD                WS-PK-LAST-CLOSE  TO  WS-PK-POSITION
         END-IF.
       PGM-POS-VERIFY-E.
         EXIT.
      *-- ｻｸｼﾞｮ ｹｲ ﾉ ｹﾝｼｮｳ (ｲｺｳ ﾏｴ = ｻｸｼﾞｮ + ｲｺｳ ｺﾞ)
       PGM-CHECK-PURGED        SECTION.
       PGM-CHECK-PURGED-S.
         IF                   WS-BLK-BEF-CNT  NOT =
                              WS-BLK-PRG-CNT  +  WS-BLK-AFT-CNT
             OR  WS-BLK-BEF-AMT  NOT =
                              WS-BLK-PRG-AMT  +  WS-BLK-AFT-AMT
           MOVE               'N'  TO  WS-BLK-CHECK
         END-IF.
       PGM-CHECK-PURGED-E.
         EXIT.
      *-- ﾃﾞｰﾀｾｯﾄ ﾌﾞﾛｯｸ ｼｭﾂﾘｮｸ (ﾐｼｮﾘ ﾊ ﾘﾕｳ ﾉﾐ)
       PGM-REPORT-BLOCK        SECTION.
       PGM-REPORT-BLOCK-S.
         IF                   WS-REPORT-PAGE-COUNT  >  ZERO
             AND  WS-REPORT-LINE-COUNT  >  ZERO
           MOVE               WS-RPT-BLANK  TO  WS-RPT-OUT
           PERFORM            PGM-REPORT-WRITE
         END-IF.
         MOVE                 WS-BLK-NAME    TO  WS-RPT-B1-NAME.
         MOVE                 WS-BLK-KEEP    TO  WS-RPT-B1-KEEP.
         MOVE                 WS-BLK-CUTOFF  TO  WS-RPT-B1-CUTOFF.
         MOVE                 WS-BLK-ACTION  TO  WS-RPT-B1-ACTION.
         MOVE                 WS-RPT-BLK1    TO  WS-RPT-OUT.
         PERFORM              PGM-REPORT-WRITE.
         IF                   WS-BLK-STATE  =  'Y'
           ADD                1  TO  WS-DONE-COUNT
           MOVE               WS-RPT-BLK2  TO  WS-RPT-OUT
           PERFORM            PGM-REPORT-WRITE
           MOVE               'BEFORE'          TO  WS-LN-LABEL
           MOVE               WS-BLK-BEF-CNT    TO  WS-LN-CNT
           MOVE               WS-BLK-BEF-AMT    TO  WS-LN-AMT
           MOVE               WS-BLK-BEF-UNITS  TO  WS-LN-UNITS
           PERFORM            PGM-REPORT-LINE
           MOVE               WS-BLK-PRG-LABEL  TO  WS-LN-LABEL
           MOVE               WS-BLK-PRG-CNT    TO  WS-LN-CNT
           MOVE               WS-BLK-PRG-AMT    TO  WS-LN-AMT
           MOVE               WS-BLK-PRG-UNITS  TO  WS-LN-UNITS
           PERFORM            PGM-REPORT-LINE
           MOVE               WS-BLK-AFT-LABEL  TO  WS-LN-LABEL
           MOVE               WS-BLK-AFT-CNT    TO  WS-LN-CNT
           MOVE               WS-BLK-AFT-AMT    TO  WS-LN-AMT
           MOVE               WS-BLK-AFT-UNITS  TO  WS-LN-UNITS
           PERFORM            PGM-REPORT-LINE
           IF                 WS-BLK-POS-FLAG  =  'Y'
             MOVE             'POSITION BEFORE' TO  WS-LN-LABEL
             MOVE             WS-BLK-BEF-UNITS  TO  WS-LN-CNT
             MOVE             WS-BLK-POS-BEF    TO  WS-LN-AMT
             MOVE             ZERO              TO  WS-LN-UNITS
             PERFORM          PGM-REPORT-LINE
             MOVE             'POSITION AFTER'  TO  WS-LN-LABEL
             MOVE             WS-BLK-AFT-UNITS  TO  WS-LN-CNT
             MOVE             WS-BLK-POS-AFT    TO  WS-LN-AMT
             PERFORM          PGM-REPORT-LINE
           END-IF
           IF                 WS-BLK-CHECK  =  'Y'
             MOVE             'BALANCED - NOTHING LOST IN ROLL-UP'
                              TO  WS-RPT-CK-TEXT
           ELSE
             ADD              1  TO  WS-BREAK-COUNT
             MOVE             '*** OUT OF BALANCE ***'
                              TO  WS-RPT-CK-TEXT
           END-IF
           MOVE               WS-RPT-CHECK  TO  WS-RPT-OUT
           PERFORM            PGM-REPORT-WRITE
         ELSE
           EVALUATE           WS-BLK-STATE
             WHEN             'L'
               MOVE           WS-MIN-KEEP  TO  WS-EDIT-KEEP
               MOVE           SPACES  TO  WS-RPT-SK-TEXT
               STRING         'KEEP PERIOD BELOW MINIMUM OF '
                                             DELIMITED BY SIZE
                              WS-EDIT-KEEP   DELIMITED BY SIZE
                              ' DAYS - NOTHING PURGED'
                                             DELIMITED BY SIZE
                 INTO         WS-RPT-SK-TEXT
               END-STRING
             WHEN             'U'
               MOVE           'FILE UNAVAILABLE - NOTHING PURGED'
                              TO  WS-RPT-SK-TEXT
               MOVE           'Y'  TO  WS-WARN-FLAG
             WHEN             OTHER
               MOVE           'NO RETENTION POLICY - KEPT IN FULL'
                              TO  WS-RPT-SK-TEXT
           END-EVALUATE
           MOVE               WS-RPT-SKIP  TO  WS-RPT-OUT
           PERFORM            PGM-REPORT-WRITE
         END-IF.
       PGM-REPORT-BLOCK-E.
         EXIT.
      *-- ﾌﾞﾛｯｸ ﾒｲｻｲｷﾞｮｳ (ｹﾝｽｳ/ｷﾝｶﾞｸ/ﾀﾝｲ ｽｳ)
       PGM-REPORT-LINE         SECTION.
       PGM-REPORT-LINE-S.
         MOVE                 WS-LN-LABEL  TO  WS-RPT-LN-LABEL.
         MOVE                 WS-LN-CNT    TO  WS-RPT-LN-COUNT.
         IF                   WS-BLK-AMT-FLAG  =  'Y'
             OR  WS-LN-LABEL(1:8)  =  'POSITION'
           MOVE               WS-LN-AMT       TO  WS-EDIT-AMOUNT
           MOVE               WS-EDIT-AMOUNT  TO  WS-RPT-LN-AMOUNT
         ELSE
           MOVE               SPACES          TO  WS-RPT-LN-AMOUNT
         END-IF.
         MOVE                 SPACES  TO  WS-RPT-LN-NOTE.
         IF                   WS-BLK-UNIT-NAME  NOT =  SPACES
             AND  WS-LN-LABEL(1:8)  NOT =  'POSITION'
           MOVE               WS-LN-UNITS  TO  WS-EDIT-UNITS
           STRING             WS-BLK-UNIT-NAME  DELIMITED BY SPACE
                              ': '              DELIMITED BY SIZE
                              WS-EDIT-UNITS     DELIMITED BY SIZE
             INTO             WS-RPT-LN-NOTE
           END-STRING
         END-IF.
         MOVE                 WS-RPT-LINE  TO  WS-RPT-OUT.
         PERFORM              PGM-REPORT-WRITE.
       PGM-REPORT-LINE-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ 1 ｷﾞｮｳ ｼｭﾂﾘｮｸ (N ｷﾞｮｳｺﾞﾄﾆ ｶﾞｲﾃﾞｰﾀｾﾂ)
       PGM-REPORT-WRITE        SECTION.
       PGM-REPORT-WRITE-S.
         IF                   WS-REPORT-PAGE-COUNT  =  ZERO
             OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
           PERFORM            PGM-REPORT-PAGE-BREAK
         END-IF.
         WRITE                REPORT-REC  FROM  WS-RPT-OUT.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-WRITE-E.
         EXIT.
      *-- ﾍﾟｰｼﾞ ｸｷﾞﾘ (ﾏｴﾍﾟｰｼﾞﾌｯﾀ + ｼﾝｷﾍｯﾀﾞ)
       PGM-REPORT-PAGE-BREAK   SECTION.
       PGM-REPORT-PAGE-BREAK-S.
         IF                   WS-REPORT-PAGE-COUNT  >  ZERO
           MOVE               WS-REPORT-PAGE-COUNT  TO
                              WS-RPT-PGF-PAGE
           WRITE              REPORT-REC  FROM  WS-RPT-PAGE-FOOTER
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
         ADD                  1  TO  WS-REPORT-PAGE-COUNT.
         MOVE                 WS-RUN-DATE  TO  WS-RPT-HDR1-DATE.
         MOVE                 WS-REPORT-PAGE-COUNT  TO
                              WS-RPT-HDR1-PAGE.
         WRITE                REPORT-REC  FROM  WS-RPT-HDR1.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WS-PROC-DATE  TO  WS-RPT-HDR2-DATE.
         WRITE                REPORT-REC  FROM  WS-RPT-HDR2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 ZERO  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-PAGE-BREAK-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ｼｭｳｹｲﾌｯﾀ (ｼｮﾘ ﾃﾞｰﾀｾｯﾄ ｽｳ/ﾌｲｯﾁ ｽｳ)
       PGM-REPORT-FOOTER       SECTION.
       PGM-REPORT-FOOTER-S.
         IF                   WS-REPORT-PAGE-COUNT  =  ZERO
           PERFORM            PGM-REPORT-PAGE-BREAK
         END-IF.
         MOVE                 WS-REPORT-PAGE-COUNT  TO
                              WS-RPT-PGF-PAGE.
         WRITE                REPORT-REC  FROM  WS-RPT-PAGE-FOOTER.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WS-DONE-COUNT   TO  WS-RPT-FTR-DONE.
         MOVE                 WS-BREAK-COUNT  TO  WS-RPT-FTR-BREAK.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-REPORT-FOOTER-E.
         EXIT.
      *-- ﾌｧｲﾙCLOSE (ﾌｲｯﾁ ｱﾘ ﾊ RC=8 - HSKEEP.sh ﾊ ｾﾀﾞｲ ｻｸｼﾞｮ ﾄ
      *-- ｵｷｶｴ ｦ ｼﾅｲ, ﾐｼｮﾘ ｱﾘ ﾊ RC=4)
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         PERFORM              PGM-REPORT-FOOTER.
         CLOSE                REPORT-FL.
         IF                   WS-BREAK-COUNT  >  ZERO
           MOVE               8  TO  RETURN-CODE
         ELSE
           IF                 WS-WARN-FLAG  =  'Y'
             MOVE             4  TO  RETURN-CODE
           END-IF
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "HSKEEP PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  RET-FL STATUS = "  WS-RET-STATUS.
         DISPLAY              "  GEN-FL STATUS = "  WS-GEN-STATUS.
         DISPLAY              "  ARC-FL STATUS = "  WS-ARC-STATUS.
         DISPLAY              "  ARC-FL PATH = "  WS-ARC-PATH.
         DISPLAY              "  ARY-FL STATUS = "  WS-ARY-STATUS.
         DISPLAY              "  ARY-FL PATH = "  WS-ARY-PATH.
         DISPLAY              "  DEL-FL STATUS = "  WS-DEL-STATUS.
         DISPLAY              "  LEDGER-FL STATUS = "
                              WS-LEDGER-STATUS.
         DISPLAY              "  LEDNEW-FL STATUS = "
                              WS-LEDNEW-STATUS.
         DISPLAY              "  AUDIT-FL STATUS = "  WS-AUDIT-STATUS.
         DISPLAY              "  AUDNEW-FL STATUS = "
                              WS-AUDNEW-STATUS.
         DISPLAY              "  WQ-FL STATUS = "  WS-WQ-STATUS.
         DISPLAY              "  POSMST-FL STATUS = "
                              WS-POSMST-STATUS.
         DISPLAY              "  WK-FL STATUS = "  WS-WK-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
         EXIT.
