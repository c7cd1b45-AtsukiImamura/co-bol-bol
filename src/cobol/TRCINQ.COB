      *---1---------2---------3---------4---------5-----
       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            TRCINQ.
      *
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         SELECT  ARC-FL       ASSIGN TO 'TRCARC'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-ARC-STATUS.
         SELECT  WQ-FL        ASSIGN TO 'ESCWQ'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY  IS WQ-REC-KEY
                              FILE STATUS IS WS-WQ-STATUS.
         SELECT  POSMST-FL    ASSIGN TO 'POSMST'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS POS-REC-KEY
                              FILE STATUS IS WS-POSMST-STATUS.
         SELECT  LEDGER-FL    ASSIGN TO 'LEDGERFL'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-LEDGER-STATUS.
         SELECT  SORT-FL      ASSIGN TO 'TRCSORTWK'.
         SELECT  REPORT-FL    ASSIGN TO 'TRCRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
      *-- ｱｰｶｲﾌﾞ ｾﾀﾞｲ (ARCHDIR ﾉ outfl/reject/dltfl/rcyout/rcyrej
      *-- ｦ ﾋﾂﾞｹ ｺﾞﾄ ﾆ TRCARC ﾆ ﾜﾘｱﾃ, ﾚｲｱｳﾄ ﾍﾞﾂ ﾜｰｸ ﾆ READ INTO)
       FD  ARC-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  ARC-REC            PIC X(80).
      *-- ｴｽｶﾚｰｼｮﾝ ﾜｰｸｷｭｰ (ESCMGR ｶﾞ ﾒﾝﾃﾅﾝｽ)
       FD  WQ-FL              LABEL RECORD STANDARD.
       01  WQ-REC.
         COPY                 CBWQREC.
      *-- ﾎﾟｼﾞｼｮﾝ ﾏｽﾀ (NETPOST ｶﾞ ﾒﾝﾃﾅﾝｽ)
       FD  POSMST-FL          LABEL RECORD STANDARD.
       01  POSMST-REC.
         COPY                 CBPOSREC.
      *-- ﾗﾝ ﾚｼﾞｬｰ (ACKREC ﾉ ｼﾞｭｼﾝ ｶｸﾆﾝ ｹｯｶ ｦ ｻﾝｼｮｳ)
       FD  LEDGER-FL          LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  LEDGER-REC.
         COPY                 CBLEDREC.
      *-- SORT-STAGE: 1=ｹｲｼﾞｮｳ/ｷｬｸｶ 2=ﾃﾞﾙﾀ 3=ﾎﾟｼﾞｼｮﾝ 4=ｿｳｼﾝ ｶｸﾆﾝ
      *--             5=ﾘｻｲｸﾙ ｹｯｶ 6=ｴｽｶﾚｰｼｮﾝ 7=ｼｮﾌﾞﾝ
      *-- (ﾄﾞｳｲﾂ ﾋﾂﾞｹ ﾅｲ ﾉ ｼﾞｮﾌﾞ ｼﾞｭﾝ)
       SD  SORT-FL.
       01  SORT-REC.
         03  SORT-TRACE       PIC X(17).
         03  SORT-DATE        PIC 9(08).
         03  SORT-STAGE       PIC 9(01).
         03  SORT-SEQ         PIC 9(07).
         03  SORT-EVENT       PIC X(10).
         03  SORT-KEY         PIC X(04).
         03  SORT-TYPE        PIC X(01).
         03  SORT-AMT-FLAG    PIC X(01).
         03  SORT-AMOUNT      PIC S9(09)V99.
         03  SORT-TEXT        PIC X(40).
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       WORKING-STORAGE        SECTION.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-ARC-STATUS    PIC X(02).
         03  WS-WQ-STATUS     PIC X(02).
         03  WS-POSMST-STATUS PIC X(02).
         03  WS-LEDGER-STATUS PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
      *-- ｾﾀﾞｲ ﾚｺｰﾄﾞ ﾉ ﾚｲｱｳﾄ ﾍﾞﾂ ﾋﾞｭｰ
       01  WS-OUT-DATA.
         COPY                 CBOUTREC.
       01  WS-REJ-DATA.
         COPY                 CBREJREC.
       01  WS-IN-DATA.
         COPY                 CBINREC.
       01  WS-DLT-DATA.
         COPY                 CBDLTREC.
      *-- ﾄｲｱﾜｾ ｼﾞｮｳｹﾝ (環境変数 TRCINQ_REF ﾏﾀﾊ TRCINQ_KEY /
      *-- TRCINQ_FROM / TRCINQ_TO)
       01  WS-INQ-MODE        PIC X(01)  VALUE SPACE.
       01  WS-INQ-REF         PIC X(17)  VALUE SPACES.
       01  WS-INQ-KEY         PIC X(04)  VALUE SPACES.
       01  WS-FROM-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-TO-DATE         PIC 9(08)  VALUE ZERO.
       01  WS-FROM-DATE-ENV   PIC X(08).
       01  WS-TO-DATE-ENV     PIC X(08).
       01  WS-TRACE-REF.
         COPY                 CBTRCWRK.
      *-- ｽｷｬﾝ ﾊﾝｲ (ｳｹｲﾚ ﾋﾞ ｶﾗ ｼｮﾘ ﾋﾂﾞｹ ﾏﾃﾞ ﾉ ｾﾀﾞｲ)
       01  WS-SCAN-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-SCAN-END        PIC 9(08)  VALUE ZERO.
       01  WS-SCAN-INT        PIC 9(08)  VALUE ZERO.
       01  WS-SCAN-END-INT    PIC 9(08)  VALUE ZERO.
       01  WS-ARCH-DIR        PIC X(60)  VALUE SPACES.
       01  WS-ARC-PATH        PIC X(80)  VALUE SPACES.
       01  WS-ARC-EOF         PIC X(01).
       01  WS-GEN-KIND        PIC 9(01)  VALUE ZERO.
       01  WS-GEN-PREFIX      PIC X(06).
       01  WS-WQ-AVAILABLE    PIC X(01)  VALUE 'N'.
       01  WS-WQ-EOF          PIC X(01).
       01  WS-POSMST-AVAILABLE
                              PIC X(01)  VALUE 'N'.
      *-- ｿｳｼﾝ ｶｸﾆﾝ ｹｯｶ (ﾋﾂﾞｹ ｺﾞﾄ ﾆ 1 ｶｲ ﾀﾞｹ ﾚｼﾞｬｰ ｦ ｽｷｬﾝ)
       01  WS-LED-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-LED-FLAG        PIC X(01)  VALUE SPACE.
       01  WS-LED-EOF         PIC X(01).
      *-- ｲﾍﾞﾝﾄ ｾﾝﾍﾞﾂ ﾜｰｸ
       01  WS-EVT-WANTED      PIC X(01).
       01  WS-EVT-SEQ         PIC 9(07)  VALUE ZERO.
      *-- ｻｲｺﾞ ﾆ RELEASE ｼﾀ ｲﾍﾞﾝﾄ ﾉ ｺｳﾓｸ (RELEASE ｺﾞ ﾉ SORT-REC ﾊ
      *-- ﾌﾃｲ ﾉ ﾀﾒ, ﾂﾂﾞｸ ﾎﾟｼﾞｼｮﾝ/ｿｳｼﾝ/ｼｮﾌﾞﾝ ｲﾍﾞﾝﾄ ﾊ ｺｺｶﾗ ｾｯﾄ)
       01  WS-EVT-TRACE       PIC X(17).
       01  WS-EVT-DATE        PIC 9(08).
       01  WS-EVT-KEY         PIC X(04).
       01  WS-EVT-TYPE        PIC X(01).
       01  WS-EVT-AMT-FLAG    PIC X(01).
       01  WS-EVT-AMOUNT      PIC S9(09)V99.
       01  WS-EDIT-AMOUNT     PIC +ZZZZZZZZ9.99.
       01  WS-EDIT-ORIG-AMOUNT
                              PIC +ZZZZ9.99.
       01  WS-EDIT-BALANCE    PIC +ZZZZZZZZ9.99.
       01  WS-EDIT-CYCLE      PIC 9(01).
      *-- ｷｰ ﾄｲｱﾜｾ ﾉ ﾀｲｼｮｳ ｱｲﾃﾑ ﾃｰﾌﾞﾙ (ｷｰ ｶﾞ ｲｯﾁ ｼﾀ ﾄﾚｰｽ ｻﾝｼｮｳ)
       01  WS-ITM-MAX         PIC 9(03)  VALUE 500.
       01  WS-ITM-ENTRIES     PIC 9(03)  VALUE ZERO.
       01  WS-ITM-IDX         PIC 9(03)  VALUE ZERO.
       01  WS-ITM-FOUND       PIC X(01).
       01  WS-ITM-TABLE-FULL  PIC X(01)  VALUE 'N'.
       01  WS-ITM-TABLE.
         03  WS-ITM-ENTRY      OCCURS 500 TIMES.
           05  WS-ITM-TRACE    PIC X(17).
      *-- ｼｭﾂﾘｮｸ ｾｲｷﾞｮ
       01  WS-CUR-TRACE       PIC X(17)  VALUE LOW-VALUES.
       01  WS-ITEM-PRINT      PIC X(01)  VALUE 'N'.
       01  WS-ITEM-COUNT      PIC 9(09)  VALUE ZERO.
       01  WS-EVENT-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-GEN-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-UNTRACED-COUNT  PIC 9(09)  VALUE ZERO.
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-PROC-DATE       PIC 9(08).
       01  WS-PROC-DATE-ENV   PIC X(08).
       01  WS-REPORT-PAGE-COUNT
                              PIC 9(03)  VALUE ZERO.
       01  WS-REPORT-LINE-COUNT
                              PIC 9(03)  VALUE ZERO.
       01  WS-REPORT-LINES-PER-PAGE
                              PIC 9(03)  VALUE 020.
       01  WS-RPT-HDR1.
         03  FILLER           PIC X(10) VALUE 'RUN DATE: '.
         03  WS-RPT-HDR1-DATE PIC 9(08).
         03  FILLER           PIC X(04) VALUE SPACES.
         03  FILLER           PIC X(25) VALUE
                              'ITEM TRACE INQUIRY'.
         03  FILLER           PIC X(06) VALUE 'PAGE: '.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(24) VALUE SPACES.
       01  WS-RPT-HDR2-REF.
         03  FILLER           PIC X(05) VALUE 'REF: '.
         03  WS-RPT-HDR2-REF-ID
                              PIC X(17).
         03  FILLER           PIC X(08) VALUE '  THRU: '.
         03  WS-RPT-HDR2-REF-THRU
                              PIC 9(08).
         03  FILLER           PIC X(42) VALUE SPACES.
       01  WS-RPT-HDR2-KEY.
         03  FILLER           PIC X(05) VALUE 'KEY: '.
         03  WS-RPT-HDR2-KEY-ID
                              PIC X(04).
         03  FILLER           PIC X(17) VALUE
                              '  RECEIVED FROM: '.
         03  WS-RPT-HDR2-FROM PIC 9(08).
         03  FILLER           PIC X(06) VALUE '  TO: '.
         03  WS-RPT-HDR2-TO   PIC 9(08).
         03  FILLER           PIC X(08) VALUE '  THRU: '.
         03  WS-RPT-HDR2-KEY-THRU
                              PIC 9(08).
         03  FILLER           PIC X(16) VALUE SPACES.
       01  WS-RPT-HDR3.
         03  FILLER           PIC X(09) VALUE 'DATE'.
         03  FILLER           PIC X(11) VALUE 'EVENT'.
         03  FILLER           PIC X(05) VALUE 'KEY'.
         03  FILLER           PIC X(02) VALUE 'T'.
         03  FILLER           PIC X(14) VALUE '       AMOUNT'.
         03  FILLER           PIC X(39) VALUE 'DETAIL'.
       01  WS-RPT-ITEM.
         03  FILLER           PIC X(08) VALUE '>> ITEM '.
         03  WS-RPT-ITM-TRACE PIC X(17).
         03  FILLER           PIC X(11) VALUE '  RECEIVED '.
         03  WS-RPT-ITM-DATE  PIC 9(08).
         03  FILLER           PIC X(08) VALUE ' SOURCE '.
         03  WS-RPT-ITM-SOURCE
                              PIC X(03).
         03  FILLER           PIC X(05) VALUE ' SEQ '.
         03  WS-RPT-ITM-SEQ   PIC Z(5)9.
         03  FILLER           PIC X(14) VALUE SPACES.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-DATE  PIC 9(08).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-EVENT PIC X(10).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-KEY   PIC X(04).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-TYPE  PIC X(01).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-AMOUNT
                              PIC X(13).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-TEXT  PIC X(39).
       01  WS-RPT-NONE.
         03  FILLER           PIC X(08) VALUE '  NONE'.
         03  FILLER           PIC X(72) VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
         03  FILLER           PIC X(04) VALUE ' END'.
         03  FILLER           PIC X(62) VALUE SPACES.
       01  WS-RPT-FOOTER1.
         03  FILLER           PIC X(14) VALUE 'ITEMS LISTED: '.
         03  WS-RPT-FTR-ITEMS PIC Z(8)9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(08) VALUE 'EVENTS: '.
         03  WS-RPT-FTR-EVENTS
                              PIC Z(8)9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(18) VALUE 'GENERATIONS READ: '.
         03  WS-RPT-FTR-GENS  PIC Z(8)9.
         03  FILLER           PIC X(09) VALUE SPACES.
       01  WS-RPT-FOOTER2.
         03  FILLER           PIC X(36) VALUE
                              'UNTRACED RECORDS FOR KEY (SKIPPED): '.
         03  WS-RPT-FTR-UNTRACED
                              PIC Z(8)9.
         03  FILLER           PIC X(35) VALUE SPACES.
      *
       PROCEDURE              DIVISION.
      *-- ﾌﾟﾛｸﾞﾗﾑﾉﾌﾛｰ (ｾﾀﾞｲ/ﾜｰｸｷｭｰ ｶﾗ ｲﾍﾞﾝﾄ ｦ ｼｭｳｼｭｳ ｼ,
      *-- ﾄﾚｰｽ ｻﾝｼｮｳ + ﾋﾂﾞｹ + ｼﾞｮﾌﾞ ｼﾞｭﾝ ﾆ ｾｲﾚﾂ ｼﾃ ｼｭﾂﾘｮｸ)
       PGM-FLOW               SECTION.
       PGM-FLOW-S.
         PERFORM              PGM-OPEN.
         SORT                 SORT-FL
           ON ASCENDING KEY   SORT-TRACE
                              SORT-DATE
                              SORT-STAGE
                              SORT-SEQ
           INPUT PROCEDURE    PGM-SORT-IN
           OUTPUT PROCEDURE   PGM-SORT-OUT.
         PERFORM              PGM-CLOSE.
       PGM-FLOW-E.
         STOP RUN.
      *-- ﾌｧｲﾙOPEN AND ﾄｲｱﾜｾ ｼﾞｮｳｹﾝ ﾊﾝﾃｲ (ESCWQ/POSMST ﾐｼﾖｳ ｶ ﾊ
      *-- ｹｲｺｸ ﾉﾐ ﾃﾞ ｿﾉ ｲﾍﾞﾝﾄ ﾅｼ ﾄｼﾃ ｿﾞｯｺｳ)
       PGM-OPEN               SECTION.
       PGM-OPEN-S.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         PERFORM              PGM-DETECT-PROC-DATE.
         PERFORM              PGM-DETECT-INQUIRY.
         MOVE                 SPACES  TO  WS-ARCH-DIR.
         DISPLAY              "ARCHDIR"  UPON  ENVIRONMENT-NAME.
         ACCEPT                WS-ARCH-DIR
                              FROM  ENVIRONMENT-VALUE.
         IF                   WS-ARCH-DIR  =  SPACES
           MOVE               'archive'  TO  WS-ARCH-DIR
         END-IF.
         OPEN                 INPUT  WQ-FL.
         IF                   WS-WQ-STATUS  =  '00'
           MOVE               'Y'  TO  WS-WQ-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-WQ-AVAILABLE
           DISPLAY            "TRCINQ PGM-OPEN: ESCWQ UNAVAILABLE "
                              "(STATUS="  WS-WQ-STATUS
                              ") - NO ESCALATION HISTORY"
         END-IF.
         OPEN                 INPUT  POSMST-FL.
         IF                   WS-POSMST-STATUS  =  '00'
           MOVE               'Y'  TO  WS-POSMST-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-POSMST-AVAILABLE
           DISPLAY            "TRCINQ PGM-OPEN: POSMST UNAVAILABLE "
                              "(STATUS="  WS-POSMST-STATUS
                              ") - POSITIONS NOT SHOWN"
         END-IF.
         OPEN                 OUTPUT  REPORT-FL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
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
      *-- ﾄｲｱﾜｾ ｼﾞｮｳｹﾝ ﾊﾝﾃｲ (TRCINQ_REF ﾕｳｾﾝ, ﾅｹﾚﾊﾞ TRCINQ_KEY ﾄ
      *-- ｳｹｲﾚ ﾋﾞ ﾊﾝｲ TRCINQ_FROM/TO - ﾐｾｯﾃｲ ﾊ ｼｮﾘ ﾋﾂﾞｹ 1 ﾆﾁ)
       PGM-DETECT-INQUIRY      SECTION.
       PGM-DETECT-INQUIRY-S.
         MOVE                 SPACES  TO  WS-INQ-REF.
         DISPLAY              "TRCINQ_REF"  UPON  ENVIRONMENT-NAME.
         ACCEPT                WS-INQ-REF
                              FROM  ENVIRONMENT-VALUE.
         IF                   WS-INQ-REF  NOT =  SPACES
           MOVE               'R'  TO  WS-INQ-MODE
           MOVE               WS-INQ-REF  TO  WS-TRACE-REF
           IF                 WS-TRC-DATE  NOT NUMERIC
               OR  WS-TRC-SEQ  NOT NUMERIC
             DISPLAY          "TRCINQ PGM-DETECT-INQUIRY: TRCINQ_REF "
                              WS-INQ-REF  " IS NOT A TRACE REFERENCE"
             MOVE             8      TO  RETURN-CODE
             STOP RUN
           END-IF
           MOVE               WS-TRC-DATE  TO  WS-FROM-DATE
           MOVE               WS-TRC-DATE  TO  WS-TO-DATE
         ELSE
           MOVE               'K'  TO  WS-INQ-MODE
           MOVE               SPACES  TO  WS-INQ-KEY
           DISPLAY            "TRCINQ_KEY"  UPON  ENVIRONMENT-NAME
           ACCEPT             WS-INQ-KEY
                              FROM  ENVIRONMENT-VALUE
           IF                 WS-INQ-KEY  =  SPACES
             DISPLAY          "TRCINQ PGM-DETECT-INQUIRY: NEITHER "
                              "TRCINQ_REF NOR TRCINQ_KEY SET - "
                              "NOTHING TO INQUIRE"
             MOVE             8      TO  RETURN-CODE
             STOP RUN
           END-IF
           MOVE               WS-PROC-DATE  TO  WS-FROM-DATE
           MOVE               SPACES  TO  WS-FROM-DATE-ENV
           DISPLAY            "TRCINQ_FROM"  UPON  ENVIRONMENT-NAME
           ACCEPT             WS-FROM-DATE-ENV
                              FROM  ENVIRONMENT-VALUE
           IF                 WS-FROM-DATE-ENV  NUMERIC
             MOVE             WS-FROM-DATE-ENV  TO  WS-FROM-DATE
           END-IF
           MOVE               WS-FROM-DATE  TO  WS-TO-DATE
           MOVE               SPACES  TO  WS-TO-DATE-ENV
           DISPLAY            "TRCINQ_TO"  UPON  ENVIRONMENT-NAME
           ACCEPT             WS-TO-DATE-ENV
                              FROM  ENVIRONMENT-VALUE
           IF                 WS-TO-DATE-ENV  NUMERIC
             MOVE             WS-TO-DATE-ENV  TO  WS-TO-DATE
           END-IF
         END-IF.
         IF                   FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE)
                                  NOT =  ZERO
             OR  FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE)  NOT =  ZERO
             OR  WS-FROM-DATE  >  WS-TO-DATE
           DISPLAY            "TRCINQ PGM-DETECT-INQUIRY: INVALID "
                              "DATE RANGE "  WS-FROM-DATE  " - "
                              WS-TO-DATE
           MOVE               8      TO  RETURN-CODE
           STOP RUN
         END-IF.
         MOVE                 WS-PROC-DATE  TO  WS-SCAN-END.
         IF                   WS-SCAN-END  <  WS-TO-DATE
           MOVE               WS-TO-DATE  TO  WS-SCAN-END
         END-IF.
       PGM-DETECT-INQUIRY-E.
         EXIT.
      *-- SORT ﾆｭｳﾘｮｸ: ｳｹｲﾚ ﾋﾞ ｶﾗ ｽｷｬﾝ ｼｭｳﾘｮｳ ﾋﾞ ﾏﾃﾞ ﾋﾂﾞｹ ｺﾞﾄ ﾉ
      *-- ｾﾀﾞｲ 5 ｼｭ, ﾂﾂﾞｲﾃ ESCWQ ｾﾞﾝｹﾝ
       PGM-SORT-IN             SECTION.
       PGM-SORT-IN-S.
         COMPUTE              WS-SCAN-INT  =
                              FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
         COMPUTE              WS-SCAN-END-INT  =
                              FUNCTION INTEGER-OF-DATE(WS-SCAN-END).
         PERFORM              UNTIL  WS-SCAN-INT  >  WS-SCAN-END-INT
           COMPUTE            WS-SCAN-DATE  =
                              FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
           PERFORM            VARYING  WS-GEN-KIND  FROM  1  BY  1
               UNTIL          WS-GEN-KIND  >  5
             PERFORM          PGM-GEN-SCAN
           END-PERFORM
           ADD                1  TO  WS-SCAN-INT
         END-PERFORM.
         IF                   WS-WQ-AVAILABLE  =  'Y'
           PERFORM            PGM-WQ-SCAN
         END-IF.
       PGM-SORT-IN-E.
         EXIT.
      *-- 1 ｾﾀﾞｲ ﾉ ｽｷｬﾝ (WS-GEN-KIND: 1=outfl 2=reject 3=dltfl
      *-- 4=rcyout 5=rcyrej, ｾﾀﾞｲ ﾅｼ ﾊ ｿﾉ ﾋ ｿﾉ ｼｭ ﾉ ｲﾍﾞﾝﾄ ﾅｼ)
       PGM-GEN-SCAN            SECTION.
       PGM-GEN-SCAN-S.
         EVALUATE             WS-GEN-KIND
           WHEN               1
             MOVE             'outfl'   TO  WS-GEN-PREFIX
           WHEN               2
             MOVE             'reject'  TO  WS-GEN-PREFIX
           WHEN               3
             MOVE             'dltfl'   TO  WS-GEN-PREFIX
           WHEN               4
             MOVE             'rcyout'  TO  WS-GEN-PREFIX
           WHEN               OTHER
             MOVE             'rcyrej'  TO  WS-GEN-PREFIX
         END-EVALUATE.
         MOVE                 SPACES  TO  WS-ARC-PATH.
         STRING               WS-ARCH-DIR    DELIMITED BY SPACE
                              '/'            DELIMITED BY SIZE
                              WS-GEN-PREFIX  DELIMITED BY SPACE
                              '.'            DELIMITED BY SIZE
                              WS-SCAN-DATE   DELIMITED BY SIZE
                              '.dat'         DELIMITED BY SIZE
           INTO               WS-ARC-PATH
         END-STRING.
         DISPLAY              "TRCARC"  UPON  ENVIRONMENT-NAME.
         DISPLAY              WS-ARC-PATH  UPON  ENVIRONMENT-VALUE.
         OPEN                 INPUT  ARC-FL.
         IF                   WS-ARC-STATUS  =  '00'
           ADD                1  TO  WS-GEN-COUNT
           MOVE               SPACE  TO  WS-ARC-EOF
           PERFORM            UNTIL  WS-ARC-EOF = '1'
             READ             ARC-FL
               AT END
                 MOVE         '1'  TO  WS-ARC-EOF
             END-READ
             IF               WS-ARC-EOF  NOT =  '1'
               IF             WS-ARC-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               EVALUATE       WS-GEN-KIND
                 WHEN         1
                   PERFORM    PGM-EVT-POSTED
                 WHEN         2
                   PERFORM    PGM-EVT-REJECTED
                 WHEN         3
                   PERFORM    PGM-EVT-DELTA
                 WHEN         4
                   PERFORM    PGM-EVT-RECYCLED
                 WHEN         OTHER
                   PERFORM    PGM-EVT-REREJECTED
               END-EVALUATE
             END-IF
           END-PERFORM
           CLOSE              ARC-FL
         ELSE
           IF                 WS-ARC-STATUS  NOT =  '35'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-GEN-SCAN-E.
         EXIT.
      *-- OUT-FL ｾﾀﾞｲ: ｹｲｼﾞｮｳ (ﾏｽﾀ ﾃﾞｰﾀ ﾂｷ), ﾂﾂﾞｲﾃ ｿﾉ ﾋ ﾉ
      *-- ﾎﾟｼﾞｼｮﾝ ﾄ ｿｳｼﾝ ｶｸﾆﾝ
       PGM-EVT-POSTED          SECTION.
       PGM-EVT-POSTED-S.
         MOVE                 ARC-REC  TO  WS-OUT-DATA.
         IF                   OUT-REC-CLASS  =  'D'
           MOVE               OUT-TRACE-REF  TO  SORT-TRACE
           MOVE               1              TO  SORT-STAGE
           MOVE               'POSTED'       TO  SORT-EVENT
           MOVE               OUT-KEY        TO  SORT-KEY
           MOVE               OUT-REC-TYPE   TO  SORT-TYPE
           MOVE               'Y'            TO  SORT-AMT-FLAG
           MOVE               OUT-AMOUNT     TO  SORT-AMOUNT
           MOVE               OUT-ORIG-AMOUNT
                                             TO  WS-EDIT-ORIG-AMOUNT
           MOVE               SPACES         TO  SORT-TEXT
           STRING             'MST='         DELIMITED BY SIZE
                              OUT-MST-DATA   DELIMITED BY SIZE
                              ' SRC='        DELIMITED BY SIZE
                              OUT-SOURCE     DELIMITED BY SIZE
                              ' ORIG='       DELIMITED BY SIZE
                              OUT-CCY        DELIMITED BY SIZE
                              ' '            DELIMITED BY SIZE
                              WS-EDIT-ORIG-AMOUNT
                                             DELIMITED BY SIZE
             INTO             SORT-TEXT
           END-STRING
           PERFORM            PGM-EVT-RELEASE
           IF                 WS-EVT-WANTED  =  'Y'
             PERFORM          PGM-EVT-POSITION
             PERFORM          PGM-EVT-TRANSMIT
           END-IF
         END-IF.
       PGM-EVT-POSTED-E.
         EXIT.
      *-- ﾎﾟｼﾞｼｮﾝ: ｹｲｼﾞｮｳ ﾋﾞ ﾉ POSMST ｾﾀﾞｲ (ｷｰ + ﾋﾂﾞｹ)
       PGM-EVT-POSITION        SECTION.
       PGM-EVT-POSITION-S.
         MOVE                 WS-EVT-TRACE   TO  SORT-TRACE.
         MOVE                 WS-EVT-DATE    TO  SORT-DATE.
         MOVE                 WS-EVT-KEY     TO  SORT-KEY.
         MOVE                 3              TO  SORT-STAGE.
         MOVE                 'POSITION'     TO  SORT-EVENT.
         MOVE                 SPACE          TO  SORT-TYPE.
         MOVE                 'N'            TO  SORT-AMT-FLAG.
         MOVE                 ZERO           TO  SORT-AMOUNT.
         MOVE                 SPACES         TO  SORT-TEXT.
         IF                   WS-POSMST-AVAILABLE  =  'Y'
           MOVE               OUT-KEY        TO  POS-KEY
           MOVE               WS-SCAN-DATE   TO  POS-DATE
           READ               POSMST-FL
             INVALID KEY
               CONTINUE
           END-READ
           IF                 WS-POSMST-STATUS  =  '00'
             MOVE             POS-CLOSE  TO  WS-EDIT-BALANCE
             STRING           'POSMST '        DELIMITED BY SIZE
                              POS-DATE         DELIMITED BY SIZE
                              ' CLOSE '        DELIMITED BY SIZE
                              WS-EDIT-BALANCE  DELIMITED BY SIZE
               INTO           SORT-TEXT
             END-STRING
           ELSE
             IF               WS-POSMST-STATUS  NOT =  '23'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             'NOT POSTED TO POSMST FOR DATE'
                              TO  SORT-TEXT
           END-IF
         ELSE
           MOVE               'POSMST UNAVAILABLE'  TO  SORT-TEXT
         END-IF.
         ADD                  1  TO  WS-EVT-SEQ.
         MOVE                 WS-EVT-SEQ  TO  SORT-SEQ.
         RELEASE              SORT-REC.
       PGM-EVT-POSITION-E.
         EXIT.
      *-- ｿｳｼﾝ ｶｸﾆﾝ: ｹｲｼﾞｮｳ ﾋﾞ ﾉ ACKREC ｹｯｶ (ﾚｼﾞｬｰ ﾉ
      *-- LED-CONFIRM-FLAG, ｻｲｼﾝ ﾉ ｷﾛｸ ｦ ｻｲﾖｳ)
       PGM-EVT-TRANSMIT        SECTION.
       PGM-EVT-TRANSMIT-S.
         IF                   WS-LED-DATE  NOT =  WS-SCAN-DATE
           PERFORM            PGM-LEDGER-LOOKUP
         END-IF.
         MOVE                 WS-EVT-TRACE   TO  SORT-TRACE.
         MOVE                 WS-EVT-DATE    TO  SORT-DATE.
         MOVE                 WS-EVT-KEY     TO  SORT-KEY.
         MOVE                 4              TO  SORT-STAGE.
         MOVE                 'TRANSMIT'     TO  SORT-EVENT.
         MOVE                 SPACE          TO  SORT-TYPE.
         MOVE                 'N'            TO  SORT-AMT-FLAG.
         MOVE                 ZERO           TO  SORT-AMOUNT.
         EVALUATE             WS-LED-FLAG
           WHEN               'Y'
             MOVE             'CONFIRMED BY ACKREC'  TO  SORT-TEXT
           WHEN               'N'
             MOVE             'NOT CONFIRMED BY ACKREC (BREAK)'
                              TO  SORT-TEXT
           WHEN               'U'
             MOVE             'LEDGER UNAVAILABLE'  TO  SORT-TEXT
           WHEN               OTHER
             MOVE             'NO ACKREC RESULT FOR DATE'
                              TO  SORT-TEXT
         END-EVALUATE.
         ADD                  1  TO  WS-EVT-SEQ.
         MOVE                 WS-EVT-SEQ  TO  SORT-SEQ.
         RELEASE              SORT-REC.
       PGM-EVT-TRANSMIT-E.
         EXIT.
      *-- ﾚｼﾞｬｰ ｽｷｬﾝ (ｽｷｬﾝ ﾋﾞ ﾉ ACKREC ｷﾛｸ ﾉ ｶｸﾆﾝ ﾌﾗｸﾞ ｦ
      *-- WS-LED-FLAG ﾆ, ﾚｼﾞｬｰ ﾅｼ ﾊ 'U')
       PGM-LEDGER-LOOKUP       SECTION.
       PGM-LEDGER-LOOKUP-S.
         MOVE                 WS-SCAN-DATE  TO  WS-LED-DATE.
         MOVE                 SPACE  TO  WS-LED-FLAG.
         OPEN                 INPUT  LEDGER-FL.
         IF                   WS-LEDGER-STATUS  =  '00'
           MOVE               SPACE  TO  WS-LED-EOF
           PERFORM            UNTIL  WS-LED-EOF = '1'
             READ             LEDGER-FL
               AT END
                 MOVE         '1'  TO  WS-LED-EOF
             END-READ
             IF               WS-LED-EOF  NOT =  '1'
               IF             WS-LEDGER-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             LED-RUN-DATE  =  WS-LED-DATE
                   AND  LED-CONFIRM-FLAG  NOT =  SPACE
                 MOVE         LED-CONFIRM-FLAG  TO  WS-LED-FLAG
               END-IF
             END-IF
           END-PERFORM
           CLOSE              LEDGER-FL
         ELSE
           IF                 WS-LEDGER-STATUS  NOT =  '35'
             PERFORM          PGM-ERROR
           END-IF
           MOVE               'U'  TO  WS-LED-FLAG
         END-IF.
       PGM-LEDGER-LOOKUP-E.
         EXIT.
      *-- ｷｬｸｶ ｾﾀﾞｲ (SAMPLE ﾉ reject.dat): ｷｬｸｶ ﾘﾕｳ ﾂｷ
       PGM-EVT-REJECTED        SECTION.
       PGM-EVT-REJECTED-S.
         MOVE                 ARC-REC  TO  WS-REJ-DATA.
         MOVE                 REJ-RECORD  TO  WS-IN-DATA.
         MOVE                 REJ-TRACE-REF  TO  SORT-TRACE.
         MOVE                 1              TO  SORT-STAGE.
         MOVE                 'REJECTED'     TO  SORT-EVENT.
         PERFORM              PGM-EVT-REJ-FIELDS.
         STRING               'REASON '      DELIMITED BY SIZE
                              REJ-REASON     DELIMITED BY SIZE
                              ' SRC='        DELIMITED BY SIZE
                              REJ-SOURCE     DELIMITED BY SIZE
           INTO               SORT-TEXT
         END-STRING.
         PERFORM              PGM-EVT-RELEASE.
       PGM-EVT-REJECTED-E.
         EXIT.
      *-- ｷｬｸｶ ﾚｺｰﾄﾞ ﾉ ｷｰ/ﾀｲﾌﾟ/ｷﾝｶﾞｸ (ｾﾝﾄｳ 13ﾊﾞｲﾄ ｦ IN-DETAIL ﾃﾞ
      *-- ﾐﾙ, ｷﾝｶﾞｸ ﾌｾｲ ﾉ ﾄｷ ﾊ ｷﾝｶﾞｸ ﾗﾝ ｸｳﾊｸ)
       PGM-EVT-REJ-FIELDS      SECTION.
       PGM-EVT-REJ-FIELDS-S.
         MOVE                 IN-KEY         TO  SORT-KEY.
         MOVE                 IN-REC-TYPE    TO  SORT-TYPE.
         IF                   IN-AMOUNT  NUMERIC
           MOVE               'Y'            TO  SORT-AMT-FLAG
           MOVE               IN-AMOUNT      TO  SORT-AMOUNT
         ELSE
           MOVE               'N'            TO  SORT-AMT-FLAG
           MOVE               ZERO           TO  SORT-AMOUNT
         END-IF.
         MOVE                 SPACES         TO  SORT-TEXT.
       PGM-EVT-REJ-FIELDS-E.
         EXIT.
      *-- ﾃﾞﾙﾀ ｾﾀﾞｲ: ﾃﾞﾙﾀ ｱｸｼｮﾝ (A/C ﾊ ｼﾝ, D ﾊ ｷｭｳ ﾉ ｷﾝｶﾞｸ)
       PGM-EVT-DELTA           SECTION.
       PGM-EVT-DELTA-S.
         MOVE                 ARC-REC  TO  WS-DLT-DATA.
         MOVE                 DLT-TRACE-REF  TO  SORT-TRACE.
         MOVE                 2              TO  SORT-STAGE.
         MOVE                 'DELTA'        TO  SORT-EVENT.
         MOVE                 DLT-KEY        TO  SORT-KEY.
         MOVE                 DLT-REC-TYPE   TO  SORT-TYPE.
         MOVE                 'Y'            TO  SORT-AMT-FLAG.
         MOVE                 SPACES         TO  SORT-TEXT.
         EVALUATE             DLT-ACTION
           WHEN               'A'
             MOVE             DLT-NEW-AMOUNT  TO  SORT-AMOUNT
             STRING           'ADDED MST='      DELIMITED BY SIZE
                              DLT-NEW-MST-DATA  DELIMITED BY SIZE
               INTO           SORT-TEXT
             END-STRING
           WHEN               'C'
             MOVE             DLT-NEW-AMOUNT  TO  SORT-AMOUNT
             MOVE             DLT-OLD-AMOUNT  TO  WS-EDIT-AMOUNT
             STRING           'CHANGED FROM '   DELIMITED BY SIZE
                              WS-EDIT-AMOUNT    DELIMITED BY SIZE
                              ' MST='           DELIMITED BY SIZE
                              DLT-NEW-MST-DATA  DELIMITED BY SIZE
               INTO           SORT-TEXT
             END-STRING
           WHEN               OTHER
             MOVE             DLT-OLD-AMOUNT  TO  SORT-AMOUNT
             STRING           'DELETED MST='    DELIMITED BY SIZE
                              DLT-OLD-MST-DATA  DELIMITED BY SIZE
               INTO           SORT-TEXT
             END-STRING
         END-EVALUATE.
         PERFORM              PGM-EVT-RELEASE.
       PGM-EVT-DELTA-E.
         EXIT.
      *-- ﾘｻｲｸﾙ ｾﾀﾞｲ (RCYOUT): ﾃｲｾｲ ｽﾞﾐ, ﾖｸ ﾗﾝ ﾃﾞ ｻｲﾆｭｳﾘｮｸ
       PGM-EVT-RECYCLED        SECTION.
       PGM-EVT-RECYCLED-S.
         MOVE                 ARC-REC  TO  WS-IN-DATA.
         MOVE                 IN-RCY-TRACE   TO  SORT-TRACE.
         MOVE                 5              TO  SORT-STAGE.
         MOVE                 'RECYCLED'     TO  SORT-EVENT.
         PERFORM              PGM-EVT-REJ-FIELDS.
         MOVE                 'FIXED - RE-ENTERS NEXT RUN'
                              TO  SORT-TEXT.
         PERFORM              PGM-EVT-RELEASE.
       PGM-EVT-RECYCLED-E.
         EXIT.
      *-- ﾘｻｲｸﾙ ｾﾀﾞｲ (RCYREJ): ｻｲｷｬｸｶ (ｼﾄﾞｳ ｶｲｽｳ + ﾘﾕｳ)
       PGM-EVT-REREJECTED      SECTION.
       PGM-EVT-REREJECTED-S.
         MOVE                 ARC-REC  TO  WS-REJ-DATA.
         MOVE                 REJ-RECORD  TO  WS-IN-DATA.
         MOVE                 REJ-TRACE-REF  TO  SORT-TRACE.
         MOVE                 5              TO  SORT-STAGE.
         MOVE                 'REREJECTED'   TO  SORT-EVENT.
         PERFORM              PGM-EVT-REJ-FIELDS.
         MOVE                 REJ-CYCLE      TO  WS-EDIT-CYCLE.
         STRING               'ATTEMPT '     DELIMITED BY SIZE
                              WS-EDIT-CYCLE  DELIMITED BY SIZE
                              ' REASON '     DELIMITED BY SIZE
                              REJ-REASON     DELIMITED BY SIZE
           INTO               SORT-TEXT
         END-STRING.
         PERFORM              PGM-EVT-RELEASE.
       PGM-EVT-REREJECTED-E.
         EXIT.
      *-- ESCWQ ｾﾞﾝｹﾝ ｽｷｬﾝ: ｴｽｶﾚｰｼｮﾝ (ｳｹﾂｹ ﾋﾞ) ﾄ ｼｮﾌﾞﾝ (ｼｮﾌﾞﾝ ﾋﾞ,
      *-- ﾐｼｮﾌﾞﾝ ﾊ ｳｹﾂｹ ﾋﾞ ﾃﾞ OPEN)
       PGM-WQ-SCAN             SECTION.
       PGM-WQ-SCAN-S.
         MOVE                 SPACE  TO  WS-WQ-EOF.
         PERFORM              UNTIL  WS-WQ-EOF = '1'
           READ               WQ-FL  NEXT
             AT END
               MOVE           '1'  TO  WS-WQ-EOF
           END-READ
           IF                 WS-WQ-EOF  NOT =  '1'
             IF               WS-WQ-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             WQ-RECORD  TO  WS-IN-DATA
             MOVE             WQ-TRACE-REF   TO  SORT-TRACE
             MOVE             WQ-OPEN-DATE   TO  WS-SCAN-DATE
             MOVE             6              TO  SORT-STAGE
             MOVE             'ESCALATED'    TO  SORT-EVENT
             PERFORM          PGM-EVT-REJ-FIELDS
             MOVE             WQ-CYCLE       TO  WS-EDIT-CYCLE
             STRING           'WQ '          DELIMITED BY SIZE
                              WQ-OPEN-DATE   DELIMITED BY SIZE
                              '-'            DELIMITED BY SIZE
                              WQ-SEQ         DELIMITED BY SIZE
                              ' CYCLE '      DELIMITED BY SIZE
                              WS-EDIT-CYCLE  DELIMITED BY SIZE
                              ' REASON '     DELIMITED BY SIZE
                              WQ-REASON      DELIMITED BY SIZE
               INTO           SORT-TEXT
             END-STRING
             PERFORM          PGM-EVT-RELEASE
             IF               WS-EVT-WANTED  =  'Y'
               PERFORM        PGM-EVT-DISPOSED
             END-IF
           END-IF
         END-PERFORM.
       PGM-WQ-SCAN-E.
         EXIT.
      *-- ｼｮﾌﾞﾝ: R=ｶｲｹﾂ W=ｼｮｳｷｬｸ X=ﾘｻｲｸﾙ ﾍﾝｷｬｸ O=ﾐｼｮﾌﾞﾝ
       PGM-EVT-DISPOSED        SECTION.
       PGM-EVT-DISPOSED-S.
         MOVE                 WS-EVT-TRACE   TO  SORT-TRACE.
         MOVE                 WS-EVT-DATE    TO  SORT-DATE.
         MOVE                 WS-EVT-KEY     TO  SORT-KEY.
         MOVE                 WS-EVT-TYPE    TO  SORT-TYPE.
         MOVE                 WS-EVT-AMT-FLAG
                                             TO  SORT-AMT-FLAG.
         MOVE                 WS-EVT-AMOUNT  TO  SORT-AMOUNT.
         MOVE                 7              TO  SORT-STAGE.
         MOVE                 SPACES         TO  SORT-TEXT.
         IF                   WQ-STATUS  =  'O'
           MOVE               'OPEN'         TO  SORT-EVENT
           MOVE               'AWAITING DISPOSITION ON WORKQUEUE'
                              TO  SORT-TEXT
         ELSE
           MOVE               'DISPOSED'     TO  SORT-EVENT
           MOVE               WQ-DISP-DATE   TO  WS-SCAN-DATE
           EVALUATE           WQ-STATUS
             WHEN             'R'
               STRING         'RESOLVED BY '             DELIMITED
                              BY SIZE
                              WQ-DISP-USER  DELIMITED BY SIZE
                 INTO         SORT-TEXT
               END-STRING
             WHEN             'W'
               STRING         'WRITTEN OFF BY '          DELIMITED
                              BY SIZE
                              WQ-DISP-USER  DELIMITED BY SIZE
                 INTO         SORT-TEXT
               END-STRING
             WHEN             OTHER
               STRING         'RETURNED TO RECYCLE BY '  DELIMITED
                              BY SIZE
                              WQ-DISP-USER  DELIMITED BY SIZE
                 INTO         SORT-TEXT
               END-STRING
           END-EVALUATE
         END-IF.
         MOVE                 WS-SCAN-DATE  TO  SORT-DATE.
         ADD                  1  TO  WS-EVT-SEQ.
         MOVE                 WS-EVT-SEQ  TO  SORT-SEQ.
         RELEASE              SORT-REC.
       PGM-EVT-DISPOSED-E.
         EXIT.
      *-- ｲﾍﾞﾝﾄ ｾﾝﾍﾞﾂ AND RELEASE (ﾄﾚｰｽ ｻﾝｼｮｳ ﾄｲｱﾜｾ ﾊ ｻﾝｼｮｳ ｲｯﾁ,
      *-- ｷｰ ﾄｲｱﾜｾ ﾊ ｳｹｲﾚ ﾋﾞ ｶﾞ ﾊﾝｲ ﾅｲ ﾉ ｾﾞﾝ ｲﾍﾞﾝﾄ ｦ RELEASE ｼ,
      *-- ｷｰ ｲｯﾁ ﾉ ｻﾝｼｮｳ ｦ ﾀｲｼｮｳ ﾃｰﾌﾞﾙ ﾆ ﾄｳﾛｸ - ﾘｻｲｸﾙ ﾃｲｾｲ ﾃﾞ
      *-- ｷｰ ｶﾞ ｶﾜｯﾀ ｲﾍﾞﾝﾄ ﾓ ｱｲﾃﾑ ﾉ ｲﾁﾌﾞ ﾄｼﾃ ｼｭﾂﾘｮｸ ｻﾚﾙ)
       PGM-EVT-RELEASE         SECTION.
       PGM-EVT-RELEASE-S.
         MOVE                 'N'  TO  WS-EVT-WANTED.
         IF                   SORT-TRACE  =  SPACES
           IF                 WS-INQ-MODE  =  'K'
               AND  SORT-KEY  =  WS-INQ-KEY
             ADD              1  TO  WS-UNTRACED-COUNT
           END-IF
         ELSE
           IF                 WS-INQ-MODE  =  'R'
             IF               SORT-TRACE  =  WS-INQ-REF
               MOVE           'Y'  TO  WS-EVT-WANTED
             END-IF
           ELSE
             MOVE             SORT-TRACE  TO  WS-TRACE-REF
             IF               WS-TRC-DATE  >=  WS-FROM-DATE
                 AND  WS-TRC-DATE  <=  WS-TO-DATE
               MOVE           'Y'  TO  WS-EVT-WANTED
               IF             SORT-KEY  =  WS-INQ-KEY
                 PERFORM      PGM-ITEM-ADD
               END-IF
             END-IF
           END-IF
         END-IF.
         IF                   WS-EVT-WANTED  =  'Y'
           MOVE               WS-SCAN-DATE  TO  SORT-DATE
           ADD                1  TO  WS-EVT-SEQ
           MOVE               WS-EVT-SEQ  TO  SORT-SEQ
           MOVE               SORT-TRACE     TO  WS-EVT-TRACE
           MOVE               SORT-DATE      TO  WS-EVT-DATE
           MOVE               SORT-KEY       TO  WS-EVT-KEY
           MOVE               SORT-TYPE      TO  WS-EVT-TYPE
           MOVE               SORT-AMT-FLAG  TO  WS-EVT-AMT-FLAG
           MOVE               SORT-AMOUNT    TO  WS-EVT-AMOUNT
           RELEASE            SORT-REC
         END-IF.
       PGM-EVT-RELEASE-E.
         EXIT.
      *-- ﾀｲｼｮｳ ｱｲﾃﾑ ﾄｳﾛｸ (ﾄｳﾛｸ ｽﾞﾐ ﾊ ｿﾉﾏﾏ, ﾏﾝﾊﾟｲ ﾊ ｹｲｺｸ)
       PGM-ITEM-ADD            SECTION.
       PGM-ITEM-ADD-S.
         PERFORM              PGM-ITEM-FIND.
         IF                   WS-ITM-FOUND  NOT =  'Y'
           IF                 WS-ITM-ENTRIES  <  WS-ITM-MAX
             ADD              1  TO  WS-ITM-ENTRIES
             MOVE             SORT-TRACE  TO
                              WS-ITM-TRACE(WS-ITM-ENTRIES)
           ELSE
             IF               WS-ITM-TABLE-FULL  =  'N'
               DISPLAY        "TRCINQ PGM-ITEM-ADD: MORE THAN "
                              WS-ITM-MAX  " ITEMS FOR KEY - "
                              "NARROW THE DATE RANGE"
               MOVE           'Y'  TO  WS-ITM-TABLE-FULL
             END-IF
           END-IF
         END-IF.
       PGM-ITEM-ADD-E.
         EXIT.
      *-- ﾀｲｼｮｳ ｱｲﾃﾑ ｹﾝｻｸ (SORT-TRACE ｦ ﾃｰﾌﾞﾙ ﾆ ｻｶﾞｽ)
       PGM-ITEM-FIND           SECTION.
       PGM-ITEM-FIND-S.
         MOVE                 'N'  TO  WS-ITM-FOUND.
         PERFORM              VARYING  WS-ITM-IDX  FROM  1  BY  1
             UNTIL            WS-ITM-IDX  >  WS-ITM-ENTRIES
                              OR  WS-ITM-FOUND  =  'Y'
           IF                 WS-ITM-TRACE(WS-ITM-IDX)  =  SORT-TRACE
             MOVE             'Y'  TO  WS-ITM-FOUND
           END-IF
         END-PERFORM.
       PGM-ITEM-FIND-E.
         EXIT.
      *-- SORT ｼｭﾂﾘｮｸ: ﾄﾚｰｽ ｻﾝｼｮｳ ｺﾞﾄ ﾆ ｱｲﾃﾑ ﾐﾀﾞｼ + ｲﾍﾞﾝﾄ ﾒｲｻｲ
      *-- (ｷｰ ﾄｲｱﾜｾ ﾊ ﾀｲｼｮｳ ﾃｰﾌﾞﾙ ﾆ ｱﾙ ｱｲﾃﾑ ﾉﾐ)
       PGM-SORT-OUT            SECTION.
       PGM-SORT-OUT-S.
         PERFORM              PGM-REPORT-PAGE-BREAK.
         MOVE                 SPACE  TO  FLG-EOF.
         PERFORM              UNTIL  FLG-EOF = '1'
           RETURN             SORT-FL
             AT END
               MOVE           '1'  TO  FLG-EOF
           END-RETURN
           IF                 FLG-EOF  NOT =  '1'
             IF               SORT-TRACE  NOT =  WS-CUR-TRACE
               PERFORM        PGM-ITEM-NEXT
             END-IF
             IF               WS-ITEM-PRINT  =  'Y'
               PERFORM        PGM-REPORT-DETAIL
             END-IF
           END-IF
         END-PERFORM.
         IF                   WS-ITEM-COUNT  =  ZERO
           PERFORM            PGM-REPORT-LINE-CHECK
           WRITE              REPORT-REC  FROM  WS-RPT-NONE
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-SORT-OUT-E.
         EXIT.
      *-- ｱｲﾃﾑ ｷﾘｶｴ (ｳｹｲﾚ ﾋﾞ/ｿｰｽ/ﾚﾝﾊﾞﾝ ｦ ﾐﾀﾞｼ ﾆ)
       PGM-ITEM-NEXT           SECTION.
       PGM-ITEM-NEXT-S.
         MOVE                 SORT-TRACE  TO  WS-CUR-TRACE.
         IF                   WS-INQ-MODE  =  'R'
           MOVE               'Y'  TO  WS-ITEM-PRINT
         ELSE
           PERFORM            PGM-ITEM-FIND
           MOVE               WS-ITM-FOUND  TO  WS-ITEM-PRINT
         END-IF.
         IF                   WS-ITEM-PRINT  =  'Y'
           ADD                1  TO  WS-ITEM-COUNT
           PERFORM            PGM-REPORT-LINE-CHECK
           MOVE               SORT-TRACE     TO  WS-TRACE-REF
           MOVE               SORT-TRACE     TO  WS-RPT-ITM-TRACE
           MOVE               WS-TRC-DATE    TO  WS-RPT-ITM-DATE
           MOVE               WS-TRC-SOURCE  TO  WS-RPT-ITM-SOURCE
           MOVE               WS-TRC-SEQ     TO  WS-RPT-ITM-SEQ
           WRITE              REPORT-REC  FROM  WS-RPT-ITEM
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-ITEM-NEXT-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ﾒｲｻｲｷﾞｮｳ ｼｭﾂﾘｮｸ (1 ｲﾍﾞﾝﾄ 1 ｷﾞｮｳ)
       PGM-REPORT-DETAIL       SECTION.
       PGM-REPORT-DETAIL-S.
         PERFORM              PGM-REPORT-LINE-CHECK.
         MOVE                 SORT-DATE      TO  WS-RPT-DTL-DATE.
         MOVE                 SORT-EVENT     TO  WS-RPT-DTL-EVENT.
         MOVE                 SORT-KEY       TO  WS-RPT-DTL-KEY.
         MOVE                 SORT-TYPE      TO  WS-RPT-DTL-TYPE.
         IF                   SORT-AMT-FLAG  =  'Y'
           MOVE               SORT-AMOUNT     TO  WS-EDIT-AMOUNT
           MOVE               WS-EDIT-AMOUNT  TO  WS-RPT-DTL-AMOUNT
         ELSE
           MOVE               SPACES          TO  WS-RPT-DTL-AMOUNT
         END-IF.
         MOVE                 SORT-TEXT      TO  WS-RPT-DTL-TEXT.
         WRITE                REPORT-REC  FROM  WS-RPT-DETAIL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
         ADD                  1  TO  WS-EVENT-COUNT.
       PGM-REPORT-DETAIL-E.
         EXIT.
      *-- ｷﾞｮｳｽｳ ﾁｪｯｸ (N ｷﾞｮｳｺﾞﾄﾆ ｶﾞｲﾃﾞｰﾀｾﾂ)
       PGM-REPORT-LINE-CHECK   SECTION.
       PGM-REPORT-LINE-CHECK-S.
         IF                   WS-REPORT-PAGE-COUNT  =  ZERO
             OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
           PERFORM            PGM-REPORT-PAGE-BREAK
         END-IF.
       PGM-REPORT-LINE-CHECK-E.
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
         IF                   WS-INQ-MODE  =  'R'
           MOVE               WS-INQ-REF   TO  WS-RPT-HDR2-REF-ID
           MOVE               WS-SCAN-END  TO  WS-RPT-HDR2-REF-THRU
           WRITE              REPORT-REC  FROM  WS-RPT-HDR2-REF
         ELSE
           MOVE               WS-INQ-KEY    TO  WS-RPT-HDR2-KEY-ID
           MOVE               WS-FROM-DATE  TO  WS-RPT-HDR2-FROM
           MOVE               WS-TO-DATE    TO  WS-RPT-HDR2-TO
           MOVE               WS-SCAN-END   TO  WS-RPT-HDR2-KEY-THRU
           WRITE              REPORT-REC  FROM  WS-RPT-HDR2-KEY
         END-IF.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         WRITE                REPORT-REC  FROM  WS-RPT-HDR3.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 ZERO  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-PAGE-BREAK-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ｼｭｳｹｲﾌｯﾀ (ｱｲﾃﾑ/ｲﾍﾞﾝﾄ/ｾﾀﾞｲ ｹﾝｽｳ)
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
         MOVE                 WS-ITEM-COUNT   TO  WS-RPT-FTR-ITEMS.
         MOVE                 WS-EVENT-COUNT  TO  WS-RPT-FTR-EVENTS.
         MOVE                 WS-GEN-COUNT    TO  WS-RPT-FTR-GENS.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER1.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         IF                   WS-INQ-MODE  =  'K'
           MOVE               WS-UNTRACED-COUNT  TO
                              WS-RPT-FTR-UNTRACED
           WRITE              REPORT-REC  FROM  WS-RPT-FOOTER2
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-REPORT-FOOTER-E.
         EXIT.
      *-- ﾌｧｲﾙCLOSE (ｶﾞｲﾄｳ ｱｲﾃﾑ ﾅｼ ﾏﾀﾊ ﾃｰﾌﾞﾙ ﾏﾝﾊﾟｲ ﾊ RC=4)
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         PERFORM              PGM-REPORT-FOOTER.
         CLOSE                REPORT-FL.
         IF                   WS-WQ-AVAILABLE  =  'Y'
           CLOSE              WQ-FL
         END-IF.
         IF                   WS-POSMST-AVAILABLE  =  'Y'
           CLOSE              POSMST-FL
         END-IF.
         IF                   WS-ITEM-COUNT  =  ZERO
             OR  WS-ITM-TABLE-FULL  =  'Y'
           MOVE               4  TO  RETURN-CODE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "TRCINQ PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  ARC-FL STATUS = "  WS-ARC-STATUS.
         DISPLAY              "  ARC-FL PATH = "  WS-ARC-PATH.
         DISPLAY              "  WQ-FL STATUS = "  WS-WQ-STATUS.
         DISPLAY              "  POSMST-FL STATUS = "
                              WS-POSMST-STATUS.
         DISPLAY              "  LEDGER-FL STATUS = "
                              WS-LEDGER-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
         EXIT.
