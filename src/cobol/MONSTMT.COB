         SELECT  REPORT-FL    ASSIGN TO 'MONRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
         SELECT  BDC-FL       ASSIGN TO 'BDCAL'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS BDC-DATE
                              FILE STATUS IS WS-BDC-STATUS.
         SELECT  RVL-FL       ASSIGN TO 'REVLOG'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-RVL-STATUS.
         SELECT  PPL-FL       ASSIGN TO 'PPALOG'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-PPL-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
         03  SORT-KEY         PIC X(04).
         03  SORT-DATE        PIC 9(08).
         03  SORT-TYPE        PIC X(01).
         03  SORT-AMOUNT      PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  SORT-SOURCE      PIC X(03).
         03  SORT-CCY         PIC X(03).
         03  SORT-ORIG-AMOUNT PIC S9(05)V99
                              SIGN LEADING SEPARATE.
       FD  POSMST-FL          LABEL RECORD STANDARD.
       01  POSMST-REC.
         COPY                 CBPOSREC.
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       FD  BDC-FL             LABEL RECORD STANDARD.
       01  BDC-REC.
         COPY                 CBBDCREC.
      *-- ﾄﾘｹｼ ﾚｼﾞｬｰ (SAMPLE ｶﾞ ﾙｲｾｷ ﾂｲｶ)
       FD  RVL-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  RVL-REC.
         COPY                 CBRVLREC.
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ﾚｼﾞｬｰ (SAMPLE ｶﾞ ﾙｲｾｷ ﾂｲｶ)
       FD  PPL-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  PPL-REC.
         COPY                 CBPPLREC.
       WORKING-STORAGE        SECTION.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-DATES-STATUS  PIC X(02).
         03  WS-POSMST-STATUS PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
         03  WS-BDC-STATUS    PIC X(02).
         03  WS-RVL-STATUS    PIC X(02).
         03  WS-PPL-STATUS    PIC X(02).
       01  WS-POSMST-AVAILABLE
                              PIC X(01)  VALUE 'N'.
      *-- ｾﾀﾞｲ ﾋﾂﾞｹ ﾃｰﾌﾞﾙ (1 ｹﾞﾂ ﾌﾞﾝ, MONDATES ｼﾞｭﾝ ﾛｰﾄﾞ)
         03  WS-GEN-ENTRY      OCCURS 31 TIMES.
           05  WS-GEN-DATE     PIC 9(08).
       01  WS-MONTH-START     PIC 9(08)  VALUE ZERO.
      *-- ｹﾞﾂﾏﾂ ｴｲｷﾞｮｳﾋﾞ (ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ﾆ ﾖﾙ ﾂｷ ﾉ ｻｲｼｭｳ ｴｲｷﾞｮｳﾋﾞ,
      *-- ｻｲｼｭｳ ｾﾀﾞｲ ｶﾞ ｿﾚ ﾖﾘ ﾏｴ ﾅﾗ ﾂｷ ﾌｿｸ ﾄｼﾃ RC=4)
       01  WS-NEXT-MONTH      PIC 9(08)  VALUE ZERO.
       01  WS-MONTH-END       PIC 9(08)  VALUE ZERO.
       01  WS-LAST-GEN-DATE   PIC 9(08)  VALUE ZERO.
       01  WS-MONTH-SHORT     PIC X(01)  VALUE 'N'.
       01  WS-BDC-WORK.
         COPY                 CBBDCWRK.
       01  WS-FIRST-FLAG      PIC X(01)  VALUE 'Y'.
       01  WS-PREV-KEY        PIC X(04).
       01  WS-KEY-OPEN        PIC S9(09)V99  VALUE ZERO.
       01  WS-TIE-BREAK       PIC X(01)  VALUE 'N'.
       01  WS-SCAN-DONE       PIC X(01).
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-FXR-WORK.
         COPY                 CBFXRWRK.
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
      *-- ﾚｼﾞｬｰ ﾉ ｷｼﾞｭﾝ ﾂｳｶ ｶﾞｸ (ｷｼﾞｭﾝ ﾂｳｶ ｶﾞｸ ﾉ ﾅｲ ｷｭｳ ｷﾛｸ ﾊ
      *-- ｷﾝｶﾞｸ ｦ ｿﾉﾏﾏ ｷｼﾞｭﾝ ﾂｳｶ ﾄｼﾃ ｱﾂｶｳ)
       01  WS-LOG-BASE-AMOUNT PIC S9(09)V99  VALUE ZERO.
      *-- ﾄﾘｹｼ ｾｸｼｮﾝ ﾜｰｸ (ﾄｳｹﾞﾂ ﾆ ｹｲｼﾞｮｳ ｻﾚﾀ ﾄﾘｹｼ)
       01  WS-RVL-EOF         PIC X(01).
       01  WS-RVS-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-RVS-NET         PIC S9(09)V99  VALUE ZERO.
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ｾｸｼｮﾝ ﾜｰｸ (ﾄｳｹﾞﾂ ﾆ ｹｲｼﾞｮｳ ｻﾚﾀ ｼﾒ ｽﾞﾐ ﾂｷ ﾉ ﾒｲｻｲ)
       01  WS-PPL-EOF         PIC X(01).
       01  WS-PPA-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-PPA-NET         PIC S9(09)V99  VALUE ZERO.
       01  WS-REPORT-PAGE-COUNT
                              PIC 9(03)  VALUE ZERO.
       01  WS-REPORT-LINE-COUNT
                              PIC 9(06).
         03  FILLER           PIC X(15) VALUE '  GENERATIONS: '.
         03  WS-RPT-HDR2-GENS PIC Z9.
         03  FILLER           PIC X(13) VALUE '  MONTH-END: '.
         03  WS-RPT-HDR2-MONTH-END
                              PIC 9(08).
         03  FILLER           PIC X(29) VALUE SPACES.
       01  WS-RPT-HDR3.
         03  FILLER           PIC X(10) VALUE 'DATE'.
         03  FILLER           PIC X(06) VALUE 'TYPE'.
         03  FILLER           PIC X(16) VALUE '       AMOUNT'.
         03  FILLER           PIC X(06) VALUE 'SRC'.
         03  FILLER           PIC X(04) VALUE 'CCY'.
         03  FILLER           PIC X(09) VALUE ' ORIG AMT'.
         03  FILLER           PIC X(29) VALUE SPACES.
       01  WS-RPT-KEY-OPEN-LINE.
         03  FILLER           PIC X(04) VALUE 'KEY '.
         03  WS-RPT-OPN-KEY   PIC X(04).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-TYPE  PIC X(01).
         03  FILLER           PIC X(05) VALUE SPACES.
         03  WS-RPT-DTL-AMT   PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(03) VALUE SPACES.
         03  WS-RPT-DTL-SOURCE
                              PIC X(03).
         03  FILLER           PIC X(03) VALUE SPACES.
         03  WS-RPT-DTL-CCY   PIC X(03).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-ORIG  PIC +ZZZZ9.99.
         03  FILLER           PIC X(29) VALUE SPACES.
       01  WS-RPT-KEY-CLOSE-LINE.
         03  FILLER           PIC X(04) VALUE 'KEY '.
         03  WS-RPT-CLS-KEY   PIC X(04).
         03  WS-RPT-RCP-VERDICT
                              PIC X(08).
         03  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-SHORT-LINE.
         03  FILLER           PIC X(32) VALUE
                              '*** MONTH INCOMPLETE - LAST GEN '.
         03  WS-RPT-SHT-LAST  PIC 9(08).
         03  FILLER           PIC X(18) VALUE ' BEFORE MONTH-END '.
         03  WS-RPT-SHT-END   PIC 9(08).
         03  FILLER           PIC X(14) VALUE ' ***'.
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
       01  WS-RPT-RVS-HDR.
         03  FILLER           PIC X(24) VALUE
                              '*** REVERSALS ***'.
         03  FILLER           PIC X(56) VALUE SPACES.
       01  WS-RPT-RVS-LINE.
         03  FILLER           PIC X(04) VALUE 'RVS '.
         03  WS-RPT-RVS-DATE  PIC 9(08).
         03  FILLER           PIC X(06) VALUE '  KEY '.
         03  WS-RPT-RVS-KEY   PIC X(04).
         03  FILLER           PIC X(07) VALUE '  ORIG '.
         03  WS-RPT-RVS-ODATE PIC 9(08).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-RVS-OTYPE PIC X(01).
         03  FILLER           PIC X(09) VALUE '  OFFSET '.
         03  WS-RPT-RVS-TYPE  PIC X(01).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-RVS-AMT   PIC +ZZZZ9.99.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-RVS-CCY   PIC X(03).
         03  FILLER           PIC X(06) VALUE '  SRC '.
         03  WS-RPT-RVS-SRC   PIC X(03).
         03  FILLER           PIC X(07) VALUE SPACES.
       01  WS-RPT-RVS-TOTAL.
         03  FILLER           PIC X(20) VALUE 'REVERSALS IN MONTH: '.
         03  WS-RPT-RVS-CNT   PIC Z(8)9.
         03  FILLER           PIC X(14) VALUE '  OFFSET NET: '.
         03  WS-RPT-RVS-NET   PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(24) VALUE SPACES.
       01  WS-RPT-PPA-HDR.
         03  FILLER           PIC X(36) VALUE
                              '*** PRIOR-PERIOD ADJUSTMENTS ***'.
         03  FILLER           PIC X(44) VALUE SPACES.
       01  WS-RPT-PPA-LINE.
         03  FILLER           PIC X(04) VALUE 'PPA '.
         03  WS-RPT-PPA-DATE  PIC 9(08).
         03  FILLER           PIC X(06) VALUE '  KEY '.
         03  WS-RPT-PPA-KEY   PIC X(04).
         03  FILLER           PIC X(07) VALUE '  ORIG '.
         03  WS-RPT-PPA-ODATE PIC 9(08).
         03  FILLER           PIC X(07) VALUE '  KIND '.
         03  WS-RPT-PPA-KIND  PIC X(01).
         03  FILLER           PIC X(07) VALUE '  TYPE '.
         03  WS-RPT-PPA-TYPE  PIC X(01).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-PPA-AMT   PIC +ZZZZ9.99.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-PPA-CCY   PIC X(03).
         03  FILLER           PIC X(06) VALUE '  SRC '.
         03  WS-RPT-PPA-SRC   PIC X(03).
         03  FILLER           PIC X(03) VALUE SPACES.
       01  WS-RPT-PPA-TOTAL.
         03  FILLER           PIC X(27) VALUE
                              'PRIOR-PERIOD ADJ IN MONTH: '.
         03  WS-RPT-PPA-CNT   PIC Z(8)9.
         03  FILLER           PIC X(07) VALUE '  NET: '.
         03  WS-RPT-PPA-NET   PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(24) VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
         END-IF.
         PERFORM              PGM-LOAD-DATES.
         PERFORM              PGM-OPEN-POSMST.
         PERFORM              PGM-BDC-OPEN.
         PERFORM              PGM-MONTH-END-DATE.
         OPEN                 OUTPUT  REPORT-FL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         STOP RUN.
       PGM-DATES-ABORT-E.
         EXIT.
      *-- ｹﾞﾂﾏﾂ ｴｲｷﾞｮｳﾋﾞ ｻﾝｼｭﾂ (ﾖｸｹﾞﾂ 1 ﾆﾁ ﾉ ｾﾞﾝｼﾞﾂ ｶﾗ ｻｶﾉﾎﾞﾘ
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ﾃﾞ ｻｲｼｭｳ ｴｲｷﾞｮｳﾋﾞ ｦ ｹｯﾃｲ)
       PGM-MONTH-END-DATE      SECTION.
       PGM-MONTH-END-DATE-S.
         IF                   WS-MONTH-START(5:2)  =  '12'
           COMPUTE            WS-NEXT-MONTH  =
                              WS-MONTH-START  +  10000  -  1100
         ELSE
           COMPUTE            WS-NEXT-MONTH  =
                              WS-MONTH-START  +  100
         END-IF.
         COMPUTE              WS-BDC-INT  =
                              FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH)
                              -  1.
         COMPUTE              WS-BDC-DATE  =
                              FUNCTION DATE-OF-INTEGER(WS-BDC-INT).
         PERFORM              PGM-BDC-DAY-CHECK.
         IF                   WS-BDC-BUSINESS  =  'Y'
           MOVE               WS-BDC-DATE  TO  WS-MONTH-END
         ELSE
           PERFORM            PGM-BDC-PREV-DAY
           MOVE               WS-BDC-RESULT-DATE  TO  WS-MONTH-END
         END-IF.
         MOVE                 WS-GEN-DATE(WS-GEN-ENTRIES)  TO
                              WS-LAST-GEN-DATE.
         IF                   WS-LAST-GEN-DATE  <  WS-MONTH-END
           MOVE               'Y'  TO  WS-MONTH-SHORT
           DISPLAY            "MONSTMT PGM-MONTH-END-DATE: LAST "
                              "GENERATION "  WS-LAST-GEN-DATE
                              " BEFORE MONTH-END BUSINESS DAY "
                              WS-MONTH-END
         END-IF.
       PGM-MONTH-END-DATE-E.
         EXIT.
      *-- ﾎﾟｼﾞｼｮﾝ ﾏｽﾀ OPEN (ﾐｯｼﾕｳ ﾊ ｶｲｼ ｻﾞﾝﾀﾞｶ ｾﾞﾛ ﾃﾞ ｿﾞｯｺｳ)
       PGM-OPEN-POSMST         SECTION.
       PGM-OPEN-POSMST-S.
               MOVE           OUT-REC-TYPE  TO  SORT-TYPE
               MOVE           OUT-AMOUNT    TO  SORT-AMOUNT
               MOVE           OUT-SOURCE    TO  SORT-SOURCE
               MOVE           OUT-CCY       TO  SORT-CCY
               MOVE           OUT-ORIG-AMOUNT
                                            TO  SORT-ORIG-AMOUNT
               RELEASE        SORT-REC
             ELSE
               IF             OUT-TRL-CLASS  =  'R'
           PERFORM            PGM-KEY-CLOSE
         END-IF.
         PERFORM              PGM-GRAND-RECAP.
         PERFORM              PGM-CCY-RECAP.
       PGM-SORT-OUT-E.
         EXIT.
      *-- ｺﾝﾄﾛｰﾙ ﾌﾞﾚｲｸ ﾊﾝﾃｲ (KEY ｶﾜﾘﾒ ﾃﾞ ｸﾛｰｽﾞ/ｵｰﾌﾟﾆﾝｸﾞ)
         END-PERFORM.
       PGM-FIND-OPENING-E.
         EXIT.
      *-- ｽﾃｰﾄﾒﾝﾄ ﾒｲｻｲｷﾞｮｳ (ﾋﾂﾞｹ/ﾀｲﾌﾟ/ｷﾝｶﾞｸ/ｿｰｽ/ｹﾞﾝ ﾂｳｶ ﾄ ｹﾞﾝ ｷﾝｶﾞｸ,
      *-- D ｶｻﾝ / C ｹﾞﾝｻﾝ)
       PGM-STMT-DETAIL         SECTION.
       PGM-STMT-DETAIL-S.
         IF                   WS-REPORT-PAGE-COUNT  =  ZERO
         MOVE                 SORT-TYPE    TO  WS-RPT-DTL-TYPE.
         MOVE                 SORT-AMOUNT  TO  WS-RPT-DTL-AMT.
         MOVE                 SORT-SOURCE  TO  WS-RPT-DTL-SOURCE.
         MOVE                 SORT-CCY     TO  WS-RPT-DTL-CCY.
         MOVE                 SORT-ORIG-AMOUNT
                                           TO  WS-RPT-DTL-ORIG.
         WRITE                REPORT-REC  FROM  WS-RPT-DETAIL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         ELSE
           ADD                SORT-AMOUNT  TO  WS-KEY-NET
         END-IF.
         PERFORM              PGM-CCY-TALLY.
       PGM-STMT-DETAIL-E.
         EXIT.
      *-- ﾂｳｶ ﾍﾞﾂ ｼｭｳｹｲ (ｹﾞﾝ ﾂｳｶ ｺﾞﾄ ﾉ ｹﾝｽｳ / ｹﾞﾝ ﾈｯﾄ / ｷｼﾞｭﾝ ﾂｳｶ ﾈｯﾄ)
       PGM-CCY-TALLY           SECTION.
       PGM-CCY-TALLY-S.
         MOVE                 'N'   TO  WS-CCY-FOUND.
         MOVE                 ZERO  TO  WS-CCY-USE-IDX.
         IF                   WS-CCY-ENTRIES  >  ZERO
           PERFORM            VARYING  WS-CCY-IDX  FROM  1  BY  1
               UNTIL          WS-CCY-IDX  >  WS-CCY-ENTRIES
                    OR         WS-CCY-FOUND  =  'Y'
             IF               WS-CCY-ID(WS-CCY-IDX)  =  SORT-CCY
               MOVE           'Y'  TO  WS-CCY-FOUND
               MOVE           WS-CCY-IDX  TO  WS-CCY-USE-IDX
             END-IF
           END-PERFORM
         END-IF.
         IF                   WS-CCY-FOUND  =  'N'
           IF                 WS-CCY-ENTRIES  <  WS-CCY-MAX
             ADD              1  TO  WS-CCY-ENTRIES
             MOVE             SORT-CCY  TO  WS-CCY-ID(WS-CCY-ENTRIES)
             MOVE             ZERO  TO  WS-CCY-COUNT(WS-CCY-ENTRIES)
             MOVE             ZERO  TO  WS-CCY-ORIG-NET(WS-CCY-ENTRIES)
             MOVE             ZERO  TO  WS-CCY-BASE-NET(WS-CCY-ENTRIES)
             MOVE             WS-CCY-ENTRIES  TO  WS-CCY-USE-IDX
           ELSE
             IF               WS-CCY-TABLE-FULL  =  'N'
               MOVE           'Y'  TO  WS-CCY-TABLE-FULL
               DISPLAY        "MONSTMT PGM-CCY-TALLY: CURRENCY "
                              "TABLE FULL AT "  WS-CCY-MAX
                              " - SUBTOTALS INCOMPLETE"
             END-IF
           END-IF
         END-IF.
         IF                   WS-CCY-USE-IDX  >  ZERO
           ADD                1  TO  WS-CCY-COUNT(WS-CCY-USE-IDX)
           IF                 SORT-TYPE  =  'C'
             SUBTRACT         SORT-ORIG-AMOUNT  FROM
                              WS-CCY-ORIG-NET(WS-CCY-USE-IDX)
             SUBTRACT         SORT-AMOUNT  FROM
                              WS-CCY-BASE-NET(WS-CCY-USE-IDX)
           ELSE
             ADD              SORT-ORIG-AMOUNT  TO
                              WS-CCY-ORIG-NET(WS-CCY-USE-IDX)
             ADD              SORT-AMOUNT  TO
                              WS-CCY-BASE-NET(WS-CCY-USE-IDX)
           END-IF
         END-IF.
       PGM-CCY-TALLY-E.
         EXIT.
      *-- ｷｰ ｸﾛｰｼﾞﾝｸﾞ (ｵｰﾌﾟﾆﾝｸﾞ + ﾂｷ ﾈｯﾄ, ｿｳｹｲ ﾍ ｶｻﾝ)
       PGM-KEY-CLOSE           SECTION.
       PGM-KEY-CLOSE-S.
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
         IF                   WS-MONTH-SHORT  =  'Y'
           MOVE               WS-LAST-GEN-DATE  TO  WS-RPT-SHT-LAST
           MOVE               WS-MONTH-END      TO  WS-RPT-SHT-END
           WRITE              REPORT-REC  FROM  WS-RPT-SHORT-LINE
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-GRAND-RECAP-E.
         EXIT.
      *-- ﾂｳｶ ﾍﾞﾂ ｼｮｳｹｲ ｾｸｼｮﾝ (ｿｳｹｲ ﾘｷｬｯﾌﾟ ﾉ ｱﾄ, ｷｼﾞｭﾝ ﾂｳｶ ﾈｯﾄ ﾉ
      *-- ｺﾞｳｹｲ ﾊ DETAIL NET ﾄ ｲｯﾁ)
       PGM-CCY-RECAP           SECTION.
       PGM-CCY-RECAP-S.
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
       PGM-CCY-RECAP-E.
         EXIT.
      *-- ﾄﾘｹｼ ｾｸｼｮﾝ (REVLOG ﾉ ﾄﾘｹｼ ﾋﾂﾞｹ ｶﾞ ﾄｳｹﾞﾂ ﾉ ｹﾝ ｦ ｾﾞﾝｹﾝ,
      *-- ｿｳｻｲ ﾒｲｻｲ ﾊ ｽﾃｰﾄﾒﾝﾄ ﾎﾝﾀｲ ﾆ ﾌｸﾑ, REVLOG ﾐｯｼﾕｳ ﾊ ｼｮｳﾘｬｸ)
       PGM-REVERSAL-SECTION    SECTION.
       PGM-REVERSAL-SECTION-S.
         OPEN                 INPUT  RVL-FL.
         IF                   WS-RVL-STATUS  NOT =  '00'
           DISPLAY            "MONSTMT PGM-REVERSAL-SECTION: REVLOG "
                              "UNAVAILABLE (STATUS="
                              WS-RVL-STATUS
                              ") - REVERSALS SECTION SKIPPED"
         ELSE
           IF                 WS-REPORT-PAGE-COUNT  =  ZERO
               OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
             PERFORM          PGM-REPORT-PAGE-BREAK
           END-IF
           WRITE              REPORT-REC  FROM  WS-RPT-RVS-HDR
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
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
               IF             RVL-RVS-DATE  >=  WS-MONTH-START
                   AND  RVL-RVS-DATE  <  WS-NEXT-MONTH
                 PERFORM      PGM-REVERSAL-LINE
               END-IF
             END-IF
           END-PERFORM
           CLOSE              RVL-FL
           IF                 WS-REPORT-LINE-COUNT >=
                              WS-REPORT-LINES-PER-PAGE
             PERFORM          PGM-REPORT-PAGE-BREAK
           END-IF
           MOVE               WS-RVS-COUNT  TO  WS-RPT-RVS-CNT
           MOVE               WS-RVS-NET    TO  WS-RPT-RVS-NET
           WRITE              REPORT-REC  FROM  WS-RPT-RVS-TOTAL
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-REVERSAL-SECTION-E.
         EXIT.
      *-- ﾄﾘｹｼ ﾒｲｻｲｷﾞｮｳ (ｿｳｻｲ ﾀｲﾌﾟ D ｶｻﾝ / C ｹﾞﾝｻﾝ, ｷﾝｶﾞｸ ﾊ ｹﾞﾝ ﾂｳｶ,
      *-- ﾈｯﾄ ﾊ ｷｼﾞｭﾝ ﾂｳｶ)
       PGM-REVERSAL-LINE       SECTION.
       PGM-REVERSAL-LINE-S.
         IF                   WS-REPORT-LINE-COUNT >=
                              WS-REPORT-LINES-PER-PAGE
           PERFORM            PGM-REPORT-PAGE-BREAK
         END-IF.
         MOVE                 RVL-RVS-DATE     TO  WS-RPT-RVS-DATE.
         MOVE                 RVL-KEY          TO  WS-RPT-RVS-KEY.
         MOVE                 RVL-ORIG-DATE    TO  WS-RPT-RVS-ODATE.
         MOVE                 RVL-ORIG-TYPE    TO  WS-RPT-RVS-OTYPE.
         MOVE                 RVL-OFFSET-TYPE  TO  WS-RPT-RVS-TYPE.
         MOVE                 RVL-AMOUNT       TO  WS-RPT-RVS-AMT.
         MOVE                 RVL-SOURCE       TO  WS-RPT-RVS-SRC.
         IF                   RVL-BASE-AMOUNT  NUMERIC
           MOVE               RVL-CCY          TO  WS-RPT-RVS-CCY
           MOVE               RVL-BASE-AMOUNT  TO  WS-LOG-BASE-AMOUNT
         ELSE
           MOVE               WS-FXR-BASE-CCY  TO  WS-RPT-RVS-CCY
           MOVE               RVL-AMOUNT       TO  WS-LOG-BASE-AMOUNT
         END-IF.
         WRITE                REPORT-REC  FROM  WS-RPT-RVS-LINE.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
         ADD                  1  TO  WS-RVS-COUNT.
         IF                   RVL-OFFSET-TYPE  =  'C'
           SUBTRACT           WS-LOG-BASE-AMOUNT  FROM  WS-RVS-NET
         ELSE
           ADD                WS-LOG-BASE-AMOUNT  TO  WS-RVS-NET
         END-IF.
       PGM-REVERSAL-LINE-E.
         EXIT.
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ｾｸｼｮﾝ (PPALOG ﾉ ｹｲｼﾞｮｳ ﾋﾂﾞｹ ｶﾞ ﾄｳｹﾞﾂ ﾉ ｹﾝ ｦ
      *-- ｾﾞﾝｹﾝ, ﾒｲｻｲ ﾊ ｽﾃｰﾄﾒﾝﾄ ﾎﾝﾀｲ ﾆ ﾌｸﾑ, PPALOG ﾐｯｼﾕｳ ﾊ ｼｮｳﾘｬｸ)
       PGM-PPA-SECTION         SECTION.
       PGM-PPA-SECTION-S.
         OPEN                 INPUT  PPL-FL.
         IF                   WS-PPL-STATUS  NOT =  '00'
           DISPLAY            "MONSTMT PGM-PPA-SECTION: PPALOG "
                              "UNAVAILABLE (STATUS="
                              WS-PPL-STATUS
                              ") - PRIOR-PERIOD SECTION SKIPPED"
         ELSE
           IF                 WS-REPORT-PAGE-COUNT  =  ZERO
               OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
             PERFORM          PGM-REPORT-PAGE-BREAK
           END-IF
           WRITE              REPORT-REC  FROM  WS-RPT-PPA-HDR
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
           MOVE               SPACE  TO  WS-PPL-EOF
           PERFORM            UNTIL  WS-PPL-EOF = '1'
             READ             PPL-FL
               AT END
                 MOVE         '1'  TO  WS-PPL-EOF
             END-READ
             IF               WS-PPL-EOF  NOT =  '1'
               IF             WS-PPL-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             PPL-POST-DATE  >=  WS-MONTH-START
                   AND  PPL-POST-DATE  <  WS-NEXT-MONTH
                 PERFORM      PGM-PPA-LINE
               END-IF
             END-IF
           END-PERFORM
           CLOSE              PPL-FL
           IF                 WS-REPORT-LINE-COUNT >=
                              WS-REPORT-LINES-PER-PAGE
             PERFORM          PGM-REPORT-PAGE-BREAK
           END-IF
           MOVE               WS-PPA-COUNT  TO  WS-RPT-PPA-CNT
           MOVE               WS-PPA-NET    TO  WS-RPT-PPA-NET
           WRITE              REPORT-REC  FROM  WS-RPT-PPA-TOTAL
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-PPA-SECTION-E.
         EXIT.
      *-- ｾﾞﾝｷ ｼｭｳｾｲ ﾒｲｻｲｷﾞｮｳ (ﾀｲﾌﾟ D ｶｻﾝ / C ｹﾞﾝｻﾝ, ｷﾝｶﾞｸ ﾊ ｹﾞﾝ ﾂｳｶ,
      *-- ﾈｯﾄ ﾊ ｷｼﾞｭﾝ ﾂｳｶ)
       PGM-PPA-LINE            SECTION.
       PGM-PPA-LINE-S.
         IF                   WS-REPORT-LINE-COUNT >=
                              WS-REPORT-LINES-PER-PAGE
           PERFORM            PGM-REPORT-PAGE-BREAK
         END-IF.
         MOVE                 PPL-POST-DATE    TO  WS-RPT-PPA-DATE.
         MOVE                 PPL-KEY          TO  WS-RPT-PPA-KEY.
         MOVE                 PPL-ORIG-DATE    TO  WS-RPT-PPA-ODATE.
         MOVE                 PPL-KIND         TO  WS-RPT-PPA-KIND.
         MOVE                 PPL-TYPE         TO  WS-RPT-PPA-TYPE.
         MOVE                 PPL-AMOUNT       TO  WS-RPT-PPA-AMT.
         MOVE                 PPL-SOURCE       TO  WS-RPT-PPA-SRC.
         IF                   PPL-BASE-AMOUNT  NUMERIC
           MOVE               PPL-CCY          TO  WS-RPT-PPA-CCY
           MOVE               PPL-BASE-AMOUNT  TO  WS-LOG-BASE-AMOUNT
         ELSE
           MOVE               WS-FXR-BASE-CCY  TO  WS-RPT-PPA-CCY
           MOVE               PPL-AMOUNT       TO  WS-LOG-BASE-AMOUNT
         END-IF.
         WRITE                REPORT-REC  FROM  WS-RPT-PPA-LINE.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
         ADD                  1  TO  WS-PPA-COUNT.
         IF                   PPL-TYPE  =  'C'
           SUBTRACT           WS-LOG-BASE-AMOUNT  FROM  WS-PPA-NET
         ELSE
           ADD                WS-LOG-BASE-AMOUNT  TO  WS-PPA-NET
         END-IF.
       PGM-PPA-LINE-E.
         EXIT.
      *-- ﾍﾟｰｼﾞ ｸｷﾞﾘ (ﾏｴﾍﾟｰｼﾞﾌｯﾀ + ｼﾝｷﾍｯﾀﾞ)
       PGM-REPORT-PAGE-BREAK   SECTION.
       PGM-REPORT-PAGE-BREAK-S.
         MOVE                 WS-MONTH-START(1:6)  TO
                              WS-RPT-HDR2-MONTH.
         MOVE                 WS-GEN-ENTRIES  TO  WS-RPT-HDR2-GENS.
         MOVE                 WS-MONTH-END    TO
                              WS-RPT-HDR2-MONTH-END.
         WRITE                REPORT-REC  FROM  WS-RPT-HDR2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
      *-- ﾌｧｲﾙCLOSE (ﾌﾞﾚｲｸ ｱﾘ ﾊ RC=8)
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         PERFORM              PGM-REVERSAL-SECTION.
         PERFORM              PGM-PPA-SECTION.
         PERFORM              PGM-REPORT-FOOTER.
         CLOSE                MON-FL
                              REPORT-FL.
         IF                   WS-POSMST-AVAILABLE  =  'Y'
           CLOSE              POSMST-FL
         END-IF.
         PERFORM              PGM-BDC-CLOSE.
         IF                   WS-TIE-BREAK  =  'Y'
           MOVE               8  TO  RETURN-CODE
         ELSE
           IF                 WS-MONTH-SHORT  =  'Y'
             MOVE             4  TO  RETURN-CODE
           END-IF
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBBDCCHK ｷｮｳﾂｳ)
       COPY                 CBBDCCHK
         REPLACING          ==:PGM:==   BY  =='MONSTMT'==.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
                              WS-POSMST-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         DISPLAY              "  BDC-FL STATUS = "  WS-BDC-STATUS.
         DISPLAY              "  RVL-FL STATUS = "  WS-RVL-STATUS.
         DISPLAY              "  PPL-FL STATUS = "  WS-PPL-STATUS.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
