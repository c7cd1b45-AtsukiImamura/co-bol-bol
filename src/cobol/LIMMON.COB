      *---1---------2---------3---------4---------5-----
       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            LIMMON.
      *
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         SELECT  LIM-FL       ASSIGN TO 'LIMPRM'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-LIM-STATUS.
         SELECT  POSMST-FL    ASSIGN TO 'POSMST'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY  IS POS-REC-KEY
                              FILE STATUS IS WS-POSMST-STATUS.
         SELECT  BRH-FL       ASSIGN TO 'BRHIST'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS BRH-KEY
                              FILE STATUS IS WS-BRH-STATUS.
         SELECT  SORT-FL      ASSIGN TO 'LIMSORTWK'.
         SELECT  REPORT-FL    ASSIGN TO 'LIMRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
         SELECT  BDC-FL       ASSIGN TO 'BDCAL'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS BDC-DATE
                              FILE STATUS IS WS-BDC-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
      *-- ﾎﾟｼﾞｼｮﾝ ｹﾞﾝﾄﾞ (ｳﾝﾖｳ ﾍﾝｼｭｳ ﾌｧｲﾙ)
       FD  LIM-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  LIM-REC.
         COPY                 CBLIMREC.
       FD  POSMST-FL          LABEL RECORD STANDARD.
       01  POSMST-REC.
         COPY                 CBPOSREC.
      *-- ｹﾞﾝﾄﾞ ﾌﾞﾘｰﾁ ﾘﾚｷ (ｷｰ ﾍﾞﾂ ﾚﾝｿﾞｸ ﾆｯｽｳ)
       FD  BRH-FL             LABEL RECORD STANDARD.
       01  BRH-REC.
         COPY                 CBBRHREC.
      *-- SORT-SECTION: 1=ﾊｰﾄﾞ ﾌﾞﾘｰﾁ 2=ｹｲｺｸ 3=ｹﾞﾝﾄﾞ ﾅｼ
       SD  SORT-FL.
       01  SORT-REC.
         03  SORT-SECTION     PIC 9(01).
         03  SORT-KEY         PIC X(04).
         03  SORT-DATE        PIC 9(08).
         03  SORT-SIDE        PIC X(01).
         03  SORT-CLOSE       PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  SORT-LIMIT       PIC 9(09)V99.
         03  SORT-USED        PIC 9(05).
         03  SORT-DAYS        PIC 9(05).
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       FD  BDC-FL             LABEL RECORD STANDARD.
       01  BDC-REC.
         COPY                 CBBDCREC.
       WORKING-STORAGE        SECTION.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-LIM-STATUS    PIC X(02).
         03  WS-POSMST-STATUS PIC X(02).
         03  WS-BRH-STATUS    PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
         03  WS-BDC-STATUS    PIC X(02).
      *-- ｹﾞﾝﾄﾞ ﾃｰﾌﾞﾙ (LIMPRM ｾﾞﾝｹﾝ ﾛｰﾄﾞ, ｷｰ ﾁｮｳﾌｸ ﾊ ｾﾝﾄｳ ﾕｳｾﾝ)
       01  WS-LIM-MAX         PIC 9(05)  VALUE 02000.
       01  WS-LIM-ENTRIES     PIC 9(05)  VALUE ZERO.
       01  WS-LIM-IDX         PIC 9(05)  VALUE ZERO.
       01  WS-LIM-EOF         PIC X(01).
       01  WS-LIM-FOUND       PIC X(01).
       01  WS-LIM-TABLE.
         03  WS-LIM-ENTRY     OCCURS 2000 TIMES.
           05  WS-LIM-TBL-KEY PIC X(04).
           05  WS-LIM-TBL-LONG
                              PIC 9(09)V99.
           05  WS-LIM-TBL-SHORT
                              PIC 9(09)V99.
           05  WS-LIM-TBL-PCT PIC 9(03).
      *-- ｷｰ ﾍﾞﾂ ｻｲｼﾝ ｾﾀﾞｲ (ｼｮﾘ ﾋﾂﾞｹ ｲｾﾞﾝ) ﾉ ﾎｰﾙﾄﾞ
       01  WS-HOLD-HAVE       PIC X(01)  VALUE 'N'.
       01  WS-HOLD-KEY        PIC X(04)  VALUE LOW-VALUES.
       01  WS-HOLD-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-HOLD-CLOSE      PIC S9(09)V99  VALUE ZERO.
      *-- ﾊﾝﾃｲ ﾜｰｸ (WS-CUR-STATUS: 'H'=ﾊｰﾄﾞ 'W'=ｹｲｺｸ 'N'=ｹﾞﾝﾄﾞ ﾅｲ)
       01  WS-CUR-STATUS      PIC X(01).
       01  WS-CUR-SIDE        PIC X(01).
       01  WS-CUR-EXPOSURE    PIC 9(09)V99  VALUE ZERO.
       01  WS-CUR-LIMIT       PIC 9(09)V99  VALUE ZERO.
       01  WS-CUR-PCT         PIC 9(03)  VALUE ZERO.
       01  WS-CUR-USED        PIC 9(05)  VALUE ZERO.
       01  WS-CUR-DAYS        PIC 9(05)  VALUE ZERO.
       01  WS-PREV-BDATE      PIC 9(08)  VALUE ZERO.
       01  WS-SCAN-DONE       PIC X(01).
       01  WS-KEY-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-WITHIN-COUNT    PIC 9(09)  VALUE ZERO.
       01  WS-WARN-COUNT      PIC 9(09)  VALUE ZERO.
       01  WS-HARD-COUNT      PIC 9(09)  VALUE ZERO.
       01  WS-NOLIM-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-BDC-WORK.
         COPY                 CBBDCWRK.
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-PROC-DATE       PIC 9(08).
       01  WS-PROC-DATE-ENV   PIC X(08).
      *-- ﾚﾎﾟｰﾄ ｸﾌﾞﾝ ｾｲｷﾞｮ (ﾐｶﾞｲﾄｳ ｸﾌﾞﾝ ﾓ ﾐﾀﾞｼ + NONE ｦ ｼｭﾂﾘｮｸ)
       01  WS-RPT-SECTION     PIC 9(01)  VALUE ZERO.
       01  WS-SECTION-LINES   PIC 9(09)  VALUE ZERO.
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
         03  FILLER           PIC X(22) VALUE
                              'POSITION LIMIT MONITOR'.
         03  FILLER           PIC X(06) VALUE 'PAGE: '.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(27) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(11) VALUE 'PROC DATE: '.
         03  WS-RPT-HDR2-DATE PIC 9(08).
         03  FILLER           PIC X(61) VALUE SPACES.
       01  WS-RPT-HDR3.
         03  FILLER           PIC X(12) VALUE 'KEY   SIDE'.
         03  FILLER           PIC X(14) VALUE '     POSITION'.
         03  FILLER           PIC X(14) VALUE '        LIMIT'.
         03  FILLER           PIC X(08) VALUE '  USED%'.
         03  FILLER           PIC X(07) VALUE ' DAYS'.
         03  FILLER           PIC X(10) VALUE 'AS OF'.
         03  FILLER           PIC X(15) VALUE SPACES.
       01  WS-RPT-SECTION-HDR.
         03  WS-RPT-SEC-TITLE PIC X(40).
         03  FILLER           PIC X(40) VALUE SPACES.
       01  WS-RPT-NONE.
         03  FILLER           PIC X(08) VALUE '  NONE'.
         03  FILLER           PIC X(72) VALUE SPACES.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-KEY   PIC X(04).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-SIDE  PIC X(05).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-CLOSE PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-LIMIT PIC ZZZZZZZZ9.99.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-USED  PIC ZZZZ9.
         03  FILLER           PIC X(01) VALUE '%'.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-DAYS  PIC ZZZZ9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-DATE  PIC 9(08).
         03  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-NOLIM.
         03  WS-RPT-NOL-KEY   PIC X(04).
         03  FILLER           PIC X(08) VALUE SPACES.
         03  WS-RPT-NOL-CLOSE PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(03) VALUE SPACES.
         03  FILLER           PIC X(12) VALUE 'NO LIMIT ROW'.
         03  FILLER           PIC X(15) VALUE SPACES.
         03  WS-RPT-NOL-DATE  PIC 9(08).
         03  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
         03  FILLER           PIC X(04) VALUE ' END'.
         03  FILLER           PIC X(62) VALUE SPACES.
       01  WS-RPT-FOOTER.
         03  FILLER           PIC X(14) VALUE 'KEYS CHECKED: '.
         03  WS-RPT-FTR-KEYS  PIC Z(8)9.
         03  FILLER           PIC X(10) VALUE '  WITHIN: '.
         03  WS-RPT-FTR-WITHIN
                              PIC Z(8)9.
         03  FILLER           PIC X(38) VALUE SPACES.
       01  WS-RPT-FOOTER2.
         03  FILLER           PIC X(14) VALUE 'HARD BREACH:  '.
         03  WS-RPT-FTR-HARD  PIC Z(8)9.
         03  FILLER           PIC X(11) VALUE '  WARNING: '.
         03  WS-RPT-FTR-WARN  PIC Z(8)9.
         03  FILLER           PIC X(12) VALUE '  NO LIMIT: '.
         03  WS-RPT-FTR-NOLIM PIC Z(8)9.
         03  FILLER           PIC X(16) VALUE SPACES.
      *
       PROCEDURE              DIVISION.
      *-- ﾌﾟﾛｸﾞﾗﾑﾉﾌﾛｰ (ﾅｲﾌﾞ SORT ﾃﾞ ｸﾌﾞﾝ+KEY ｼﾞｭﾝ ﾆ ｾｲﾚﾂ)
       PGM-FLOW               SECTION.
       PGM-FLOW-S.
         PERFORM              PGM-OPEN.
         SORT                 SORT-FL
           ON ASCENDING KEY   SORT-SECTION
                              SORT-KEY
           INPUT PROCEDURE    PGM-SORT-IN
           OUTPUT PROCEDURE   PGM-SORT-OUT.
         PERFORM              PGM-CLOSE.
       PGM-FLOW-E.
         STOP RUN.
      *-- ﾌｧｲﾙOPEN AND ｹﾞﾝﾄﾞ ﾃｰﾌﾞﾙ ﾛｰﾄﾞ
       PGM-OPEN               SECTION.
       PGM-OPEN-S.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         PERFORM              PGM-DETECT-PROC-DATE.
         PERFORM              PGM-LOAD-LIMITS.
         OPEN                 INPUT  POSMST-FL.
         IF                   WS-POSMST-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         PERFORM              PGM-OPEN-BRHIST.
         PERFORM              PGM-BDC-OPEN.
         MOVE                 WS-PROC-DATE  TO  WS-BDC-DATE.
         PERFORM              PGM-BDC-PREV-DAY.
         MOVE                 WS-BDC-RESULT-DATE  TO  WS-PREV-BDATE.
         OPEN                 OUTPUT  REPORT-FL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-OPEN-E.
         EXIT.
      *-- ﾌﾞﾘｰﾁ ﾘﾚｷ OPEN (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ｼﾝｷ ｻｸｾｲ)
       PGM-OPEN-BRHIST         SECTION.
       PGM-OPEN-BRHIST-S.
         OPEN                 I-O  BRH-FL.
         IF                   WS-BRH-STATUS  =  '35'
           OPEN               OUTPUT  BRH-FL
           IF                 WS-BRH-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           CLOSE              BRH-FL
           OPEN               I-O  BRH-FL
         END-IF.
         IF                   WS-BRH-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-OPEN-BRHIST-E.
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
      *-- ｹﾞﾝﾄﾞ ﾌｧｲﾙ ｾﾞﾝｹﾝ ｦ ﾜｰｸ ﾃｰﾌﾞﾙ ﾆ ﾛｰﾄﾞ (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ
      *-- ｾﾞﾝ ｷｰ ｹﾞﾝﾄﾞ ﾅｼ, ｽｳﾁ ﾌｾｲ ﾉ ｷﾞｮｳ ﾊ ﾑｼ ｼﾃ ｹﾞﾝﾄﾞ ﾅｼ ｱﾂｶｲ)
       PGM-LOAD-LIMITS         SECTION.
       PGM-LOAD-LIMITS-S.
         MOVE                 ZERO  TO  WS-LIM-ENTRIES.
         OPEN                 INPUT  LIM-FL.
         IF                   WS-LIM-STATUS  NOT =  '00'
           DISPLAY            "LIMMON PGM-LOAD-LIMITS: LIMPRM "
                              "UNAVAILABLE (STATUS="
                              WS-LIM-STATUS
                              ") - NO LIMITS THIS RUN"
         ELSE
           MOVE               SPACE  TO  WS-LIM-EOF
           PERFORM            UNTIL  WS-LIM-EOF = '1'
             READ             LIM-FL
               AT END
                 MOVE         '1'  TO  WS-LIM-EOF
             END-READ
             IF               WS-LIM-EOF  NOT =  '1'
               IF             WS-LIM-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             LIM-LONG  NOT NUMERIC
                   OR  LIM-SHORT  NOT NUMERIC
                   OR  LIM-WARN-PCT  NOT NUMERIC
                 DISPLAY      "LIMMON PGM-LOAD-LIMITS: LIMPRM ROW "
                              "INVALID FOR KEY "  LIM-KEY
                              " - ROW IGNORED"
               ELSE
                 IF           WS-LIM-ENTRIES  <  WS-LIM-MAX
                   ADD        1  TO  WS-LIM-ENTRIES
                   MOVE       LIM-KEY  TO
                              WS-LIM-TBL-KEY(WS-LIM-ENTRIES)
                   MOVE       LIM-LONG  TO
                              WS-LIM-TBL-LONG(WS-LIM-ENTRIES)
                   MOVE       LIM-SHORT  TO
                              WS-LIM-TBL-SHORT(WS-LIM-ENTRIES)
                   MOVE       LIM-WARN-PCT  TO
                              WS-LIM-TBL-PCT(WS-LIM-ENTRIES)
                 ELSE
                   DISPLAY    "LIMMON PGM-LOAD-LIMITS: "
                              "LIM TABLE FULL AT "  WS-LIM-MAX
                              " - REMAINING LIMITS IGNORED"
                   MOVE       '1'  TO  WS-LIM-EOF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE              LIM-FL
         END-IF.
       PGM-LOAD-LIMITS-E.
         EXIT.
      *-- SORT ﾆｭｳﾘｮｸ (POSMST ｦ ｾﾞﾝｹﾝ ｼﾞｭﾝ ﾖﾐ, ｷｰ ｶﾜﾘﾒ ﾃﾞ
      *-- ｼｮﾘ ﾋﾂﾞｹ ｲｾﾞﾝ ﾉ ｻｲｼﾝ ｾﾀﾞｲ POS-CLOSE ｦ ﾊﾝﾃｲ)
       PGM-SORT-IN             SECTION.
       PGM-SORT-IN-S.
         MOVE                 'N'  TO  WS-SCAN-DONE.
         MOVE                 LOW-VALUES  TO  POS-REC-KEY.
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
             IF               POS-KEY  NOT =  WS-HOLD-KEY
               IF             WS-HOLD-HAVE  =  'Y'
                 PERFORM      PGM-EVALUATE-KEY
               END-IF
               MOVE           POS-KEY  TO  WS-HOLD-KEY
               MOVE           'N'      TO  WS-HOLD-HAVE
             END-IF
             IF               POS-DATE  <=  WS-PROC-DATE
               MOVE           'Y'        TO  WS-HOLD-HAVE
               MOVE           POS-DATE   TO  WS-HOLD-DATE
               MOVE           POS-CLOSE  TO  WS-HOLD-CLOSE
             END-IF
           END-IF
         END-PERFORM.
         IF                   WS-HOLD-HAVE  =  'Y'
           PERFORM            PGM-EVALUATE-KEY
         END-IF.
       PGM-SORT-IN-E.
         EXIT.
      *-- 1 ｷｰ ﾉ ﾊﾝﾃｲ (ﾌﾟﾗｽ ﾊ LONG, ﾏｲﾅｽ ﾊ SHORT ｹﾞﾝﾄﾞ ﾄ ﾋｶｸ,
      *-- ｹﾞﾝﾄﾞ ｺｴ ﾊ ﾊｰﾄﾞ, ｹｲｺｸ % ｲｼﾞｮｳ ﾊ ｹｲｺｸ, ｹﾞﾝﾄﾞ ﾅｼ ﾃﾞ
      *-- ｻﾞﾝﾀﾞｶ ｱﾘ ﾊ ﾍﾞﾂ ﾘｽﾄ)
       PGM-EVALUATE-KEY        SECTION.
       PGM-EVALUATE-KEY-S.
         ADD                  1  TO  WS-KEY-COUNT.
         PERFORM              PGM-LIMIT-LOOKUP.
         IF                   WS-LIM-FOUND  =  'N'
           IF                 WS-HOLD-CLOSE  NOT =  ZERO
             ADD              1  TO  WS-NOLIM-COUNT
             MOVE             3      TO  SORT-SECTION
             MOVE             SPACE  TO  SORT-SIDE
             MOVE             ZERO   TO  SORT-LIMIT
                                         SORT-USED
                                         SORT-DAYS
             PERFORM          PGM-RELEASE-KEY
           ELSE
             ADD              1  TO  WS-WITHIN-COUNT
           END-IF
         ELSE
           IF                 WS-HOLD-CLOSE  <  ZERO
             MOVE             'S'  TO  WS-CUR-SIDE
             COMPUTE          WS-CUR-EXPOSURE  =
                              ZERO  -  WS-HOLD-CLOSE
             MOVE             WS-LIM-TBL-SHORT(WS-LIM-IDX)  TO
                              WS-CUR-LIMIT
           ELSE
             MOVE             'L'  TO  WS-CUR-SIDE
             MOVE             WS-HOLD-CLOSE  TO  WS-CUR-EXPOSURE
             MOVE             WS-LIM-TBL-LONG(WS-LIM-IDX)  TO
                              WS-CUR-LIMIT
           END-IF
           MOVE               WS-LIM-TBL-PCT(WS-LIM-IDX)  TO
                              WS-CUR-PCT
           MOVE               'N'  TO  WS-CUR-STATUS
           IF                 WS-CUR-EXPOSURE  >  WS-CUR-LIMIT
             MOVE             'H'  TO  WS-CUR-STATUS
           ELSE
             IF               WS-CUR-PCT  >  ZERO
                 AND  WS-CUR-EXPOSURE  >  ZERO
                 AND  WS-CUR-EXPOSURE * 100  >=
                      WS-CUR-LIMIT * WS-CUR-PCT
               MOVE           'W'  TO  WS-CUR-STATUS
             END-IF
           END-IF
           IF                 WS-CUR-LIMIT  >  ZERO
             COMPUTE          WS-CUR-USED  ROUNDED  =
                              WS-CUR-EXPOSURE  *  100  /  WS-CUR-LIMIT
               ON SIZE ERROR
                 MOVE         99999  TO  WS-CUR-USED
             END-COMPUTE
           ELSE
             IF               WS-CUR-EXPOSURE  >  ZERO
               MOVE           99999  TO  WS-CUR-USED
             ELSE
               MOVE           ZERO   TO  WS-CUR-USED
             END-IF
           END-IF
           PERFORM            PGM-HISTORY-UPDATE
           EVALUATE           WS-CUR-STATUS
             WHEN             'H'
               ADD            1  TO  WS-HARD-COUNT
               MOVE           1  TO  SORT-SECTION
             WHEN             'W'
               ADD            1  TO  WS-WARN-COUNT
               MOVE           2  TO  SORT-SECTION
             WHEN             OTHER
               ADD            1  TO  WS-WITHIN-COUNT
           END-EVALUATE
           IF                 WS-CUR-STATUS  NOT =  'N'
             MOVE             WS-CUR-SIDE   TO  SORT-SIDE
             MOVE             WS-CUR-LIMIT  TO  SORT-LIMIT
             MOVE             WS-CUR-USED   TO  SORT-USED
             MOVE             WS-CUR-DAYS   TO  SORT-DAYS
             PERFORM          PGM-RELEASE-KEY
           END-IF
         END-IF.
       PGM-EVALUATE-KEY-E.
         EXIT.
      *-- ｹﾞﾝﾄﾞ ﾃｰﾌﾞﾙ ｹﾝｻｸ (ﾋｯﾄ ｼﾞ WS-LIM-IDX ｶﾞ ｶﾞｲﾄｳ ｷﾞｮｳ)
       PGM-LIMIT-LOOKUP        SECTION.
       PGM-LIMIT-LOOKUP-S.
         MOVE                 'N'  TO  WS-LIM-FOUND.
         PERFORM              VARYING  WS-LIM-IDX  FROM  1  BY  1
                              UNTIL  WS-LIM-IDX  >  WS-LIM-ENTRIES
                                 OR  WS-LIM-FOUND  =  'Y'
           IF                 WS-LIM-TBL-KEY(WS-LIM-IDX)  =  WS-HOLD-KEY
             MOVE             'Y'  TO  WS-LIM-FOUND
           END-IF
         END-PERFORM.
         IF                   WS-LIM-FOUND  =  'Y'
           SUBTRACT           1  FROM  WS-LIM-IDX
         END-IF.
       PGM-LIMIT-LOOKUP-E.
         EXIT.
      *-- SORT ﾚｺｰﾄﾞ RELEASE (ｸﾌﾞﾝ/ｹﾞﾝﾄﾞ ﾊ ﾖﾋﾞﾀﾞｼ ｶﾞﾜ ﾃﾞ ｾｯﾄ ｽﾞﾐ)
       PGM-RELEASE-KEY         SECTION.
       PGM-RELEASE-KEY-S.
         MOVE                 WS-HOLD-KEY    TO  SORT-KEY.
         MOVE                 WS-HOLD-DATE   TO  SORT-DATE.
         MOVE                 WS-HOLD-CLOSE  TO  SORT-CLOSE.
         RELEASE              SORT-REC.
       PGM-RELEASE-KEY-E.
         EXIT.
      *-- ﾌﾞﾘｰﾁ ﾘﾚｷ ｺｳｼﾝ (ﾊｰﾄﾞ ﾌﾞﾘｰﾁ ｶﾞ ｾﾞﾝ ｴｲｷﾞｮｳﾋﾞ ﾏﾀﾊ ﾄｳｼﾞﾂ
      *-- ﾉ ﾊﾝﾃｲ ｶﾗ ﾂﾂﾞｸ ﾊﾞｱｲ ﾊ ｶｲｼﾋﾞ ｦ ﾋｷﾂｷﾞ, ﾆｯｽｳ ﾊ ｶｲｼﾋﾞ ｶﾗ
      *-- ｼｮﾘ ﾋﾂﾞｹ ﾏﾃﾞ ﾉ ｴｲｷﾞｮｳﾋﾞ ｽｳ ﾃﾞ ｻｲｹｲｻﾝ = ｻｲﾗﾝ ﾓ ｵﾅｼﾞ ｹｯｶ)
       PGM-HISTORY-UPDATE      SECTION.
       PGM-HISTORY-UPDATE-S.
         MOVE                 WS-HOLD-KEY  TO  BRH-KEY.
         READ                 BRH-FL
           INVALID KEY
             CONTINUE
         END-READ.
         IF                   WS-BRH-STATUS  NOT =  '00'
           IF                 WS-BRH-STATUS  NOT =  '23'
             PERFORM          PGM-ERROR
           END-IF
           MOVE               WS-HOLD-KEY  TO  BRH-KEY
           MOVE               'N'   TO  BRH-STATUS
           MOVE               ZERO  TO  BRH-LAST-DATE
                                        BRH-FIRST-DATE
                                        BRH-DAYS
         END-IF.
         IF                   WS-CUR-STATUS  =  'H'
           IF                 BRH-STATUS  NOT =  'H'
               OR  BRH-FIRST-DATE  =  ZERO
               OR  (BRH-LAST-DATE  NOT =  WS-PROC-DATE
                    AND  BRH-LAST-DATE  NOT =  WS-PREV-BDATE)
             MOVE             WS-PROC-DATE  TO  BRH-FIRST-DATE
           END-IF
           MOVE               BRH-FIRST-DATE  TO  WS-BDC-FROM-DATE
           MOVE               WS-PROC-DATE    TO  WS-BDC-TO-DATE
           PERFORM            PGM-BDC-WORKDAYS
           COMPUTE            BRH-DAYS  =  WS-BDC-DAYS  +  1
         ELSE
           MOVE               ZERO  TO  BRH-FIRST-DATE
                                        BRH-DAYS
         END-IF.
         MOVE                 BRH-DAYS  TO  WS-CUR-DAYS.
         IF                   WS-BRH-STATUS  =  '00'
           MOVE               WS-CUR-STATUS  TO  BRH-STATUS
           MOVE               WS-PROC-DATE   TO  BRH-LAST-DATE
           MOVE               WS-HOLD-CLOSE  TO  BRH-LAST-CLOSE
           MOVE               WS-CUR-LIMIT   TO  BRH-LIMIT
           REWRITE            BRH-REC
             INVALID KEY
               PERFORM        PGM-ERROR
           END-REWRITE
         ELSE
           IF                 WS-CUR-STATUS  NOT =  'N'
             MOVE             WS-CUR-STATUS  TO  BRH-STATUS
             MOVE             WS-PROC-DATE   TO  BRH-LAST-DATE
             MOVE             WS-HOLD-CLOSE  TO  BRH-LAST-CLOSE
             MOVE             WS-CUR-LIMIT   TO  BRH-LIMIT
             WRITE            BRH-REC
               INVALID KEY
                 PERFORM      PGM-ERROR
             END-WRITE
           END-IF
         END-IF.
       PGM-HISTORY-UPDATE-E.
         EXIT.
      *-- SORT ｼｭﾂﾘｮｸ (ｸﾌﾞﾝ ｺﾝﾄﾛｰﾙ ﾌﾞﾚｲｸ ﾃﾞ 3 ｸﾌﾞﾝ ｦ ｼｭﾂﾘｮｸ)
       PGM-SORT-OUT            SECTION.
       PGM-SORT-OUT-S.
         MOVE                 SPACE  TO  FLG-EOF.
         PERFORM              UNTIL  FLG-EOF = '1'
           RETURN             SORT-FL
             AT END
               MOVE           '1'  TO  FLG-EOF
           END-RETURN
           IF                 FLG-EOF  NOT =  '1'
             PERFORM          PGM-SECTION-NEXT
               UNTIL          WS-RPT-SECTION  =  SORT-SECTION
             PERFORM          PGM-REPORT-DETAIL
           END-IF
         END-PERFORM.
         PERFORM              PGM-SECTION-NEXT
           UNTIL              WS-RPT-SECTION  >  3.
       PGM-SORT-OUT-E.
         EXIT.
      *-- ｸﾌﾞﾝ ｷﾘｶｴ (ｶﾞｲﾄｳ ﾅｼ ﾉ ｸﾌﾞﾝ ﾊ NONE, ﾂｷﾞ ｸﾌﾞﾝ ﾉ ﾐﾀﾞｼ)
       PGM-SECTION-NEXT        SECTION.
       PGM-SECTION-NEXT-S.
         IF                   WS-RPT-SECTION  >  ZERO
             AND  WS-SECTION-LINES  =  ZERO
           PERFORM            PGM-REPORT-LINE-CHECK
           WRITE              REPORT-REC  FROM  WS-RPT-NONE
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
         ADD                  1     TO  WS-RPT-SECTION.
         MOVE                 ZERO  TO  WS-SECTION-LINES.
         IF                   WS-RPT-SECTION  <=  3
           EVALUATE           WS-RPT-SECTION
             WHEN             1
               MOVE           '*** HARD BREACHES ***'  TO
                              WS-RPT-SEC-TITLE
             WHEN             2
               MOVE           '*** WARNINGS ***'  TO
                              WS-RPT-SEC-TITLE
             WHEN             OTHER
               MOVE           '*** KEYS WITH NO LIMIT ROW ***'  TO
                              WS-RPT-SEC-TITLE
           END-EVALUATE
           PERFORM            PGM-REPORT-LINE-CHECK
           WRITE              REPORT-REC  FROM  WS-RPT-SECTION-HDR
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-SECTION-NEXT-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ﾒｲｻｲｷﾞｮｳ ｼｭﾂﾘｮｸ (ｹﾞﾝﾄﾞ ﾅｼ ｸﾌﾞﾝ ﾊ ｻﾞﾝﾀﾞｶ ﾉﾐ)
       PGM-REPORT-DETAIL       SECTION.
       PGM-REPORT-DETAIL-S.
         PERFORM              PGM-REPORT-LINE-CHECK.
         IF                   SORT-SECTION  =  3
           MOVE               SORT-KEY    TO  WS-RPT-NOL-KEY
           MOVE               SORT-CLOSE  TO  WS-RPT-NOL-CLOSE
           MOVE               SORT-DATE   TO  WS-RPT-NOL-DATE
           WRITE              REPORT-REC  FROM  WS-RPT-NOLIM
         ELSE
           MOVE               SORT-KEY    TO  WS-RPT-DTL-KEY
           IF                 SORT-SIDE  =  'S'
             MOVE             'SHORT'  TO  WS-RPT-DTL-SIDE
           ELSE
             MOVE             'LONG'   TO  WS-RPT-DTL-SIDE
           END-IF
           MOVE               SORT-CLOSE  TO  WS-RPT-DTL-CLOSE
           MOVE               SORT-LIMIT  TO  WS-RPT-DTL-LIMIT
           MOVE               SORT-USED   TO  WS-RPT-DTL-USED
           MOVE               SORT-DAYS   TO  WS-RPT-DTL-DAYS
           MOVE               SORT-DATE   TO  WS-RPT-DTL-DATE
           WRITE              REPORT-REC  FROM  WS-RPT-DETAIL
         END-IF.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
         ADD                  1  TO  WS-SECTION-LINES.
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
         MOVE                 WS-PROC-DATE  TO  WS-RPT-HDR2-DATE.
         WRITE                REPORT-REC  FROM  WS-RPT-HDR2.
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
      *-- ﾚﾎﾟｰﾄ ｼｭｳｹｲﾌｯﾀ (ﾊﾝﾃｲ ｹﾝｽｳ)
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
         MOVE                 WS-KEY-COUNT     TO  WS-RPT-FTR-KEYS.
         MOVE                 WS-WITHIN-COUNT  TO  WS-RPT-FTR-WITHIN.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WS-HARD-COUNT    TO  WS-RPT-FTR-HARD.
         MOVE                 WS-WARN-COUNT    TO  WS-RPT-FTR-WARN.
         MOVE                 WS-NOLIM-COUNT   TO  WS-RPT-FTR-NOLIM.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-REPORT-FOOTER-E.
         EXIT.
      *-- ﾌｧｲﾙCLOSE (ﾊｰﾄﾞ ﾌﾞﾘｰﾁ ｱﾘ ﾊ RC=8 ﾃﾞ ﾃﾞｽｸ ﾍ ﾂｳﾁ)
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         PERFORM              PGM-REPORT-FOOTER.
         CLOSE                POSMST-FL
                              BRH-FL
                              REPORT-FL.
         PERFORM              PGM-BDC-CLOSE.
         IF                   WS-HARD-COUNT  >  ZERO
           DISPLAY            "LIMMON PGM-CLOSE: "  WS-HARD-COUNT
                              " KEY(S) IN HARD BREACH FOR "
                              WS-PROC-DATE
           MOVE               8  TO  RETURN-CODE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBBDCCHK ｷｮｳﾂｳ)
       COPY                 CBBDCCHK
         REPLACING          ==:PGM:==   BY  =='LIMMON'==.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "LIMMON PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  LIM-FL STATUS = "  WS-LIM-STATUS.
         DISPLAY              "  POSMST-FL STATUS = "
                              WS-POSMST-STATUS.
         DISPLAY              "  BRH-FL STATUS = "  WS-BRH-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         DISPLAY              "  BDC-FL STATUS = "  WS-BDC-STATUS.
         DISPLAY              "  KEYS CHECKED (WS-KEY-COUNT) = "
                              WS-KEY-COUNT.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
         EXIT.
