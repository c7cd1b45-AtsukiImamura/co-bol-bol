      *---1---------2---------3---------4---------5-----
       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            DQCARD.
      *
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         SELECT  DQH-FL       ASSIGN TO 'DQHIST'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-DQH-STATUS.
         SELECT  SORT-FL      ASSIGN TO 'DQSORTWK'.
         SELECT  REPORT-FL    ASSIGN TO 'DQRPT'
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
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ｲﾍﾞﾝﾄ ﾘﾚｷ (SAMPLE/RECYCLE/ESCMGR ｶﾞ ﾙｲｾｷ ﾂｲｶ)
       FD  DQH-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  DQH-REC.
         COPY                 CBDQHREC.
      *-- SORT-DAYS ﾊ 'P' ﾉ ｼｮｶｲ ｷｬｸｶ ｶﾗ ｾｲｼﾞｮｳ ｹｲｼﾞｮｳ ﾏﾃﾞ ﾉ
      *-- ｴｲｷﾞｮｳ ﾆｯｽｳ (SORT-DATED 'Y' ﾉ ﾄｷ ﾉﾐ ﾕｳｺｳ)
       SD  SORT-FL.
       01  SORT-REC.
         03  SORT-SOURCE      PIC X(03).
         03  SORT-EVENT       PIC X(01).
         03  SORT-REASON      PIC X(02).
         03  SORT-CYCLE       PIC 9(01).
         03  SORT-COUNT       PIC 9(09).
         03  SORT-DAYS        PIC 9(05).
         03  SORT-DATED       PIC X(01).
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       FD  BDC-FL             LABEL RECORD STANDARD.
       01  BDC-REC.
         COPY                 CBBDCREC.
       WORKING-STORAGE        SECTION.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-DQH-STATUS    PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
         03  WS-BDC-STATUS    PIC X(02).
       01  WS-DQH-AVAILABLE   PIC X(01)  VALUE 'N'.
       01  WS-DQH-EOF         PIC X(01).
       01  WS-MONTH-ENV       PIC X(06).
       01  WS-MONTH-START     PIC 9(08)  VALUE ZERO.
       01  WS-NEXT-MONTH      PIC 9(08)  VALUE ZERO.
       01  WS-EVENT-READ      PIC 9(09)  VALUE ZERO.
       01  WS-EVENT-USED      PIC 9(09)  VALUE ZERO.
       01  WS-EVENT-SKIPPED   PIC 9(09)  VALUE ZERO.
       01  WS-SOURCE-COUNT    PIC 9(05)  VALUE ZERO.
       01  WS-HOLD-HAVE       PIC X(01)  VALUE 'N'.
       01  WS-HOLD-SOURCE     PIC X(03)  VALUE LOW-VALUES.
      *-- ｼｭｳｹｲ ﾜｰｸ (1=ｿｰｽ ﾍﾞﾂ, 2=ｾﾞﾝ ｿｰｽ ｺﾞｳｹｲ)
      *-- ｷｬｸｶ ﾘﾕｳ ﾊ ｺｰﾄﾞ 00-99 ｦ ﾐﾁ 1-100 ﾆ, ｽｳﾁ ｲｶﾞｲ ﾊ 101 ﾆ
       01  WS-CNT-IX          PIC 9(01)  VALUE ZERO.
       01  WS-RSN-IX          PIC 9(03)  VALUE ZERO.
       01  WS-RSN-MAX         PIC 9(03)  VALUE 101.
       01  WS-RSN-LINES       PIC 9(03)  VALUE ZERO.
       01  WS-CNT-TABLE.
         03  WS-CNT-ENTRY     OCCURS 2 TIMES.
           05  WS-CNT-RECEIVED
                              PIC 9(09).
           05  WS-CNT-REJECTED
                              PIC 9(09).
           05  WS-CNT-FIXED   PIC 9(09)  OCCURS 3 TIMES.
           05  WS-CNT-ESCALATED
                              PIC 9(09).
           05  WS-CNT-WRITEOFF
                              PIC 9(09).
           05  WS-CNT-RESOLVED
                              PIC 9(09).
           05  WS-CNT-RETURNED
                              PIC 9(09).
           05  WS-CNT-POSTED  PIC 9(09).
           05  WS-CNT-DATED   PIC 9(09).
           05  WS-CNT-DAYS    PIC 9(11).
           05  WS-CNT-RSN     PIC 9(09)  OCCURS 101 TIMES.
       01  WS-CUR-CYCLE       PIC 9(01)  VALUE ZERO.
       01  WS-CUR-RATE        PIC 9(03)V99  VALUE ZERO.
       01  WS-CUR-AVG         PIC 9(05)V9   VALUE ZERO.
       01  WS-RSN-CODE        PIC 9(02)  VALUE ZERO.
       01  WS-BDC-WORK.
         COPY                 CBBDCWRK.
       01  WS-RUN-DATE        PIC 9(08).
      *-- ﾚﾎﾟｰﾄ ｾｲｷﾞｮ
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
                              'DATA QUALITY SCORECARD'.
         03  FILLER           PIC X(06) VALUE 'PAGE: '.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(27) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(07) VALUE 'MONTH: '.
         03  WS-RPT-HDR2-MONTH
                              PIC 9(06).
         03  FILLER           PIC X(33) VALUE
                              '  (DAYS ARE BUSINESS DAYS)'.
         03  FILLER           PIC X(34) VALUE SPACES.
       01  WS-RPT-BLANK       PIC X(80) VALUE SPACES.
       01  WS-RPT-SOURCE.
         03  WS-RPT-SRC-TITLE PIC X(40).
         03  FILLER           PIC X(40) VALUE SPACES.
       01  WS-RPT-RECV.
         03  FILLER           PIC X(12) VALUE '  RECEIVED: '.
         03  WS-RPT-RCV-RECV  PIC Z(8)9.
         03  FILLER           PIC X(12) VALUE '  REJECTED: '.
         03  WS-RPT-RCV-REJ   PIC Z(8)9.
         03  FILLER           PIC X(15) VALUE '  REJECT RATE: '.
         03  WS-RPT-RCV-RATE  PIC ZZ9.99.
         03  FILLER           PIC X(01) VALUE '%'.
         03  FILLER           PIC X(16) VALUE SPACES.
       01  WS-RPT-RSN-HDR.
         03  FILLER           PIC X(21) VALUE
                              '  REJECTED BY REASON:'.
         03  FILLER           PIC X(59) VALUE SPACES.
       01  WS-RPT-RSN-NONE.
         03  FILLER           PIC X(10) VALUE '    NONE'.
         03  FILLER           PIC X(70) VALUE SPACES.
       01  WS-RPT-RSN.
         03  FILLER           PIC X(11) VALUE '    REASON '.
         03  WS-RPT-RSN-CODE  PIC X(02).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-RSN-COUNT PIC Z(8)9.
         03  FILLER           PIC X(56) VALUE SPACES.
       01  WS-RPT-FIXED.
         03  FILLER           PIC X(32) VALUE
                              '  FIXED IN RECYCLE - ATTEMPT 1: '.
         03  WS-RPT-FIX-1     PIC Z(8)9.
         03  FILLER           PIC X(05) VALUE '  2: '.
         03  WS-RPT-FIX-2     PIC Z(8)9.
         03  FILLER           PIC X(05) VALUE '  3: '.
         03  WS-RPT-FIX-3     PIC Z(8)9.
         03  FILLER           PIC X(11) VALUE SPACES.
       01  WS-RPT-ESCAL.
         03  FILLER           PIC X(13) VALUE '  ESCALATED: '.
         03  WS-RPT-ESC-ESC   PIC Z(8)9.
         03  FILLER           PIC X(15) VALUE '  WRITTEN OFF: '.
         03  WS-RPT-ESC-WOFF  PIC Z(8)9.
         03  FILLER           PIC X(12) VALUE '  RESOLVED: '.
         03  WS-RPT-ESC-RES   PIC Z(8)9.
         03  FILLER           PIC X(13) VALUE SPACES.
       01  WS-RPT-RETURNED.
         03  FILLER           PIC X(23) VALUE
                              '  RETURNED TO RECYCLE: '.
         03  WS-RPT-RET-COUNT PIC Z(8)9.
         03  FILLER           PIC X(48) VALUE SPACES.
       01  WS-RPT-POSTED.
         03  FILLER           PIC X(23) VALUE
                              '  POSTED AFTER REPAIR: '.
         03  WS-RPT-PST-COUNT PIC Z(8)9.
         03  FILLER           PIC X(27) VALUE
                              '  AVG DAYS REJECT TO POST: '.
         03  WS-RPT-PST-AVG   PIC ZZZZ9.9.
         03  FILLER           PIC X(14) VALUE SPACES.
       01  WS-RPT-NODATA.
         03  FILLER           PIC X(40) VALUE
                              '*** NO DATA QUALITY EVENTS FOR MONTH'.
         03  FILLER           PIC X(40) VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
         03  FILLER           PIC X(04) VALUE ' END'.
         03  FILLER           PIC X(62) VALUE SPACES.
       01  WS-RPT-FOOTER.
         03  FILLER           PIC X(09) VALUE 'SOURCES: '.
         03  WS-RPT-FTR-SRC   PIC ZZZZ9.
         03  FILLER           PIC X(15) VALUE '  EVENTS READ: '.
         03  WS-RPT-FTR-READ  PIC Z(8)9.
         03  FILLER           PIC X(12) VALUE '  IN MONTH: '.
         03  WS-RPT-FTR-USED  PIC Z(8)9.
         03  FILLER           PIC X(21) VALUE SPACES.
      *
       PROCEDURE              DIVISION.
      *-- ﾌﾟﾛｸﾞﾗﾑﾉﾌﾛｰ (ﾅｲﾌﾞ SORT ﾃﾞ ｿｰｽ ｼﾞｭﾝ ﾆ ｾｲﾚﾂ)
       PGM-FLOW               SECTION.
       PGM-FLOW-S.
         PERFORM              PGM-OPEN.
         SORT                 SORT-FL
           ON ASCENDING KEY   SORT-SOURCE
                              SORT-EVENT
                              SORT-REASON
           INPUT PROCEDURE    PGM-SORT-IN
           OUTPUT PROCEDURE   PGM-SORT-OUT.
         PERFORM              PGM-CLOSE.
       PGM-FLOW-E.
         STOP RUN.
      *-- ﾌｧｲﾙOPEN AND ﾀｲｼｮｳ ﾂｷ ﾉ ｹｯﾃｲ
       PGM-OPEN               SECTION.
       PGM-OPEN-S.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         PERFORM              PGM-DETECT-MONTH.
         PERFORM              PGM-BDC-OPEN.
         OPEN                 OUTPUT  REPORT-FL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 ZERO  TO  WS-CNT-TABLE.
       PGM-OPEN-E.
         EXIT.
      *-- ﾀｲｼｮｳ ﾂｷ ﾊﾝﾃｲ (環境変数 DQCARD_MONTH YYYYMM, ﾐｾｯﾃｲ ﾊ
      *-- ｼﾞｯｺｳﾋﾞ ﾉ ｾﾞﾝｹﾞﾂ), ﾂｷﾞ ﾉ ﾂｷ 1 ﾆﾁ ﾐﾏﾝ ｶﾞ ﾀｲｼｮｳ
       PGM-DETECT-MONTH        SECTION.
       PGM-DETECT-MONTH-S.
         MOVE                 SPACES  TO  WS-MONTH-ENV.
         DISPLAY              "DQCARD_MONTH"  UPON  ENVIRONMENT-NAME.
         ACCEPT                WS-MONTH-ENV
                              FROM  ENVIRONMENT-VALUE.
         IF                   WS-MONTH-ENV  NUMERIC
             AND  WS-MONTH-ENV(5:2)  >=  '01'
             AND  WS-MONTH-ENV(5:2)  <=  '12'
           MOVE               WS-MONTH-ENV  TO  WS-MONTH-START(1:6)
           MOVE               '01'          TO  WS-MONTH-START(7:2)
         ELSE
           MOVE               WS-RUN-DATE(1:6)  TO  WS-MONTH-START(1:6)
           MOVE               '01'              TO  WS-MONTH-START(7:2)
           IF                 WS-MONTH-START(5:2)  =  '01'
             COMPUTE          WS-MONTH-START  =
                              WS-MONTH-START  -  10000  +  1100
           ELSE
             COMPUTE          WS-MONTH-START  =
                              WS-MONTH-START  -  100
           END-IF
         END-IF.
         IF                   WS-MONTH-START(5:2)  =  '12'
           COMPUTE            WS-NEXT-MONTH  =
                              WS-MONTH-START  +  10000  -  1100
         ELSE
           COMPUTE            WS-NEXT-MONTH  =
                              WS-MONTH-START  +  100
         END-IF.
       PGM-DETECT-MONTH-E.
         EXIT.
      *-- SORT ﾆｭｳﾘｮｸ (DQHIST ｦ ｾﾞﾝｹﾝ ﾖﾐ, ﾀｲｼｮｳ ﾂｷ ﾉ ｲﾍﾞﾝﾄ ﾉﾐ
      *-- RELEASE, ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ｶﾗ ﾉ ｽｺｱｶｰﾄﾞ)
       PGM-SORT-IN             SECTION.
       PGM-SORT-IN-S.
         OPEN                 INPUT  DQH-FL.
         IF                   WS-DQH-STATUS  NOT =  '00'
           DISPLAY            "DQCARD PGM-SORT-IN: DQHIST "
                              "UNAVAILABLE (STATUS="
                              WS-DQH-STATUS
                              ") - EMPTY SCORECARD"
         ELSE
           MOVE               'Y'    TO  WS-DQH-AVAILABLE
           MOVE               SPACE  TO  WS-DQH-EOF
           PERFORM            UNTIL  WS-DQH-EOF = '1'
             READ             DQH-FL
               AT END
                 MOVE         '1'  TO  WS-DQH-EOF
             END-READ
             IF               WS-DQH-EOF  NOT =  '1'
               IF             WS-DQH-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               ADD            1  TO  WS-EVENT-READ
               IF             DQH-DATE  NUMERIC
                   AND  DQH-DATE  >=  WS-MONTH-START
                   AND  DQH-DATE  <   WS-NEXT-MONTH
                 PERFORM      PGM-RELEASE-EVENT
               END-IF
             END-IF
           END-PERFORM
           CLOSE              DQH-FL
         END-IF.
       PGM-SORT-IN-E.
         EXIT.
      *-- ｲﾍﾞﾝﾄ RELEASE ('P' ﾊ ｼｮｶｲ ｷｬｸｶ ﾋﾞ ｶﾗ ｹｲｼﾞｮｳ ﾋﾞ ﾏﾃﾞ ﾉ
      *-- ｴｲｷﾞｮｳ ﾆｯｽｳ ｦ ｶﾚﾝﾀﾞ ﾃﾞ ｻﾝｼｭﾂ, ｼｮｶｲ ﾋﾂﾞｹ ﾌﾒｲ ﾊ ｼｭｳｹｲ ｶﾞｲ)
       PGM-RELEASE-EVENT       SECTION.
       PGM-RELEASE-EVENT-S.
         MOVE                 DQH-SOURCE  TO  SORT-SOURCE.
         MOVE                 DQH-EVENT   TO  SORT-EVENT.
         MOVE                 DQH-REASON  TO  SORT-REASON.
         IF                   DQH-CYCLE  NUMERIC
           MOVE               DQH-CYCLE  TO  SORT-CYCLE
         ELSE
           MOVE               ZERO       TO  SORT-CYCLE
         END-IF.
         IF                   DQH-COUNT  NUMERIC
           MOVE               DQH-COUNT  TO  SORT-COUNT
         ELSE
           MOVE               1          TO  SORT-COUNT
         END-IF.
         MOVE                 ZERO  TO  SORT-DAYS.
         MOVE                 'N'   TO  SORT-DATED.
         IF                   DQH-EVENT  =  'P'
           IF                 DQH-FIRST-DATE  NUMERIC
               AND  DQH-FIRST-DATE  >  ZERO
               AND  DQH-FIRST-DATE  <=  DQH-DATE
             MOVE             DQH-FIRST-DATE  TO  WS-BDC-FROM-DATE
             MOVE             DQH-DATE        TO  WS-BDC-TO-DATE
             PERFORM          PGM-BDC-WORKDAYS
             MOVE             WS-BDC-DAYS     TO  SORT-DAYS
             MOVE             'Y'             TO  SORT-DATED
           ELSE
             ADD              1  TO  WS-EVENT-SKIPPED
           END-IF
         END-IF.
         ADD                  1  TO  WS-EVENT-USED.
         RELEASE              SORT-REC.
       PGM-RELEASE-EVENT-E.
         EXIT.
      *-- SORT ｼｭﾂﾘｮｸ (ｿｰｽ ｺﾝﾄﾛｰﾙ ﾌﾞﾚｲｸ ﾃﾞ ｿｰｽ ﾍﾞﾂ ﾌﾞﾛｯｸ,
      *-- ｻｲｺﾞ ﾆ ｾﾞﾝ ｿｰｽ ｺﾞｳｹｲ)
       PGM-SORT-OUT            SECTION.
       PGM-SORT-OUT-S.
         MOVE                 SPACE  TO  FLG-EOF.
         PERFORM              UNTIL  FLG-EOF = '1'
           RETURN             SORT-FL
             AT END
               MOVE           '1'  TO  FLG-EOF
           END-RETURN
           IF                 FLG-EOF  NOT =  '1'
             IF               SORT-SOURCE  NOT =  WS-HOLD-SOURCE
               IF             WS-HOLD-HAVE  =  'Y'
                 PERFORM      PGM-SOURCE-BREAK
               END-IF
               MOVE           SORT-SOURCE  TO  WS-HOLD-SOURCE
               MOVE           'Y'          TO  WS-HOLD-HAVE
             END-IF
             PERFORM          VARYING  WS-CNT-IX  FROM  1  BY  1
                              UNTIL  WS-CNT-IX  >  2
               PERFORM        PGM-ACCUMULATE
             END-PERFORM
           END-IF
         END-PERFORM.
         IF                   WS-HOLD-HAVE  =  'Y'
           PERFORM            PGM-SOURCE-BREAK
           MOVE               '*** ALL SOURCES ***'  TO
                              WS-RPT-SRC-TITLE
           MOVE               2  TO  WS-CNT-IX
           PERFORM            PGM-REPORT-BLOCK
         ELSE
           PERFORM            PGM-REPORT-LINE-CHECK
           WRITE              REPORT-REC  FROM  WS-RPT-NODATA
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-SORT-OUT-E.
         EXIT.
      *-- ｿｰｽ ｶﾜﾘﾒ (ｿｰｽ ﾍﾞﾂ ﾌﾞﾛｯｸ ｼｭﾂﾘｮｸ ｺﾞ ｿｰｽ ﾍﾞﾂ ﾜｰｸ ｸﾘｱ)
       PGM-SOURCE-BREAK        SECTION.
       PGM-SOURCE-BREAK-S.
         ADD                  1  TO  WS-SOURCE-COUNT.
         MOVE                 SPACES  TO  WS-RPT-SRC-TITLE.
         MOVE                 'SOURCE: '      TO  WS-RPT-SRC-TITLE.
         MOVE                 WS-HOLD-SOURCE  TO  WS-RPT-SRC-TITLE(9:3).
         MOVE                 1  TO  WS-CNT-IX.
         PERFORM              PGM-REPORT-BLOCK.
         MOVE                 ZERO  TO  WS-CNT-ENTRY(1).
       PGM-SOURCE-BREAK-E.
         EXIT.
      *-- ｲﾍﾞﾝﾄ ｼｭｳｹｲ (WS-CNT-IX ﾉ ﾜｰｸ ﾍ ｶｻﾝ, ｼﾄﾞｳ 3 ｲｼﾞｮｳ ﾊ 3,
      *-- ｼｮｶｲ ﾋﾂﾞｹ ﾌﾒｲ ﾉ 'P' ﾊ ｹﾝｽｳ ﾉﾐ ﾃﾞ ﾍｲｷﾝ ﾆｯｽｳ ｶﾞｲ)
       PGM-ACCUMULATE          SECTION.
       PGM-ACCUMULATE-S.
         EVALUATE             SORT-EVENT
           WHEN               'I'
             ADD              SORT-COUNT  TO  WS-CNT-RECEIVED(WS-CNT-IX)
           WHEN               'J'
             ADD              SORT-COUNT  TO  WS-CNT-REJECTED(WS-CNT-IX)
             IF               SORT-REASON  NUMERIC
               MOVE           SORT-REASON  TO  WS-RSN-CODE
               COMPUTE        WS-RSN-IX  =  WS-RSN-CODE  +  1
             ELSE
               MOVE           WS-RSN-MAX   TO  WS-RSN-IX
             END-IF
             ADD              SORT-COUNT  TO
                              WS-CNT-RSN(WS-CNT-IX WS-RSN-IX)
           WHEN               'F'
             MOVE             SORT-CYCLE  TO  WS-CUR-CYCLE
             IF               WS-CUR-CYCLE  <  1
               MOVE           1  TO  WS-CUR-CYCLE
             END-IF
             IF               WS-CUR-CYCLE  >  3
               MOVE           3  TO  WS-CUR-CYCLE
             END-IF
             ADD              SORT-COUNT  TO
                              WS-CNT-FIXED(WS-CNT-IX WS-CUR-CYCLE)
           WHEN               'E'
             ADD              SORT-COUNT  TO
                              WS-CNT-ESCALATED(WS-CNT-IX)
           WHEN               'W'
             ADD              SORT-COUNT  TO  WS-CNT-WRITEOFF(WS-CNT-IX)
           WHEN               'R'
             ADD              SORT-COUNT  TO  WS-CNT-RESOLVED(WS-CNT-IX)
           WHEN               'X'
             ADD              SORT-COUNT  TO  WS-CNT-RETURNED(WS-CNT-IX)
           WHEN               'P'
             ADD              SORT-COUNT  TO  WS-CNT-POSTED(WS-CNT-IX)
             IF               SORT-DATED  =  'Y'
               ADD            SORT-COUNT  TO  WS-CNT-DATED(WS-CNT-IX)
               ADD            SORT-DAYS   TO  WS-CNT-DAYS(WS-CNT-IX)
             END-IF
           WHEN               OTHER
             CONTINUE
         END-EVALUATE.
       PGM-ACCUMULATE-E.
         EXIT.
      *-- ｽｺｱｶｰﾄﾞ ﾌﾞﾛｯｸ ｼｭﾂﾘｮｸ (WS-CNT-IX ﾉ ﾜｰｸ, ﾐﾀﾞｼ ﾊ
      *-- WS-RPT-SRC-TITLE ﾆ ｾｯﾄ ｽﾞﾐ)
       PGM-REPORT-BLOCK        SECTION.
       PGM-REPORT-BLOCK-S.
         PERFORM              PGM-REPORT-LINE-CHECK.
         WRITE                REPORT-REC  FROM  WS-RPT-SOURCE.
         PERFORM              PGM-REPORT-LINE-DONE.
         MOVE                 ZERO  TO  WS-CUR-RATE.
         IF                   WS-CNT-RECEIVED(WS-CNT-IX)  >  ZERO
           COMPUTE            WS-CUR-RATE  ROUNDED  =
                              WS-CNT-REJECTED(WS-CNT-IX)  *  100
                              /  WS-CNT-RECEIVED(WS-CNT-IX)
             ON SIZE ERROR
               MOVE           999.99  TO  WS-CUR-RATE
           END-COMPUTE
         END-IF.
         MOVE                 WS-CNT-RECEIVED(WS-CNT-IX)  TO
                              WS-RPT-RCV-RECV.
         MOVE                 WS-CNT-REJECTED(WS-CNT-IX)  TO
                              WS-RPT-RCV-REJ.
         MOVE                 WS-CUR-RATE  TO  WS-RPT-RCV-RATE.
         PERFORM              PGM-REPORT-LINE-CHECK.
         WRITE                REPORT-REC  FROM  WS-RPT-RECV.
         PERFORM              PGM-REPORT-LINE-DONE.
         PERFORM              PGM-REPORT-LINE-CHECK.
         WRITE                REPORT-REC  FROM  WS-RPT-RSN-HDR.
         PERFORM              PGM-REPORT-LINE-DONE.
         MOVE                 ZERO  TO  WS-RSN-LINES.
         PERFORM              VARYING  WS-RSN-IX  FROM  1  BY  1
                              UNTIL  WS-RSN-IX  >  WS-RSN-MAX
           IF                 WS-CNT-RSN(WS-CNT-IX WS-RSN-IX)  >  ZERO
             PERFORM          PGM-REPORT-REASON
           END-IF
         END-PERFORM.
         IF                   WS-RSN-LINES  =  ZERO
           PERFORM            PGM-REPORT-LINE-CHECK
           WRITE              REPORT-REC  FROM  WS-RPT-RSN-NONE
           PERFORM            PGM-REPORT-LINE-DONE
         END-IF.
         MOVE                 WS-CNT-FIXED(WS-CNT-IX 1)  TO
                              WS-RPT-FIX-1.
         MOVE                 WS-CNT-FIXED(WS-CNT-IX 2)  TO
                              WS-RPT-FIX-2.
         MOVE                 WS-CNT-FIXED(WS-CNT-IX 3)  TO
                              WS-RPT-FIX-3.
         PERFORM              PGM-REPORT-LINE-CHECK.
         WRITE                REPORT-REC  FROM  WS-RPT-FIXED.
         PERFORM              PGM-REPORT-LINE-DONE.
         MOVE                 WS-CNT-ESCALATED(WS-CNT-IX)  TO
                              WS-RPT-ESC-ESC.
         MOVE                 WS-CNT-WRITEOFF(WS-CNT-IX)  TO
                              WS-RPT-ESC-WOFF.
         MOVE                 WS-CNT-RESOLVED(WS-CNT-IX)  TO
                              WS-RPT-ESC-RES.
         PERFORM              PGM-REPORT-LINE-CHECK.
         WRITE                REPORT-REC  FROM  WS-RPT-ESCAL.
         PERFORM              PGM-REPORT-LINE-DONE.
         MOVE                 WS-CNT-RETURNED(WS-CNT-IX)  TO
                              WS-RPT-RET-COUNT.
         PERFORM              PGM-REPORT-LINE-CHECK.
         WRITE                REPORT-REC  FROM  WS-RPT-RETURNED.
         PERFORM              PGM-REPORT-LINE-DONE.
         MOVE                 ZERO  TO  WS-CUR-AVG.
         IF                   WS-CNT-DATED(WS-CNT-IX)  >  ZERO
           COMPUTE            WS-CUR-AVG  ROUNDED  =
                              WS-CNT-DAYS(WS-CNT-IX)
                              /  WS-CNT-DATED(WS-CNT-IX)
             ON SIZE ERROR
               MOVE           99999.9  TO  WS-CUR-AVG
           END-COMPUTE
         END-IF.
         MOVE                 WS-CNT-POSTED(WS-CNT-IX)  TO
                              WS-RPT-PST-COUNT.
         MOVE                 WS-CUR-AVG  TO  WS-RPT-PST-AVG.
         PERFORM              PGM-REPORT-LINE-CHECK.
         WRITE                REPORT-REC  FROM  WS-RPT-POSTED.
         PERFORM              PGM-REPORT-LINE-DONE.
         PERFORM              PGM-REPORT-LINE-CHECK.
         WRITE                REPORT-REC  FROM  WS-RPT-BLANK.
         PERFORM              PGM-REPORT-LINE-DONE.
       PGM-REPORT-BLOCK-E.
         EXIT.
      *-- ｷｬｸｶ ﾘﾕｳ ﾍﾞﾂ ｷﾞｮｳ (ﾐﾁ 101 ﾊ ｽｳﾁ ｲｶﾞｲ ﾉ ｺｰﾄﾞ '**')
       PGM-REPORT-REASON       SECTION.
       PGM-REPORT-REASON-S.
         IF                   WS-RSN-IX  =  WS-RSN-MAX
           MOVE               '**'  TO  WS-RPT-RSN-CODE
         ELSE
           COMPUTE            WS-RSN-CODE  =  WS-RSN-IX  -  1
           MOVE               WS-RSN-CODE  TO  WS-RPT-RSN-CODE
         END-IF.
         MOVE                 WS-CNT-RSN(WS-CNT-IX WS-RSN-IX)  TO
                              WS-RPT-RSN-COUNT.
         PERFORM              PGM-REPORT-LINE-CHECK.
         WRITE                REPORT-REC  FROM  WS-RPT-RSN.
         PERFORM              PGM-REPORT-LINE-DONE.
         ADD                  1  TO  WS-RSN-LINES.
       PGM-REPORT-REASON-E.
         EXIT.
      *-- ｷﾞｮｳ ｼｭﾂﾘｮｸ ｺﾞ ﾉ ｽﾃｰﾀｽ ﾁｪｯｸ ﾄ ｷﾞｮｳｽｳ ｶｻﾝ
       PGM-REPORT-LINE-DONE    SECTION.
       PGM-REPORT-LINE-DONE-S.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-LINE-DONE-E.
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
         MOVE                 WS-MONTH-START(1:6)  TO
                              WS-RPT-HDR2-MONTH.
         WRITE                REPORT-REC  FROM  WS-RPT-HDR2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 ZERO  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-PAGE-BREAK-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ｼｭｳｹｲﾌｯﾀ (ｿｰｽ ｽｳ, ｲﾍﾞﾝﾄ ｹﾝｽｳ)
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
         MOVE                 WS-SOURCE-COUNT  TO  WS-RPT-FTR-SRC.
         MOVE                 WS-EVENT-READ    TO  WS-RPT-FTR-READ.
         MOVE                 WS-EVENT-USED    TO  WS-RPT-FTR-USED.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-REPORT-FOOTER-E.
         EXIT.
      *-- ﾌｧｲﾙCLOSE (DQHIST ﾐｯｼﾕｳ ﾏﾀﾊ ﾀｲｼｮｳ ﾂｷ ﾉ ｲﾍﾞﾝﾄ ﾅｼ ﾊ RC=4)
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         PERFORM              PGM-REPORT-FOOTER.
         CLOSE                REPORT-FL.
         PERFORM              PGM-BDC-CLOSE.
         IF                   WS-EVENT-SKIPPED  >  ZERO
           DISPLAY            "DQCARD PGM-CLOSE: "  WS-EVENT-SKIPPED
                              " REPAIRED POSTING(S) WITHOUT A FIRST "
                              "REJECT DATE - EXCLUDED FROM AVERAGE"
         END-IF.
         IF                   WS-DQH-AVAILABLE  =  'N'
             OR  WS-EVENT-USED  =  ZERO
           DISPLAY            "DQCARD PGM-CLOSE: NO DATA QUALITY "
                              "EVENTS FOR MONTH "
                              WS-MONTH-START(1:6)
           MOVE               4  TO  RETURN-CODE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBBDCCHK ｷｮｳﾂｳ)
       COPY                 CBBDCCHK
         REPLACING          ==:PGM:==   BY  =='DQCARD'==.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "DQCARD PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  DQH-FL STATUS = "  WS-DQH-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         DISPLAY              "  BDC-FL STATUS = "  WS-BDC-STATUS.
         DISPLAY              "  EVENTS READ (WS-EVENT-READ) = "
                              WS-EVENT-READ.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
         EXIT.
