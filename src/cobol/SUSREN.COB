      *---1---------2---------3---------4---------5-----
       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUSREN.
      *
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         SELECT  SUSIN-FL     ASSIGN TO 'SUSPFL'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-SUSIN-STATUS.
         SELECT  MASTER-FL    ASSIGN TO 'master.dat'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY  IS MST-REC-KEY
                              FILE STATUS IS WS-MASTER-STATUS.
         SELECT  SUSOUT-FL    ASSIGN TO 'SUSOUT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-SUSOUT-STATUS.
         SELECT  COR-FL       ASSIGN TO 'SUSCOR'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-COR-STATUS.
         SELECT  REPORT-FL    ASSIGN TO 'SUSRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  SUSIN-FL           LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  SUSIN-REC.
         COPY                 CBSUSREC.
       FD  MASTER-FL          LABEL RECORD STANDARD.
       01  MASTER-REC.
         COPY                 CBMSTREC.
       FD  SUSOUT-FL          LABEL RECORD OMITTED.
       01  SUSOUT-REC         PIC X(43).
       FD  COR-FL             LABEL RECORD OMITTED.
       01  COR-REC.
         COPY                 CBSCRREC.
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       WORKING-STORAGE        SECTION.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-SUSIN-STATUS  PIC X(02).
         03  WS-MASTER-STATUS PIC X(02).
         03  WS-SUSOUT-STATUS PIC X(02).
         03  WS-COR-STATUS    PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
       01  WS-SUSIN-AVAILABLE PIC X(01)  VALUE 'N'.
       01  WS-MASTER-AVAILABLE
                              PIC X(01)  VALUE 'N'.
       01  WS-READ-COUNT      PIC 9(09)  VALUE ZERO.
       01  WS-MATCH-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-OPEN-COUNT      PIC 9(09)  VALUE ZERO.
       01  WS-AGED-COUNT      PIC 9(09)  VALUE ZERO.
       01  WS-MATCH-AMOUNT    PIC S9(09)V99  VALUE ZERO.
       01  WS-CARRY-AMOUNT    PIC S9(09)V99  VALUE ZERO.
      *-- as-of ｹﾝｻｸ ｹｯｶ (SAMPLE PGM-MASTER-ASOF ﾄ ﾄﾞｳｲﾂ ｷｿｸ)
       01  WS-MST-RESULT-DATA PIC X(06)  VALUE SPACES.
       01  WS-ASOF-FOUND      PIC X(01).
       01  WS-ASOF-DONE       PIC X(01).
       01  WS-ITEM-RESULT     PIC X(08).
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-PROC-DATE       PIC 9(08).
       01  WS-PROC-DATE-ENV   PIC X(08).
      *-- ｴｲｼﾞﾄﾞ ﾊﾝﾃｲ ﾆｯｽｳ (環境変数 SUSREN_AGEDAYS, ﾐｾｯﾃｲ ﾊ 10)
       01  WS-AGE-LIMIT       PIC 9(03)  VALUE 010.
       01  WS-AGE-LIMIT-ENV   PIC X(03).
       01  WS-PROC-DATE-INT   PIC 9(08)  VALUE ZERO.
       01  WS-BUS-DATE-INT    PIC 9(08)  VALUE ZERO.
       01  WS-AGE-DAYS        PIC S9(05) VALUE ZERO.
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
         03  FILLER           PIC X(26) VALUE
                              'MASTER SUSPENSE RE-ENRICH'.
         03  FILLER           PIC X(06) VALUE 'PAGE: '.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(23) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(11) VALUE 'PROC DATE: '.
         03  WS-RPT-HDR2-DATE PIC 9(08).
         03  FILLER           PIC X(04) VALUE SPACES.
         03  FILLER           PIC X(11) VALUE 'AGED AFTER '.
         03  WS-RPT-HDR2-AGE  PIC ZZ9.
         03  FILLER           PIC X(05) VALUE ' DAYS'.
         03  FILLER           PIC X(38) VALUE SPACES.
       01  WS-RPT-HDR3.
         03  FILLER           PIC X(10) VALUE 'BUS DATE'.
         03  FILLER           PIC X(05) VALUE 'SRC'.
         03  FILLER           PIC X(03) VALUE 'T'.
         03  FILLER           PIC X(06) VALUE 'KEY'.
         03  FILLER           PIC X(15) VALUE '       AMOUNT'.
         03  FILLER           PIC X(06) VALUE ' AGE'.
         03  FILLER           PIC X(10) VALUE 'RESULT'.
         03  FILLER           PIC X(08) VALUE 'MSTDATA'.
         03  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-DATE  PIC 9(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-SOURCE
                              PIC X(03).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-TYPE  PIC X(01).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-KEY   PIC X(04).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-AMT   PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-AGE   PIC ZZZZ9.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-RESULT
                              PIC X(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-MST   PIC X(06).
         03  FILLER           PIC X(19) VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
         03  FILLER           PIC X(04) VALUE ' END'.
         03  FILLER           PIC X(62) VALUE SPACES.
       01  WS-RPT-FOOTER1.
         03  FILLER           PIC X(06) VALUE 'READ: '.
         03  WS-RPT-FTR-READ  PIC Z(8)9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(09) VALUE 'MATCHED: '.
         03  WS-RPT-FTR-MATCH PIC Z(8)9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(06) VALUE 'OPEN: '.
         03  WS-RPT-FTR-OPEN  PIC Z(8)9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(06) VALUE 'AGED: '.
         03  WS-RPT-FTR-AGED  PIC Z(8)9.
         03  FILLER           PIC X(11) VALUE SPACES.
       01  WS-RPT-FOOTER2.
         03  FILLER           PIC X(16) VALUE 'CORRECTED AMT: '.
         03  WS-RPT-FTR-MAMT  PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(16) VALUE 'CARRIED AMT: '.
         03  WS-RPT-FTR-CAMT  PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(20) VALUE SPACES.
       01  WS-RPT-NO-ITEMS.
         03  FILLER           PIC X(30) VALUE
                              '*** NO SUSPENSE ITEMS ***'.
         03  FILLER           PIC X(50) VALUE SPACES.
      *
       PROCEDURE              DIVISION.
      *-- ﾌﾟﾛｸﾞﾗﾑﾉﾌﾛｰ
       PGM-FLOW               SECTION.
       PGM-FLOW-S.
         PERFORM              PGM-OPEN.
         PERFORM              PGM-RW
           UNTIL              FLG-EOF = '1'.
         PERFORM              PGM-CLOSE.
       PGM-FLOW-E.
         STOP RUN.
      *-- ﾌｧｲﾙOPEN AND ｼｮｶｲﾌｧｲﾙREAD
      *-- (SUSPFL ﾐｯｼﾕｳ ﾊ ｻｽﾍﾟﾝｽ ﾅｼ, ﾏｽﾀ ﾐｯｼﾕｳ ﾊ ｾﾞﾝｹﾝ ｸﾘｺｼ)
       PGM-OPEN               SECTION.
       PGM-OPEN-S.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         PERFORM              PGM-DETECT-PROC-DATE.
         PERFORM              PGM-DETECT-AGE-LIMIT.
         OPEN                 INPUT  SUSIN-FL.
         IF                   WS-SUSIN-STATUS  =  '00'
           MOVE               'Y'  TO  WS-SUSIN-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-SUSIN-AVAILABLE
           DISPLAY            "SUSREN PGM-OPEN: SUSPFL UNAVAILABLE "
                              "(STATUS="  WS-SUSIN-STATUS
                              ") - NO SUSPENSE ITEMS THIS RUN"
         END-IF.
         OPEN                 INPUT  MASTER-FL.
         IF                   WS-MASTER-STATUS  =  '00'
           MOVE               'Y'  TO  WS-MASTER-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-MASTER-AVAILABLE
           DISPLAY            "SUSREN PGM-OPEN: MASTER-FL "
                              "UNAVAILABLE (STATUS="
                              WS-MASTER-STATUS
                              ") - ALL ITEMS CARRIED FORWARD"
         END-IF.
         OPEN                 OUTPUT  SUSOUT-FL
                              OUTPUT  COR-FL
                              OUTPUT  REPORT-FL.
         IF                   WS-SUSOUT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         IF                   WS-COR-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         COMPUTE              WS-PROC-DATE-INT  =
                              FUNCTION INTEGER-OF-DATE(WS-PROC-DATE).
         MOVE                 SPACE  TO  FLG-EOF.
         IF                   WS-SUSIN-AVAILABLE  =  'Y'
           PERFORM            PGM-READ
         ELSE
           MOVE               '1'  TO  FLG-EOF
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
      *-- ｴｲｼﾞﾄﾞ ﾆｯｽｳ ﾊﾝﾃｲ (環境変数 SUSREN_AGEDAYS, 3 ｹﾀ)
       PGM-DETECT-AGE-LIMIT    SECTION.
       PGM-DETECT-AGE-LIMIT-S.
         MOVE                 SPACES  TO  WS-AGE-LIMIT-ENV.
         DISPLAY              "SUSREN_AGEDAYS"  UPON  ENVIRONMENT-NAME.
         ACCEPT                WS-AGE-LIMIT-ENV
                              FROM  ENVIRONMENT-VALUE.
         IF                   WS-AGE-LIMIT-ENV  NUMERIC
           MOVE               WS-AGE-LIMIT-ENV  TO  WS-AGE-LIMIT
         END-IF.
       PGM-DETECT-AGE-LIMIT-E.
         EXIT.
      *-- ﾌｧｲﾙREAD
       PGM-READ               SECTION.
       PGM-READ-S.
         READ                 SUSIN-FL
           AT END
             MOVE             '1'  TO  FLG-EOF
         END-READ.
         IF                   WS-SUSIN-STATUS  NOT =  '00'
             AND WS-SUSIN-STATUS NOT =  '10'
           PERFORM            PGM-ERROR
         END-IF.
         IF                   FLG-EOF  NOT =  '1'
           ADD                1      TO  WS-READ-COUNT
         END-IF.
       PGM-READ-E.
         EXIT.
      *-- ｻｽﾍﾟﾝｽ 1 ｹﾝ ｼｮﾘ: ｹﾞﾝ ｷﾞｮｳﾑ ﾋﾂﾞｹ ﾃﾞ as-of ｻｲｹﾝｻｸ,
      *-- ﾋｯﾄ ﾊ ﾃｲｾｲ ﾚｺｰﾄﾞ, ﾐﾋｯﾄ ﾊ ｸﾘｺｼ (ｹｲｶ ﾆｯｽｳ ｺｴ ﾊ ｴｲｼﾞﾄﾞ)
       PGM-RW                 SECTION.
       PGM-RW-S.
         IF                   WS-MASTER-AVAILABLE  =  'Y'
           PERFORM            PGM-MASTER-ASOF
         ELSE
           MOVE               'N'     TO  WS-ASOF-FOUND
           MOVE               SPACES  TO  WS-MST-RESULT-DATA
         END-IF.
         COMPUTE              WS-BUS-DATE-INT  =
                              FUNCTION INTEGER-OF-DATE(SUS-BUS-DATE).
         COMPUTE              WS-AGE-DAYS  =
                              WS-PROC-DATE-INT  -  WS-BUS-DATE-INT.
         IF                   WS-AGE-DAYS  <  ZERO
           MOVE               ZERO  TO  WS-AGE-DAYS
         END-IF.
         IF                   WS-ASOF-FOUND  =  'Y'
           PERFORM            PGM-CORRECTION-WRITE
         ELSE
           PERFORM            PGM-CARRY-WRITE
         END-IF.
         PERFORM              PGM-REPORT-DETAIL.
         PERFORM              PGM-READ.
       PGM-RW-E.
         EXIT.
      *-- ﾏｽﾀ as-of ｹﾝｻｸ: ｷｰ ﾉ ｾﾀﾞｲ ｦ START ｼ
      *-- ｹﾞﾝ ｷﾞｮｳﾑ ﾋﾂﾞｹ (SUS-BUS-DATE) ｲｶ ﾉ ｻｲｼﾝ ｾﾀﾞｲ ｦ ｻｲﾖｳ
       PGM-MASTER-ASOF         SECTION.
       PGM-MASTER-ASOF-S.
         MOVE                 'N'  TO  WS-ASOF-FOUND.
         MOVE                 'N'  TO  WS-ASOF-DONE.
         MOVE                 SPACES  TO  WS-MST-RESULT-DATA.
         MOVE                 SUS-KEY  TO  MST-KEY.
         MOVE                 ZERO     TO  MST-EFF-DATE.
         START                MASTER-FL  KEY  NOT <  MST-REC-KEY
           INVALID KEY
             MOVE             'Y'  TO  WS-ASOF-DONE
         END-START.
         IF                   WS-ASOF-DONE  NOT =  'Y'
             AND  WS-MASTER-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         PERFORM              UNTIL  WS-ASOF-DONE  =  'Y'
           READ               MASTER-FL  NEXT
             AT END
               MOVE           'Y'  TO  WS-ASOF-DONE
           END-READ
           IF                 WS-ASOF-DONE  NOT =  'Y'
             IF               WS-MASTER-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             IF               MST-KEY  NOT =  SUS-KEY
                 OR  MST-EFF-DATE  >  SUS-BUS-DATE
               MOVE           'Y'  TO  WS-ASOF-DONE
             ELSE
               MOVE           'Y'  TO  WS-ASOF-FOUND
               MOVE           MST-DATA  TO  WS-MST-RESULT-DATA
             END-IF
           END-IF
         END-PERFORM.
       PGM-MASTER-ASOF-E.
         EXIT.
      *-- ﾃｲｾｲ ﾚｺｰﾄﾞ ｼｭﾂﾘｮｸ (ｹﾞﾝ ｷﾞｮｳﾑ ﾋﾂﾞｹ + ｻｲｴﾝﾘｯﾁ ﾏｽﾀ ﾃﾞｰﾀ)
       PGM-CORRECTION-WRITE    SECTION.
       PGM-CORRECTION-WRITE-S.
         MOVE                 SUS-BUS-DATE        TO  SCR-BUS-DATE.
         MOVE                 SUS-REC-TYPE        TO  SCR-REC-TYPE.
         MOVE                 SUS-KEY             TO  SCR-KEY.
         MOVE                 SUS-AMOUNT          TO  SCR-AMOUNT.
         MOVE                 WS-MST-RESULT-DATA  TO  SCR-MST-DATA.
         MOVE                 SUS-SOURCE          TO  SCR-SOURCE.
         MOVE                 WS-PROC-DATE        TO  SCR-FIX-DATE.
         WRITE                COR-REC.
         IF                   WS-COR-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-MATCH-COUNT.
         IF                   SUS-REC-TYPE  =  'C'
           SUBTRACT           SUS-AMOUNT  FROM  WS-MATCH-AMOUNT
         ELSE
           ADD                SUS-AMOUNT  TO  WS-MATCH-AMOUNT
         END-IF.
         MOVE                 'MATCHED'  TO  WS-ITEM-RESULT.
       PGM-CORRECTION-WRITE-E.
         EXIT.
      *-- ﾐﾋｯﾄ ｸﾘｺｼ (ｹｲｶ ﾆｯｽｳ ｶﾞ SUSREN_AGEDAYS ｺｴ ﾊ 'A')
       PGM-CARRY-WRITE         SECTION.
       PGM-CARRY-WRITE-S.
         MOVE                 WS-AGE-DAYS  TO  SUS-AGE-DAYS.
         IF                   WS-AGE-DAYS  >  WS-AGE-LIMIT
           MOVE               'A'     TO  SUS-STATUS
           ADD                1       TO  WS-AGED-COUNT
           MOVE               'AGED'  TO  WS-ITEM-RESULT
         ELSE
           MOVE               'O'     TO  SUS-STATUS
           ADD                1       TO  WS-OPEN-COUNT
           MOVE               'OPEN'  TO  WS-ITEM-RESULT
         END-IF.
         WRITE                SUSOUT-REC  FROM  SUSIN-REC.
         IF                   WS-SUSOUT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         IF                   SUS-REC-TYPE  =  'C'
           SUBTRACT           SUS-AMOUNT  FROM  WS-CARRY-AMOUNT
         ELSE
           ADD                SUS-AMOUNT  TO  WS-CARRY-AMOUNT
         END-IF.
       PGM-CARRY-WRITE-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ﾒｲｻｲｷﾞｮｳ ｼｭﾂﾘｮｸ (N ｷﾞｮｳｺﾞﾄﾆ ｶﾞｲﾃﾞｰﾀｾﾂ)
       PGM-REPORT-DETAIL       SECTION.
       PGM-REPORT-DETAIL-S.
         IF                   WS-REPORT-PAGE-COUNT  =  ZERO
             OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
           PERFORM            PGM-REPORT-PAGE-BREAK
         END-IF.
         MOVE                 SUS-BUS-DATE        TO  WS-RPT-DTL-DATE.
         MOVE                 SUS-SOURCE          TO  WS-RPT-DTL-SOURCE.
         MOVE                 SUS-REC-TYPE        TO  WS-RPT-DTL-TYPE.
         MOVE                 SUS-KEY             TO  WS-RPT-DTL-KEY.
         MOVE                 SUS-AMOUNT          TO  WS-RPT-DTL-AMT.
         MOVE                 WS-AGE-DAYS         TO  WS-RPT-DTL-AGE.
         MOVE                 WS-ITEM-RESULT      TO  WS-RPT-DTL-RESULT.
         MOVE                 WS-MST-RESULT-DATA  TO  WS-RPT-DTL-MST.
         WRITE                REPORT-REC  FROM  WS-RPT-DETAIL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-DETAIL-E.
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
         MOVE                 WS-AGE-LIMIT  TO  WS-RPT-HDR2-AGE.
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
      *-- ﾚﾎﾟｰﾄ ｼｭｳｹｲﾌｯﾀ (ﾃｲｾｲ/ｸﾘｺｼ/ｴｲｼﾞﾄﾞ ｹﾝｽｳ ﾄ ｷﾝｶﾞｸ)
       PGM-REPORT-FOOTER       SECTION.
       PGM-REPORT-FOOTER-S.
         IF                   WS-REPORT-PAGE-COUNT  =  ZERO
           PERFORM            PGM-REPORT-PAGE-BREAK
           WRITE              REPORT-REC  FROM  WS-RPT-NO-ITEMS
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
         MOVE                 WS-REPORT-PAGE-COUNT  TO
                              WS-RPT-PGF-PAGE.
         WRITE                REPORT-REC  FROM  WS-RPT-PAGE-FOOTER.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WS-READ-COUNT    TO  WS-RPT-FTR-READ.
         MOVE                 WS-MATCH-COUNT   TO  WS-RPT-FTR-MATCH.
         MOVE                 WS-OPEN-COUNT    TO  WS-RPT-FTR-OPEN.
         MOVE                 WS-AGED-COUNT    TO  WS-RPT-FTR-AGED.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER1.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WS-MATCH-AMOUNT  TO  WS-RPT-FTR-MAMT.
         MOVE                 WS-CARRY-AMOUNT  TO  WS-RPT-FTR-CAMT.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-REPORT-FOOTER-E.
         EXIT.
      *-- ﾌｧｲﾙCLOSE (ｴｲｼﾞﾄﾞ ｱﾘ ﾊ RC=4 ﾃﾞ ｳﾝﾖｳ ﾍ ﾂｳﾁ)
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         PERFORM              PGM-REPORT-FOOTER.
         IF                   WS-SUSIN-AVAILABLE  =  'Y'
           CLOSE              SUSIN-FL
         END-IF.
         IF                   WS-MASTER-AVAILABLE  =  'Y'
           CLOSE              MASTER-FL
         END-IF.
         CLOSE                SUSOUT-FL
                              COR-FL
                              REPORT-FL.
         IF                   WS-AGED-COUNT  >  ZERO
           MOVE               4  TO  RETURN-CODE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "SUSREN PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  SUSIN-FL STATUS = "  WS-SUSIN-STATUS.
         DISPLAY              "  MASTER-FL STATUS = "
                              WS-MASTER-STATUS.
         DISPLAY              "  SUSOUT-FL STATUS = "
                              WS-SUSOUT-STATUS.
         DISPLAY              "  COR-FL STATUS = "  WS-COR-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         DISPLAY              "  RECORD POSITION (WS-READ-COUNT) = "
                              WS-READ-COUNT.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
         EXIT.
