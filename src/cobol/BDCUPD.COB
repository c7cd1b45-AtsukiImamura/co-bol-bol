      *---1---------2---------3---------4---------5-----
       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            BDCUPD.
      *
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         SELECT  TRX-FL       ASSIGN TO 'BDCTRX'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-TRX-STATUS.
         SELECT  BDC-FL       ASSIGN TO 'BDCAL'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS BDC-DATE
                              FILE STATUS IS WS-BDC-STATUS.
         SELECT  AUDIT-FL     ASSIGN TO 'BDCAUD'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-AUDIT-STATUS.
         SELECT  REPORT-FL    ASSIGN TO 'BDCRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  TRX-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  TRX-REC            PIC X(38).
       FD  BDC-FL             LABEL RECORD STANDARD.
       01  BDC-REC.
         COPY                 CBBDCREC.
       FD  AUDIT-FL           LABEL RECORD OMITTED.
       01  AUDIT-REC.
         COPY                 CBBDAREC.
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       WORKING-STORAGE        SECTION.
       01  TRX-DATA-AREA.
         COPY                 CBBDTREC.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-TRX-STATUS    PIC X(02).
         03  WS-BDC-STATUS    PIC X(02).
         03  WS-AUDIT-STATUS  PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
       01  WS-TRX-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-APPLY-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(09)  VALUE ZERO.
       01  WS-APPLY-STATUS    PIC X(02).
       01  WS-BEFORE-TYPE     PIC X(01).
       01  WS-BEFORE-DESC     PIC X(20).
       01  WS-AFTER-TYPE      PIC X(01).
       01  WS-AFTER-DESC      PIC X(20).
       01  WS-AUDIT-CAL-DATE  PIC 9(08).
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-RUN-TIME        PIC 9(08).
      *-- ﾈﾝ ｾｲｾｲ ﾜｰｸ ('G')
       01  WS-GEN-WORK.
         03  WS-GEN-YEAR      PIC 9(04).
         03  WS-GEN-INT       PIC 9(08).
         03  WS-GEN-END-INT   PIC 9(08).
         03  WS-GEN-DATE      PIC 9(08).
         03  WS-GEN-DOW       PIC 9(01).
         03  WS-GEN-COUNT     PIC 9(03).
       01  WS-GEN-MSG.
         03  FILLER           PIC X(10) VALUE 'GENERATED '.
         03  WS-GEN-MSG-COUNT PIC ZZ9.
         03  FILLER           PIC X(07) VALUE ' DAYS'.
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
         03  FILLER           PIC X(27) VALUE
                              'BUSINESS CALENDAR REPORT'.
         03  FILLER           PIC X(06) VALUE 'PAGE: '.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(22) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(04) VALUE 'ACT'.
         03  FILLER           PIC X(10) VALUE 'DATE'.
         03  FILLER           PIC X(25) VALUE 'BEFORE'.
         03  FILLER           PIC X(25) VALUE 'AFTER'.
         03  FILLER           PIC X(10) VALUE 'USER'.
         03  FILLER           PIC X(06) VALUE 'STATUS'.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-ACTION
                              PIC X(01).
         03  FILLER           PIC X(03) VALUE SPACES.
         03  WS-RPT-DTL-DATE  PIC 9(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-BEFORE-TYPE
                              PIC X(01).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-BEFORE-DESC
                              PIC X(20).
         03  FILLER           PIC X(03) VALUE SPACES.
         03  WS-RPT-DTL-AFTER-TYPE
                              PIC X(01).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-AFTER-DESC
                              PIC X(20).
         03  FILLER           PIC X(03) VALUE SPACES.
         03  WS-RPT-DTL-USER  PIC X(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-STATUS
                              PIC X(02).
         03  FILLER           PIC X(04) VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
         03  FILLER           PIC X(04) VALUE ' END'.
         03  FILLER           PIC X(62) VALUE SPACES.
       01  WS-RPT-FOOTER.
         03  FILLER           PIC X(12) VALUE 'TRANS READ: '.
         03  WS-RPT-FTR-TRX   PIC Z(8)9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(09) VALUE 'APPLIED: '.
         03  WS-RPT-FTR-APPLY PIC Z(8)9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(10) VALUE 'REJECTED: '.
         03  WS-RPT-FTR-REJECT
                              PIC Z(8)9.
         03  FILLER           PIC X(18) VALUE SPACES.
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
       PGM-OPEN               SECTION.
       PGM-OPEN-S.
         OPEN                 INPUT  TRX-FL.
         IF                   WS-TRX-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         PERFORM              PGM-OPEN-CALENDAR.
         OPEN                 EXTEND  AUDIT-FL.
         IF                   WS-AUDIT-STATUS  =  '35'
           OPEN               OUTPUT  AUDIT-FL
         END-IF.
         IF                   WS-AUDIT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         OPEN                 OUTPUT  REPORT-FL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         MOVE                 SPACE  TO  FLG-EOF.
         PERFORM              PGM-READ.
       PGM-OPEN-E.
         EXIT.
      *-- ｶﾚﾝﾀﾞ OPEN (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ｼﾝｷ ｻｸｾｲ)
       PGM-OPEN-CALENDAR       SECTION.
       PGM-OPEN-CALENDAR-S.
         OPEN                 I-O  BDC-FL.
         IF                   WS-BDC-STATUS  =  '35'
           OPEN               OUTPUT  BDC-FL
           IF                 WS-BDC-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           CLOSE              BDC-FL
           OPEN               I-O  BDC-FL
         END-IF.
         IF                   WS-BDC-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-OPEN-CALENDAR-E.
         EXIT.
      *-- ﾌｧｲﾙREAD
       PGM-READ               SECTION.
       PGM-READ-S.
         READ                 TRX-FL  INTO  TRX-DATA-AREA
           AT END
             MOVE             '1'  TO  FLG-EOF
         END-READ.
         IF                   WS-TRX-STATUS  NOT =  '00'
             AND WS-TRX-STATUS NOT =  '10'
           PERFORM            PGM-ERROR
         END-IF.
         IF                   FLG-EOF  NOT =  '1'
           ADD                1      TO  WS-TRX-COUNT
         END-IF.
       PGM-READ-E.
         EXIT.
      *-- ﾄﾗﾝｻﾞｸｼｮﾝ ﾃｷﾖｳ AND ﾂｷﾞﾉﾌｧｲﾙREAD
      *-- 'G' ﾊ ﾂｲｶ ｼﾀ ﾋﾂﾞｹ ｺﾞﾄﾆ ｶﾝｻ ｼｭﾂﾘｮｸ ｽﾞﾐ ﾉ ﾀﾒ ｺｺﾃﾞﾊ ﾚﾎﾟｰﾄ ﾉﾐ
       PGM-RW                 SECTION.
       PGM-RW-S.
         MOVE                 SPACES  TO  WS-BEFORE-TYPE
                                          WS-BEFORE-DESC
                                          WS-AFTER-TYPE
                                          WS-AFTER-DESC.
         IF                   BDT-DATE  NOT NUMERIC
           MOVE               '14'  TO  WS-APPLY-STATUS
         ELSE
           IF                 FUNCTION TEST-DATE-YYYYMMDD(BDT-DATE)
                                NOT =  ZERO
             MOVE             '14'  TO  WS-APPLY-STATUS
           ELSE
             EVALUATE         BDT-ACTION
               WHEN           'A'
                 PERFORM      PGM-APPLY-ADD
               WHEN           'C'
                 PERFORM      PGM-APPLY-CHANGE
               WHEN           'D'
                 PERFORM      PGM-APPLY-DELETE
               WHEN           'G'
                 PERFORM      PGM-APPLY-GENERATE
               WHEN           OTHER
                 MOVE         '11'  TO  WS-APPLY-STATUS
             END-EVALUATE
           END-IF
         END-IF.
         IF                   WS-APPLY-STATUS  =  'OK'
           ADD                1  TO  WS-APPLY-COUNT
         ELSE
           ADD                1  TO  WS-REJECT-COUNT
         END-IF.
         IF                   BDT-ACTION  NOT =  'G'
             OR  WS-APPLY-STATUS  NOT =  'OK'
           IF                 BDT-DATE  NUMERIC
             MOVE             BDT-DATE  TO  WS-AUDIT-CAL-DATE
           ELSE
             MOVE             ZERO      TO  WS-AUDIT-CAL-DATE
           END-IF
           PERFORM            PGM-AUDIT-WRITE
         END-IF.
         PERFORM              PGM-REPORT-DETAIL.
         PERFORM              PGM-READ.
       PGM-RW-E.
         EXIT.
      *-- ﾋﾞ ｸﾌﾞﾝ ﾁｪｯｸ (A/C ﾉﾐ)
       PGM-TYPE-CHECK          SECTION.
       PGM-TYPE-CHECK-S.
         IF                   BDT-DAY-TYPE  =  'B'  OR  'H'  OR  'W'
           MOVE               'OK'  TO  WS-APPLY-STATUS
         ELSE
           MOVE               '15'  TO  WS-APPLY-STATUS
         END-IF.
       PGM-TYPE-CHECK-E.
         EXIT.
      *-- ﾂｲｶ (ﾋﾂﾞｹ ﾁｮｳﾌｸ ﾊ ｷｬｸｶ)
       PGM-APPLY-ADD           SECTION.
       PGM-APPLY-ADD-S.
         PERFORM              PGM-TYPE-CHECK.
         IF                   WS-APPLY-STATUS  =  'OK'
           MOVE               BDT-DATE  TO  BDC-DATE
           READ               BDC-FL
             INVALID KEY
               CONTINUE
           END-READ
           IF                 WS-BDC-STATUS  =  '00'
             MOVE             '12'  TO  WS-APPLY-STATUS
             MOVE             BDC-DAY-TYPE  TO  WS-BEFORE-TYPE
             MOVE             BDC-DESC      TO  WS-BEFORE-DESC
           ELSE
             IF               WS-BDC-STATUS  NOT =  '23'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             BDT-DATE      TO  BDC-DATE
             MOVE             BDT-DAY-TYPE  TO  BDC-DAY-TYPE
             MOVE             BDT-DESC      TO  BDC-DESC
             MOVE             WS-RUN-DATE   TO  BDC-UPD-DATE
             MOVE             BDT-USER      TO  BDC-UPD-USER
             WRITE            BDC-REC
               INVALID KEY
                 PERFORM      PGM-ERROR
             END-WRITE
             MOVE             BDT-DAY-TYPE  TO  WS-AFTER-TYPE
             MOVE             BDT-DESC      TO  WS-AFTER-DESC
           END-IF
         END-IF.
       PGM-APPLY-ADD-E.
         EXIT.
      *-- ﾍﾝｺｳ (ﾀｲｼｮｳ ﾋﾂﾞｹ ﾅｼ ﾊ ｷｬｸｶ)
       PGM-APPLY-CHANGE        SECTION.
       PGM-APPLY-CHANGE-S.
         PERFORM              PGM-TYPE-CHECK.
         IF                   WS-APPLY-STATUS  =  'OK'
           MOVE               BDT-DATE  TO  BDC-DATE
           READ               BDC-FL
             INVALID KEY
               CONTINUE
           END-READ
           IF                 WS-BDC-STATUS  =  '00'
             MOVE             BDC-DAY-TYPE  TO  WS-BEFORE-TYPE
             MOVE             BDC-DESC      TO  WS-BEFORE-DESC
             MOVE             BDT-DAY-TYPE  TO  BDC-DAY-TYPE
             MOVE             BDT-DESC      TO  BDC-DESC
             MOVE             WS-RUN-DATE   TO  BDC-UPD-DATE
             MOVE             BDT-USER      TO  BDC-UPD-USER
             REWRITE          BDC-REC
               INVALID KEY
                 PERFORM      PGM-ERROR
             END-REWRITE
             MOVE             BDT-DAY-TYPE  TO  WS-AFTER-TYPE
             MOVE             BDT-DESC      TO  WS-AFTER-DESC
           ELSE
             IF               WS-BDC-STATUS  NOT =  '23'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             '13'  TO  WS-APPLY-STATUS
           END-IF
         END-IF.
       PGM-APPLY-CHANGE-E.
         EXIT.
      *-- ｻｸｼﾞｮ (ﾀｲｼｮｳ ﾋﾂﾞｹ ﾅｼ ﾊ ｷｬｸｶ)
       PGM-APPLY-DELETE        SECTION.
       PGM-APPLY-DELETE-S.
         MOVE                 BDT-DATE  TO  BDC-DATE.
         READ                 BDC-FL
           INVALID KEY
             CONTINUE
         END-READ.
         IF                   WS-BDC-STATUS  =  '00'
           MOVE               BDC-DAY-TYPE  TO  WS-BEFORE-TYPE
           MOVE               BDC-DESC      TO  WS-BEFORE-DESC
           DELETE             BDC-FL
             INVALID KEY
               PERFORM        PGM-ERROR
           END-DELETE
           MOVE               'OK'  TO  WS-APPLY-STATUS
         ELSE
           IF                 WS-BDC-STATUS  NOT =  '23'
             PERFORM          PGM-ERROR
           END-IF
           MOVE               '13'  TO  WS-APPLY-STATUS
         END-IF.
       PGM-APPLY-DELETE-E.
         EXIT.
      *-- ﾈﾝ ｾｲｾｲ (BDT-DATE ﾉ ﾈﾝ ﾉ 0101-1231 ｦ ﾄﾞﾆﾁ 'W' / ﾍｲｼﾞﾂ 'B'
      *-- ﾃﾞ ﾂｲｶ, ﾄｳﾛｸｽﾞﾐ ﾉ ﾋﾂﾞｹ (ｷｭｳｼﾞﾂ ﾅﾄﾞ) ﾊ ｿﾉﾏﾏ)
       PGM-APPLY-GENERATE      SECTION.
       PGM-APPLY-GENERATE-S.
         MOVE                 BDT-DATE(1:4)  TO  WS-GEN-YEAR.
         MOVE                 ZERO  TO  WS-GEN-COUNT.
         COMPUTE              WS-GEN-DATE  =  WS-GEN-YEAR  *  10000
                                           +  0101.
         COMPUTE              WS-GEN-INT  =
                              FUNCTION INTEGER-OF-DATE(WS-GEN-DATE).
         COMPUTE              WS-GEN-DATE  =  WS-GEN-YEAR  *  10000
                                           +  1231.
         COMPUTE              WS-GEN-END-INT  =
                              FUNCTION INTEGER-OF-DATE(WS-GEN-DATE).
         PERFORM              UNTIL  WS-GEN-INT  >  WS-GEN-END-INT
           COMPUTE            WS-GEN-DATE  =
                              FUNCTION DATE-OF-INTEGER(WS-GEN-INT)
           PERFORM            PGM-GENERATE-DAY
           ADD                1  TO  WS-GEN-INT
         END-PERFORM.
         MOVE                 SPACES        TO  WS-BEFORE-TYPE
                                                WS-BEFORE-DESC
                                                WS-AFTER-TYPE.
         MOVE                 WS-GEN-COUNT  TO  WS-GEN-MSG-COUNT.
         MOVE                 WS-GEN-MSG    TO  WS-AFTER-DESC.
         MOVE                 'OK'  TO  WS-APPLY-STATUS.
       PGM-APPLY-GENERATE-E.
         EXIT.
      *-- ﾈﾝ ｾｲｾｲ ﾉ 1 ﾆﾁ ﾌﾞﾝ (ﾐﾄｳﾛｸ ﾉﾐ ﾂｲｶ ｼﾃ ｶﾝｻ ｼｭﾂﾘｮｸ)
       PGM-GENERATE-DAY        SECTION.
       PGM-GENERATE-DAY-S.
         MOVE                 WS-GEN-DATE  TO  BDC-DATE.
         READ                 BDC-FL
           INVALID KEY
             CONTINUE
         END-READ.
         IF                   WS-BDC-STATUS  =  '23'
           COMPUTE            WS-GEN-DOW  =
                              FUNCTION MOD(WS-GEN-INT  -  1,  7)
           MOVE               WS-GEN-DATE  TO  BDC-DATE
           IF                 WS-GEN-DOW  >=  5
             MOVE             'W'        TO  BDC-DAY-TYPE
             MOVE             'WEEKEND'  TO  BDC-DESC
           ELSE
             MOVE             'B'        TO  BDC-DAY-TYPE
             MOVE             SPACES     TO  BDC-DESC
           END-IF
           MOVE               WS-RUN-DATE  TO  BDC-UPD-DATE
           MOVE               BDT-USER     TO  BDC-UPD-USER
           WRITE              BDC-REC
             INVALID KEY
               PERFORM        PGM-ERROR
           END-WRITE
           ADD                1  TO  WS-GEN-COUNT
           MOVE               SPACES        TO  WS-BEFORE-TYPE
                                                WS-BEFORE-DESC
           MOVE               BDC-DAY-TYPE  TO  WS-AFTER-TYPE
           MOVE               BDC-DESC      TO  WS-AFTER-DESC
           MOVE               'OK'          TO  WS-APPLY-STATUS
           MOVE               WS-GEN-DATE   TO  WS-AUDIT-CAL-DATE
           PERFORM            PGM-AUDIT-WRITE
         ELSE
           IF                 WS-BDC-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-GENERATE-DAY-E.
         EXIT.
      *-- ｶﾝｻ ﾚｺｰﾄﾞ ｼｭﾂﾘｮｸ (ｺｳｼﾝ ｾﾞﾝｺﾞ ｲﾒｰｼﾞ ﾂｷ)
       PGM-AUDIT-WRITE         SECTION.
       PGM-AUDIT-WRITE-S.
         ACCEPT                WS-RUN-TIME  FROM  TIME.
         MOVE                 WS-RUN-DATE        TO  BDA-DATE.
         MOVE                 WS-RUN-TIME(1:6)   TO  BDA-TIME.
         MOVE                 BDT-USER           TO  BDA-USER.
         MOVE                 BDT-ACTION         TO  BDA-ACTION.
         MOVE                 WS-AUDIT-CAL-DATE  TO  BDA-CAL-DATE.
         MOVE                 WS-BEFORE-TYPE     TO  BDA-BEFORE-TYPE.
         MOVE                 WS-BEFORE-DESC     TO  BDA-BEFORE-DESC.
         MOVE                 WS-AFTER-TYPE      TO  BDA-AFTER-TYPE.
         MOVE                 WS-AFTER-DESC      TO  BDA-AFTER-DESC.
         MOVE                 WS-APPLY-STATUS    TO  BDA-STATUS.
         WRITE                AUDIT-REC.
         IF                   WS-AUDIT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-AUDIT-WRITE-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ﾒｲｻｲｷﾞｮｳ ｼｭﾂﾘｮｸ (N ｷﾞｮｳｺﾞﾄﾆ ｶﾞｲﾃﾞｰﾀｾﾂ)
       PGM-REPORT-DETAIL       SECTION.
       PGM-REPORT-DETAIL-S.
         IF                   WS-REPORT-PAGE-COUNT  =  ZERO
             OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
           PERFORM            PGM-REPORT-PAGE-BREAK
         END-IF.
         MOVE                 BDT-ACTION       TO  WS-RPT-DTL-ACTION.
         IF                   BDT-DATE  NUMERIC
           MOVE               BDT-DATE         TO  WS-RPT-DTL-DATE
         ELSE
           MOVE               ZERO             TO  WS-RPT-DTL-DATE
         END-IF.
         MOVE                 WS-BEFORE-TYPE   TO
                              WS-RPT-DTL-BEFORE-TYPE.
         MOVE                 WS-BEFORE-DESC   TO
                              WS-RPT-DTL-BEFORE-DESC.
         MOVE                 WS-AFTER-TYPE    TO
                              WS-RPT-DTL-AFTER-TYPE.
         MOVE                 WS-AFTER-DESC    TO
                              WS-RPT-DTL-AFTER-DESC.
         MOVE                 BDT-USER         TO  WS-RPT-DTL-USER.
         MOVE                 WS-APPLY-STATUS  TO  WS-RPT-DTL-STATUS.
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
         WRITE                REPORT-REC  FROM  WS-RPT-HDR2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 ZERO  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-PAGE-BREAK-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ｼｭｳｹｲﾌｯﾀ (ｹﾝｽｳ ﾄ ﾃｷﾖｳ/ｷｬｸｶ ｹﾝｽｳ)
       PGM-REPORT-FOOTER       SECTION.
       PGM-REPORT-FOOTER-S.
         IF                   WS-REPORT-PAGE-COUNT  >  ZERO
           MOVE               WS-REPORT-PAGE-COUNT  TO
                              WS-RPT-PGF-PAGE
           WRITE              REPORT-REC  FROM  WS-RPT-PAGE-FOOTER
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
         MOVE                 WS-TRX-COUNT     TO  WS-RPT-FTR-TRX.
         MOVE                 WS-APPLY-COUNT   TO  WS-RPT-FTR-APPLY.
         MOVE                 WS-REJECT-COUNT  TO  WS-RPT-FTR-REJECT.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-REPORT-FOOTER-E.
         EXIT.
      *-- ﾌｧｲﾙCLOSE
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         PERFORM              PGM-REPORT-FOOTER.
         CLOSE                TRX-FL
                              BDC-FL
                              AUDIT-FL
                              REPORT-FL.
         IF                   WS-REJECT-COUNT  >  ZERO
           MOVE               4  TO  RETURN-CODE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "BDCUPD PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  TRX-FL STATUS = "  WS-TRX-STATUS.
         DISPLAY              "  BDC-FL STATUS = "  WS-BDC-STATUS.
         DISPLAY              "  AUDIT-FL STATUS = "
                              WS-AUDIT-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         DISPLAY              "  RECORD POSITION (WS-TRX-COUNT) = "
                              WS-TRX-COUNT.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
         EXIT.
