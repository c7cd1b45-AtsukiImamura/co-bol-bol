      *---1---------2---------3---------4---------5-----
       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            FXUPD.
      *
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         SELECT  TRX-FL       ASSIGN TO 'FXTRX'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-TRX-STATUS.
         SELECT  FXR-FL       ASSIGN TO 'FXRATE'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS FXR-KEY
                              FILE STATUS IS WS-FXR-STATUS.
         SELECT  AUDIT-FL     ASSIGN TO 'FXAUD'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-AUDIT-STATUS.
         SELECT  REPORT-FL    ASSIGN TO 'FXRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  TRX-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  TRX-REC            PIC X(31).
       FD  FXR-FL             LABEL RECORD STANDARD.
       01  FXR-REC.
         COPY                 CBFXRREC.
       FD  AUDIT-FL           LABEL RECORD OMITTED.
       01  AUDIT-REC.
         COPY                 CBFXAREC.
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       WORKING-STORAGE        SECTION.
       01  TRX-DATA-AREA.
         COPY                 CBFXTREC.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-TRX-STATUS    PIC X(02).
         03  WS-FXR-STATUS    PIC X(02).
         03  WS-AUDIT-STATUS  PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
      *-- ｷｼﾞｭﾝ ﾂｳｶ (WS-FXR-BASE-CCY, ﾄｳﾛｸ ﾌｶ)
       01  WS-FXR-WORK.
         COPY                 CBFXRWRK.
       01  WS-TRX-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-APPLY-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(09)  VALUE ZERO.
       01  WS-APPLY-STATUS    PIC X(02).
       01  WS-BEFORE-RATE     PIC 9(05)V9(06).
       01  WS-AFTER-RATE      PIC 9(05)V9(06).
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-RUN-TIME        PIC 9(08).
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
                              'FX RATE MAINTENANCE REPORT'.
         03  FILLER           PIC X(06) VALUE 'PAGE: '.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(22) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(04) VALUE 'ACT'.
         03  FILLER           PIC X(05) VALUE 'CCY'.
         03  FILLER           PIC X(10) VALUE 'DATE'.
         03  FILLER           PIC X(15) VALUE '      BEFORE'.
         03  FILLER           PIC X(15) VALUE '       AFTER'.
         03  FILLER           PIC X(10) VALUE 'USER'.
         03  FILLER           PIC X(06) VALUE 'STATUS'.
         03  FILLER           PIC X(15) VALUE SPACES.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-ACTION
                              PIC X(01).
         03  FILLER           PIC X(03) VALUE SPACES.
         03  WS-RPT-DTL-CCY   PIC X(03).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-DATE  PIC 9(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-BEFORE-RATE
                              PIC ZZZZ9.999999 BLANK WHEN ZERO.
         03  FILLER           PIC X(03) VALUE SPACES.
         03  WS-RPT-DTL-AFTER-RATE
                              PIC ZZZZ9.999999 BLANK WHEN ZERO.
         03  FILLER           PIC X(03) VALUE SPACES.
         03  WS-RPT-DTL-USER  PIC X(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-STATUS
                              PIC X(02).
         03  FILLER           PIC X(19) VALUE SPACES.
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
         PERFORM              PGM-OPEN-RATES.
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
      *-- ｶﾜｾ ﾚｰﾄ OPEN (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ｼﾝｷ ｻｸｾｲ)
       PGM-OPEN-RATES          SECTION.
       PGM-OPEN-RATES-S.
         OPEN                 I-O  FXR-FL.
         IF                   WS-FXR-STATUS  =  '35'
           OPEN               OUTPUT  FXR-FL
           IF                 WS-FXR-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           CLOSE              FXR-FL
           OPEN               I-O  FXR-FL
         END-IF.
         IF                   WS-FXR-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-OPEN-RATES-E.
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
       PGM-RW                 SECTION.
       PGM-RW-S.
         MOVE                 ZERO  TO  WS-BEFORE-RATE
                                        WS-AFTER-RATE.
         IF                   FXT-DATE  NOT NUMERIC
           MOVE               '14'  TO  WS-APPLY-STATUS
         ELSE
           IF                 FUNCTION TEST-DATE-YYYYMMDD(FXT-DATE)
                                NOT =  ZERO
             MOVE             '14'  TO  WS-APPLY-STATUS
           ELSE
             PERFORM          PGM-CCY-CHECK
             IF               WS-APPLY-STATUS  =  'OK'
               EVALUATE       FXT-ACTION
                 WHEN         'A'
                   PERFORM    PGM-APPLY-ADD
                 WHEN         'C'
                   PERFORM    PGM-APPLY-CHANGE
                 WHEN         'D'
                   PERFORM    PGM-APPLY-DELETE
                 WHEN         OTHER
                   MOVE       '11'  TO  WS-APPLY-STATUS
               END-EVALUATE
             END-IF
           END-IF
         END-IF.
         IF                   WS-APPLY-STATUS  =  'OK'
           ADD                1  TO  WS-APPLY-COUNT
         ELSE
           ADD                1  TO  WS-REJECT-COUNT
         END-IF.
         PERFORM              PGM-AUDIT-WRITE.
         PERFORM              PGM-REPORT-DETAIL.
         PERFORM              PGM-READ.
       PGM-RW-E.
         EXIT.
      *-- ﾂｳｶ ｺｰﾄﾞ ﾁｪｯｸ (ｴｲﾀﾞｲﾓｼﾞ 3 ｹﾀ, ｷｼﾞｭﾝ ﾂｳｶ ﾊ ﾄｳﾛｸ ﾌｶ)
       PGM-CCY-CHECK           SECTION.
       PGM-CCY-CHECK-S.
         IF                   FXT-CCY  NOT ALPHABETIC-UPPER
             OR  FXT-CCY(1:1)  =  SPACE
             OR  FXT-CCY(2:1)  =  SPACE
             OR  FXT-CCY(3:1)  =  SPACE
             OR  FXT-CCY  =  WS-FXR-BASE-CCY
           MOVE               '16'  TO  WS-APPLY-STATUS
         ELSE
           MOVE               'OK'  TO  WS-APPLY-STATUS
         END-IF.
       PGM-CCY-CHECK-E.
         EXIT.
      *-- ﾚｰﾄ ﾁｪｯｸ (A/C ﾉﾐ, ﾋｽｳﾁ ﾏﾀﾊ ｾﾞﾛ ﾊ ｷｬｸｶ)
       PGM-RATE-CHECK          SECTION.
       PGM-RATE-CHECK-S.
         IF                   FXT-RATE  NOT NUMERIC
           MOVE               '15'  TO  WS-APPLY-STATUS
         ELSE
           IF                 FXT-RATE  =  ZERO
             MOVE             '15'  TO  WS-APPLY-STATUS
           ELSE
             MOVE             'OK'  TO  WS-APPLY-STATUS
           END-IF
         END-IF.
       PGM-RATE-CHECK-E.
         EXIT.
      *-- ﾂｲｶ (ﾂｳｶ + ﾋﾂﾞｹ ﾁｮｳﾌｸ ﾊ ｷｬｸｶ)
       PGM-APPLY-ADD           SECTION.
       PGM-APPLY-ADD-S.
         PERFORM              PGM-RATE-CHECK.
         IF                   WS-APPLY-STATUS  =  'OK'
           MOVE               FXT-CCY   TO  FXR-CCY
           MOVE               FXT-DATE  TO  FXR-DATE
           READ               FXR-FL
             INVALID KEY
               CONTINUE
           END-READ
           IF                 WS-FXR-STATUS  =  '00'
             MOVE             '12'  TO  WS-APPLY-STATUS
             MOVE             FXR-RATE  TO  WS-BEFORE-RATE
           ELSE
             IF               WS-FXR-STATUS  NOT =  '23'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             FXT-CCY      TO  FXR-CCY
             MOVE             FXT-DATE     TO  FXR-DATE
             MOVE             FXT-RATE     TO  FXR-RATE
             MOVE             WS-RUN-DATE  TO  FXR-UPD-DATE
             MOVE             FXT-USER     TO  FXR-UPD-USER
             WRITE            FXR-REC
               INVALID KEY
                 PERFORM      PGM-ERROR
             END-WRITE
             MOVE             FXT-RATE  TO  WS-AFTER-RATE
           END-IF
         END-IF.
       PGM-APPLY-ADD-E.
         EXIT.
      *-- ﾍﾝｺｳ (ﾀｲｼｮｳ ﾚｰﾄ ﾅｼ ﾊ ｷｬｸｶ)
       PGM-APPLY-CHANGE        SECTION.
       PGM-APPLY-CHANGE-S.
         PERFORM              PGM-RATE-CHECK.
         IF                   WS-APPLY-STATUS  =  'OK'
           MOVE               FXT-CCY   TO  FXR-CCY
           MOVE               FXT-DATE  TO  FXR-DATE
           READ               FXR-FL
             INVALID KEY
               CONTINUE
           END-READ
           IF                 WS-FXR-STATUS  =  '00'
             MOVE             FXR-RATE     TO  WS-BEFORE-RATE
             MOVE             FXT-RATE     TO  FXR-RATE
             MOVE             WS-RUN-DATE  TO  FXR-UPD-DATE
             MOVE             FXT-USER     TO  FXR-UPD-USER
             REWRITE          FXR-REC
               INVALID KEY
                 PERFORM      PGM-ERROR
             END-REWRITE
             MOVE             FXT-RATE  TO  WS-AFTER-RATE
           ELSE
             IF               WS-FXR-STATUS  NOT =  '23'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             '13'  TO  WS-APPLY-STATUS
           END-IF
         END-IF.
       PGM-APPLY-CHANGE-E.
         EXIT.
      *-- ｻｸｼﾞｮ (ﾀｲｼｮｳ ﾚｰﾄ ﾅｼ ﾊ ｷｬｸｶ)
       PGM-APPLY-DELETE        SECTION.
       PGM-APPLY-DELETE-S.
         MOVE                 FXT-CCY   TO  FXR-CCY.
         MOVE                 FXT-DATE  TO  FXR-DATE.
         READ                 FXR-FL
           INVALID KEY
             CONTINUE
         END-READ.
         IF                   WS-FXR-STATUS  =  '00'
           MOVE               FXR-RATE  TO  WS-BEFORE-RATE
           DELETE             FXR-FL
             INVALID KEY
               PERFORM        PGM-ERROR
           END-DELETE
           MOVE               'OK'  TO  WS-APPLY-STATUS
         ELSE
           IF                 WS-FXR-STATUS  NOT =  '23'
             PERFORM          PGM-ERROR
           END-IF
           MOVE               '13'  TO  WS-APPLY-STATUS
         END-IF.
       PGM-APPLY-DELETE-E.
         EXIT.
      *-- ｶﾝｻ ﾚｺｰﾄﾞ ｼｭﾂﾘｮｸ (ｺｳｼﾝ ｾﾞﾝｺﾞ ｲﾒｰｼﾞ ﾂｷ)
       PGM-AUDIT-WRITE         SECTION.
       PGM-AUDIT-WRITE-S.
         ACCEPT                WS-RUN-TIME  FROM  TIME.
         MOVE                 WS-RUN-DATE        TO  FXA-DATE.
         MOVE                 WS-RUN-TIME(1:6)   TO  FXA-TIME.
         MOVE                 FXT-USER           TO  FXA-USER.
         MOVE                 FXT-ACTION         TO  FXA-ACTION.
         MOVE                 FXT-CCY            TO  FXA-CCY.
         IF                   FXT-DATE  NUMERIC
           MOVE               FXT-DATE           TO  FXA-RATE-DATE
         ELSE
           MOVE               ZERO               TO  FXA-RATE-DATE
         END-IF.
         MOVE                 WS-BEFORE-RATE     TO  FXA-BEFORE-RATE.
         MOVE                 WS-AFTER-RATE      TO  FXA-AFTER-RATE.
         MOVE                 WS-APPLY-STATUS    TO  FXA-STATUS.
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
         MOVE                 FXT-ACTION       TO  WS-RPT-DTL-ACTION.
         MOVE                 FXT-CCY          TO  WS-RPT-DTL-CCY.
         IF                   FXT-DATE  NUMERIC
           MOVE               FXT-DATE         TO  WS-RPT-DTL-DATE
         ELSE
           MOVE               ZERO             TO  WS-RPT-DTL-DATE
         END-IF.
         MOVE                 WS-BEFORE-RATE   TO
                              WS-RPT-DTL-BEFORE-RATE.
         MOVE                 WS-AFTER-RATE    TO
                              WS-RPT-DTL-AFTER-RATE.
         MOVE                 FXT-USER         TO  WS-RPT-DTL-USER.
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
                              FXR-FL
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
         DISPLAY              "FXUPD PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  TRX-FL STATUS = "  WS-TRX-STATUS.
         DISPLAY              "  FXR-FL STATUS = "  WS-FXR-STATUS.
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
