      *---1---------2---------3---------4---------5-----
       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PERCLS.
      *
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         SELECT  TRX-FL       ASSIGN TO 'PERTRX'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-TRX-STATUS.
         SELECT  PER-FL       ASSIGN TO 'PERCTL'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS PER-MONTH
                              FILE STATUS IS WS-PER-STATUS.
         SELECT  PEB-FL       ASSIGN TO 'PEBAL'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS PEB-REC-KEY
                              FILE STATUS IS WS-PEB-STATUS.
         SELECT  POSMST-FL    ASSIGN TO 'POSMST'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY  IS POS-REC-KEY
                              FILE STATUS IS WS-POSMST-STATUS.
         SELECT  AUDIT-FL     ASSIGN TO 'PERAUD'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-AUDIT-STATUS.
         SELECT  REPORT-FL    ASSIGN TO 'PERRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  TRX-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  TRX-REC            PIC X(35).
       FD  PER-FL             LABEL RECORD STANDARD.
       01  PER-REC.
         COPY                 CBPERREC.
       FD  PEB-FL             LABEL RECORD STANDARD.
       01  PEB-REC.
         COPY                 CBPEBREC.
       FD  POSMST-FL          LABEL RECORD STANDARD.
       01  POSMST-REC.
         COPY                 CBPOSREC.
       FD  AUDIT-FL           LABEL RECORD OMITTED.
       01  AUDIT-REC.
         COPY                 CBPEAREC.
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       WORKING-STORAGE        SECTION.
       01  TRX-DATA-AREA.
         COPY                 CBPETREC.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-TRX-STATUS    PIC X(02).
         03  WS-PER-STATUS    PIC X(02).
         03  WS-PEB-STATUS    PIC X(02).
         03  WS-POSMST-STATUS PIC X(02).
         03  WS-AUDIT-STATUS  PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
       01  WS-POSMST-AVAILABLE
                              PIC X(01)  VALUE 'N'.
       01  WS-TRX-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-APPLY-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(09)  VALUE ZERO.
       01  WS-APPLY-STATUS    PIC X(02).
       01  WS-BEFORE-STATUS   PIC X(01).
       01  WS-AFTER-STATUS    PIC X(01).
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-RUN-TIME        PIC 9(08).
       01  WS-PROC-DATE       PIC 9(08).
       01  WS-PROC-DATE-ENV   PIC X(08).
      *-- ﾂｷ ﾉ ﾏﾂｼﾞﾂ ｻﾝｼｭﾂ ﾜｰｸ (ﾖｸｹﾞﾂ 1 ﾆﾁ ﾉ ｾﾞﾝｼﾞﾂ)
       01  WS-MONTH-START     PIC 9(08)  VALUE ZERO.
       01  WS-NEXT-MONTH      PIC 9(08)  VALUE ZERO.
       01  WS-MONTH-END       PIC 9(08)  VALUE ZERO.
       01  WS-MONTH-INT       PIC 9(08)  VALUE ZERO.
      *-- ｹﾞﾂﾏﾂ ｻﾞﾝﾀﾞｶ ｽﾅｯﾌﾟｼｮｯﾄ ﾜｰｸ (POSMST ｦ ｷｰ ｼﾞｭﾝ ﾆ ｾﾞﾝｹﾝ,
      *-- ｷｰ ｺﾞﾄ ﾆ ﾏﾂｼﾞﾂ ｲｾﾞﾝ ﾉ ｻｲｼﾝ ｾﾀﾞｲ ｦ ﾎｰﾙﾄﾞ)
       01  WS-SCAN-DONE       PIC X(01).
       01  WS-SNAP-KEY        PIC X(04).
       01  WS-SNAP-HAVE       PIC X(01).
       01  WS-SNAP-CLOSE      PIC S9(09)V99  VALUE ZERO.
       01  WS-SNAP-POS-DATE   PIC 9(08)  VALUE ZERO.
       01  WS-SNAP-COUNT      PIC 9(07)  VALUE ZERO.
       01  WS-SNAP-TOTAL      PIC S9(11)V99  VALUE ZERO.
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
                              'PERIOD CLOSE REPORT'.
         03  FILLER           PIC X(06) VALUE 'PAGE: '.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(22) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(11) VALUE 'PROC DATE: '.
         03  WS-RPT-HDR2-DATE PIC 9(08).
         03  FILLER           PIC X(61) VALUE SPACES.
       01  WS-RPT-HDR3.
         03  FILLER           PIC X(04) VALUE 'ACT'.
         03  FILLER           PIC X(08) VALUE 'MONTH'.
         03  FILLER           PIC X(06) VALUE 'BEFORE'.
         03  FILLER           PIC X(06) VALUE 'AFTER'.
         03  FILLER           PIC X(09) VALUE '   KEYS'.
         03  FILLER           PIC X(17) VALUE '  BALANCE TOTAL'.
         03  FILLER           PIC X(10) VALUE 'USER'.
         03  FILLER           PIC X(04) VALUE 'ST'.
         03  FILLER           PIC X(16) VALUE 'REASON'.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-ACTION
                              PIC X(01).
         03  FILLER           PIC X(03) VALUE SPACES.
         03  WS-RPT-DTL-MONTH PIC 9(06).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-BEFORE
                              PIC X(01).
         03  FILLER           PIC X(05) VALUE SPACES.
         03  WS-RPT-DTL-AFTER PIC X(01).
         03  FILLER           PIC X(05) VALUE SPACES.
         03  WS-RPT-DTL-KEYS  PIC Z(6)9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-TOTAL PIC +Z(10)9.99.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-USER  PIC X(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-STATUS
                              PIC X(02).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-REASON
                              PIC X(16).
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
         PERFORM              PGM-OPEN-PERCTL.
         PERFORM              PGM-OPEN-PEBAL.
         PERFORM              PGM-OPEN-POSMST.
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
         PERFORM              PGM-DETECT-PROC-DATE.
         MOVE                 SPACE  TO  FLG-EOF.
         PERFORM              PGM-READ.
       PGM-OPEN-E.
         EXIT.
      *-- ｷｶﾝ ｺﾝﾄﾛｰﾙ OPEN (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ｼﾝｷ ｻｸｾｲ)
       PGM-OPEN-PERCTL         SECTION.
       PGM-OPEN-PERCTL-S.
         OPEN                 I-O  PER-FL.
         IF                   WS-PER-STATUS  =  '35'
           OPEN               OUTPUT  PER-FL
           IF                 WS-PER-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           CLOSE              PER-FL
           OPEN               I-O  PER-FL
         END-IF.
         IF                   WS-PER-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-OPEN-PERCTL-E.
         EXIT.
      *-- ｹﾞﾂﾏﾂ ｻﾞﾝﾀﾞｶ OPEN (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ｼﾝｷ ｻｸｾｲ)
       PGM-OPEN-PEBAL          SECTION.
       PGM-OPEN-PEBAL-S.
         OPEN                 I-O  PEB-FL.
         IF                   WS-PEB-STATUS  =  '35'
           OPEN               OUTPUT  PEB-FL
           IF                 WS-PEB-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           CLOSE              PEB-FL
           OPEN               I-O  PEB-FL
         END-IF.
         IF                   WS-PEB-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-OPEN-PEBAL-E.
         EXIT.
      *-- ﾎﾟｼﾞｼｮﾝ ﾏｽﾀ OPEN (ﾐｯｼﾕｳ ﾊ ｽﾅｯﾌﾟｼｮｯﾄ ｾﾞﾛ ｹﾝ ﾃﾞ ｿﾞｯｺｳ)
       PGM-OPEN-POSMST         SECTION.
       PGM-OPEN-POSMST-S.
         OPEN                 INPUT  POSMST-FL.
         IF                   WS-POSMST-STATUS  =  '00'
           MOVE               'Y'  TO  WS-POSMST-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-POSMST-AVAILABLE
           DISPLAY            "PERCLS PGM-OPEN-POSMST: POSMST "
                              "UNAVAILABLE (STATUS="
                              WS-POSMST-STATUS
                              ") - CLOSES SNAPSHOT NO BALANCES"
         END-IF.
       PGM-OPEN-POSMST-E.
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
      *-- (ｷｬｸｶ ﾓ ｶﾝｻ ｼｭﾂﾘｮｸ - ｻｲｶｲ ﾉ ｼｺｳ ﾊ ｽﾍﾞﾃ ｷﾛｸ ﾆ ﾉｺｽ)
       PGM-RW                 SECTION.
       PGM-RW-S.
         MOVE                 SPACES  TO  WS-BEFORE-STATUS
                                          WS-AFTER-STATUS.
         MOVE                 ZERO    TO  WS-SNAP-COUNT
                                          WS-SNAP-TOTAL.
         IF                   PTX-MONTH  NOT NUMERIC
           MOVE               '14'  TO  WS-APPLY-STATUS
         ELSE
           IF                 PTX-MONTH(5:2)  <  '01'
               OR  PTX-MONTH(5:2)  >  '12'
               OR  FUNCTION TEST-DATE-YYYYMMDD(PTX-MONTH  *  100  +  1)
                     NOT =  ZERO
             MOVE             '14'  TO  WS-APPLY-STATUS
           ELSE
             IF               PTX-USER  =  SPACES
               MOVE           '15'  TO  WS-APPLY-STATUS
             ELSE
               EVALUATE       PTX-ACTION
                 WHEN         'C'
                   PERFORM    PGM-APPLY-CLOSE
                 WHEN         'R'
                   PERFORM    PGM-APPLY-REOPEN
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
      *-- ﾂｷ ﾉ ﾏﾂｼﾞﾂ ｻﾝｼｭﾂ (PTX-MONTH → WS-MONTH-END)
       PGM-MONTH-END-DATE      SECTION.
       PGM-MONTH-END-DATE-S.
         COMPUTE              WS-MONTH-START  =  PTX-MONTH  *  100
                                              +  1.
         IF                   WS-MONTH-START(5:2)  =  '12'
           COMPUTE            WS-NEXT-MONTH  =
                              WS-MONTH-START  +  10000  -  1100
         ELSE
           COMPUTE            WS-NEXT-MONTH  =
                              WS-MONTH-START  +  100
         END-IF.
         COMPUTE              WS-MONTH-INT  =
                              FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH)
                              -  1.
         COMPUTE              WS-MONTH-END  =
                              FUNCTION DATE-OF-INTEGER(WS-MONTH-INT).
       PGM-MONTH-END-DATE-E.
         EXIT.
      *-- ｼﾒ (ﾂｷ ｶﾞ ｼｮﾘ ﾋﾂﾞｹ ﾏｴ ﾆ ｵﾜｯﾃ ｲﾙ ｺﾄ, ｼﾒ ｽﾞﾐ ﾊ ｷｬｸｶ,
      *-- ｻｲｶｲ ﾁｭｳ ﾉ ﾂｷ ﾊ ｻｲｼﾒ ﾄｼﾃ ｽﾅｯﾌﾟｼｮｯﾄ ｦ ｵｷｶｴ)
       PGM-APPLY-CLOSE         SECTION.
       PGM-APPLY-CLOSE-S.
         PERFORM              PGM-MONTH-END-DATE.
         IF                   WS-MONTH-END  NOT <  WS-PROC-DATE
           MOVE               '16'  TO  WS-APPLY-STATUS
         ELSE
           MOVE               PTX-MONTH  TO  PER-MONTH
           READ               PER-FL
             INVALID KEY
               CONTINUE
           END-READ
           IF                 WS-PER-STATUS  =  '00'
             MOVE             PER-STATUS  TO  WS-BEFORE-STATUS
             IF               PER-STATUS  =  'C'
               MOVE           '12'  TO  WS-APPLY-STATUS
             ELSE
               PERFORM        PGM-SNAPSHOT
               PERFORM        PGM-CLOSE-FIELDS
               REWRITE        PER-REC
                 INVALID KEY
                   PERFORM    PGM-ERROR
               END-REWRITE
               MOVE           'OK'  TO  WS-APPLY-STATUS
             END-IF
           ELSE
             IF               WS-PER-STATUS  NOT =  '23'
               PERFORM        PGM-ERROR
             END-IF
             PERFORM          PGM-SNAPSHOT
             MOVE             PTX-MONTH  TO  PER-MONTH
             MOVE             ZERO       TO  PER-REOPEN-DATE
             MOVE             SPACES     TO  PER-REOPEN-USER
                                             PER-REOPEN-REASON
             PERFORM          PGM-CLOSE-FIELDS
             WRITE            PER-REC
               INVALID KEY
                 PERFORM      PGM-ERROR
             END-WRITE
             MOVE             'OK'  TO  WS-APPLY-STATUS
           END-IF
         END-IF.
         IF                   WS-APPLY-STATUS  =  'OK'
           MOVE               'C'  TO  WS-AFTER-STATUS
         ELSE
           MOVE               WS-BEFORE-STATUS  TO  WS-AFTER-STATUS
         END-IF.
       PGM-APPLY-CLOSE-E.
         EXIT.
      *-- ｼﾒ ｺｳﾓｸ ｾｯﾄ (ｻｲｶｲ ｺｳﾓｸ ﾊ ﾘﾚｷ ﾄｼﾃ ｿﾉﾏﾏ)
       PGM-CLOSE-FIELDS        SECTION.
       PGM-CLOSE-FIELDS-S.
         MOVE                 'C'            TO  PER-STATUS.
         MOVE                 WS-MONTH-END   TO  PER-MONTH-END.
         MOVE                 WS-PROC-DATE   TO  PER-CLOSE-DATE.
         MOVE                 PTX-USER       TO  PER-CLOSE-USER.
         MOVE                 WS-SNAP-COUNT  TO  PER-KEY-COUNT.
         MOVE                 WS-SNAP-TOTAL  TO  PER-BAL-TOTAL.
       PGM-CLOSE-FIELDS-E.
         EXIT.
      *-- ｻｲｶｲ (ｼﾒ ｽﾞﾐ ﾉ ﾂｷ ﾉﾐ, ﾘﾕｳ ﾋｯｽ, PEBAL ﾊ ｻｲｼﾒ ﾏﾃﾞ ｿﾉﾏﾏ)
       PGM-APPLY-REOPEN        SECTION.
       PGM-APPLY-REOPEN-S.
         IF                   PTX-REASON  =  SPACES
           MOVE               '17'  TO  WS-APPLY-STATUS
         ELSE
           MOVE               PTX-MONTH  TO  PER-MONTH
           READ               PER-FL
             INVALID KEY
               CONTINUE
           END-READ
           IF                 WS-PER-STATUS  =  '00'
             MOVE             PER-STATUS  TO  WS-BEFORE-STATUS
             IF               PER-STATUS  NOT =  'C'
               MOVE           '13'  TO  WS-APPLY-STATUS
             ELSE
               MOVE           'R'           TO  PER-STATUS
               MOVE           WS-PROC-DATE  TO  PER-REOPEN-DATE
               MOVE           PTX-USER      TO  PER-REOPEN-USER
               MOVE           PTX-REASON    TO  PER-REOPEN-REASON
               REWRITE        PER-REC
                 INVALID KEY
                   PERFORM    PGM-ERROR
               END-REWRITE
               MOVE           'OK'  TO  WS-APPLY-STATUS
             END-IF
           ELSE
             IF               WS-PER-STATUS  NOT =  '23'
               PERFORM        PGM-ERROR
             END-IF
             MOVE             '13'  TO  WS-APPLY-STATUS
           END-IF
         END-IF.
         IF                   WS-APPLY-STATUS  =  'OK'
           MOVE               'R'  TO  WS-AFTER-STATUS
         ELSE
           MOVE               WS-BEFORE-STATUS  TO  WS-AFTER-STATUS
         END-IF.
       PGM-APPLY-REOPEN-E.
         EXIT.
      *-- ｹﾞﾂﾏﾂ ｻﾞﾝﾀﾞｶ ｽﾅｯﾌﾟｼｮｯﾄ (POSMST ｾﾞﾝ ｷｰ ｦ ｼﾞｭﾝ ﾖﾐ ｼ, ｷｰ ｺﾞﾄ
      *-- ﾆ ﾏﾂｼﾞﾂ ｲｾﾞﾝ ﾉ ｻｲｼﾝ POS-CLOSE ｦ PEBAL ﾍ, ｾﾀﾞｲ ﾅｼ ﾊ ｿﾞｳｶﾞｲ)
       PGM-SNAPSHOT            SECTION.
       PGM-SNAPSHOT-S.
         MOVE                 ZERO  TO  WS-SNAP-COUNT
                                        WS-SNAP-TOTAL.
         MOVE                 'N'   TO  WS-SNAP-HAVE.
         MOVE                 LOW-VALUES  TO  WS-SNAP-KEY.
         IF                   WS-POSMST-AVAILABLE  =  'Y'
           MOVE               'N'  TO  WS-SCAN-DONE
           MOVE               LOW-VALUES  TO  POS-KEY
           MOVE               ZERO        TO  POS-DATE
           START              POSMST-FL  KEY  NOT <  POS-REC-KEY
             INVALID KEY
               MOVE           'Y'  TO  WS-SCAN-DONE
           END-START
         ELSE
           MOVE               'Y'  TO  WS-SCAN-DONE
         END-IF.
         PERFORM              UNTIL  WS-SCAN-DONE  =  'Y'
           READ               POSMST-FL  NEXT
             AT END
               MOVE           'Y'  TO  WS-SCAN-DONE
           END-READ
           IF                 WS-SCAN-DONE  NOT =  'Y'
             IF               WS-POSMST-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             IF               POS-KEY  NOT =  WS-SNAP-KEY
               IF             WS-SNAP-HAVE  =  'Y'
                 PERFORM      PGM-SNAPSHOT-WRITE
               END-IF
               MOVE           POS-KEY  TO  WS-SNAP-KEY
               MOVE           'N'      TO  WS-SNAP-HAVE
             END-IF
             IF               POS-DATE  NOT >  WS-MONTH-END
               MOVE           'Y'        TO  WS-SNAP-HAVE
               MOVE           POS-CLOSE  TO  WS-SNAP-CLOSE
               MOVE           POS-DATE   TO  WS-SNAP-POS-DATE
             END-IF
           END-IF
         END-PERFORM.
         IF                   WS-SNAP-HAVE  =  'Y'
           PERFORM            PGM-SNAPSHOT-WRITE
         END-IF.
       PGM-SNAPSHOT-E.
         EXIT.
      *-- 1 ｷｰ ﾉ ｹﾞﾂﾏﾂ ｻﾞﾝﾀﾞｶ WRITE/REWRITE (ｻｲｼﾒ ﾊ ｵｷｶｴ)
       PGM-SNAPSHOT-WRITE      SECTION.
       PGM-SNAPSHOT-WRITE-S.
         MOVE                 PTX-MONTH    TO  PEB-MONTH.
         MOVE                 WS-SNAP-KEY  TO  PEB-KEY.
         READ                 PEB-FL
           INVALID KEY
             CONTINUE
         END-READ.
         IF                   WS-PEB-STATUS  NOT =  '00'
             AND  WS-PEB-STATUS  NOT =  '23'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 PTX-MONTH         TO  PEB-MONTH.
         MOVE                 WS-SNAP-KEY       TO  PEB-KEY.
         MOVE                 WS-SNAP-CLOSE     TO  PEB-CLOSE.
         MOVE                 WS-SNAP-POS-DATE  TO  PEB-POS-DATE.
         MOVE                 WS-PROC-DATE      TO  PEB-SNAP-DATE.
         IF                   WS-PEB-STATUS  =  '00'
           REWRITE            PEB-REC
             INVALID KEY
               PERFORM        PGM-ERROR
           END-REWRITE
         ELSE
           WRITE              PEB-REC
             INVALID KEY
               PERFORM        PGM-ERROR
           END-WRITE
         END-IF.
         ADD                  1              TO  WS-SNAP-COUNT.
         ADD                  WS-SNAP-CLOSE  TO  WS-SNAP-TOTAL.
       PGM-SNAPSHOT-WRITE-E.
         EXIT.
      *-- ｶﾝｻ ﾚｺｰﾄﾞ ｼｭﾂﾘｮｸ (ｺｳｼﾝ ｾﾞﾝｺﾞ ｼﾞｮｳﾀｲ ﾂｷ)
       PGM-AUDIT-WRITE         SECTION.
       PGM-AUDIT-WRITE-S.
         ACCEPT                WS-RUN-TIME  FROM  TIME.
         MOVE                 WS-RUN-DATE        TO  PEA-DATE.
         MOVE                 WS-RUN-TIME(1:6)   TO  PEA-TIME.
         MOVE                 PTX-USER           TO  PEA-USER.
         MOVE                 PTX-ACTION         TO  PEA-ACTION.
         IF                   PTX-MONTH  NUMERIC
           MOVE               PTX-MONTH          TO  PEA-MONTH
         ELSE
           MOVE               ZERO               TO  PEA-MONTH
         END-IF.
         MOVE                 WS-BEFORE-STATUS   TO  PEA-BEFORE-STATUS.
         MOVE                 WS-AFTER-STATUS    TO  PEA-AFTER-STATUS.
         MOVE                 PTX-REASON         TO  PEA-REASON.
         MOVE                 WS-SNAP-COUNT      TO  PEA-KEY-COUNT.
         MOVE                 WS-SNAP-TOTAL      TO  PEA-BAL-TOTAL.
         MOVE                 WS-APPLY-STATUS    TO  PEA-STATUS.
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
         MOVE                 PTX-ACTION       TO  WS-RPT-DTL-ACTION.
         IF                   PTX-MONTH  NUMERIC
           MOVE               PTX-MONTH        TO  WS-RPT-DTL-MONTH
         ELSE
           MOVE               ZERO             TO  WS-RPT-DTL-MONTH
         END-IF.
         MOVE                 WS-BEFORE-STATUS TO  WS-RPT-DTL-BEFORE.
         MOVE                 WS-AFTER-STATUS  TO  WS-RPT-DTL-AFTER.
         MOVE                 WS-SNAP-COUNT    TO  WS-RPT-DTL-KEYS.
         MOVE                 WS-SNAP-TOTAL    TO  WS-RPT-DTL-TOTAL.
         MOVE                 PTX-USER         TO  WS-RPT-DTL-USER.
         MOVE                 WS-APPLY-STATUS  TO  WS-RPT-DTL-STATUS.
         MOVE                 PTX-REASON       TO  WS-RPT-DTL-REASON.
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
      *-- ﾚﾎﾟｰﾄ ｼｭｳｹｲﾌｯﾀ (ｹﾝｽｳ ﾄ ﾃｷﾖｳ/ｷｬｸｶ ｹﾝｽｳ)
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
         MOVE                 WS-TRX-COUNT     TO  WS-RPT-FTR-TRX.
         MOVE                 WS-APPLY-COUNT   TO  WS-RPT-FTR-APPLY.
         MOVE                 WS-REJECT-COUNT  TO  WS-RPT-FTR-REJECT.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-REPORT-FOOTER-E.
         EXIT.
      *-- ﾌｧｲﾙCLOSE (ｷｬｸｶ ｱﾘ ﾊ RC=4)
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         PERFORM              PGM-REPORT-FOOTER.
         CLOSE                TRX-FL
                              PER-FL
                              PEB-FL
                              AUDIT-FL
                              REPORT-FL.
         IF                   WS-POSMST-AVAILABLE  =  'Y'
           CLOSE              POSMST-FL
         END-IF.
         IF                   WS-REJECT-COUNT  >  ZERO
           MOVE               4  TO  RETURN-CODE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "PERCLS PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  TRX-FL STATUS = "  WS-TRX-STATUS.
         DISPLAY              "  PER-FL STATUS = "  WS-PER-STATUS.
         DISPLAY              "  PEB-FL STATUS = "  WS-PEB-STATUS.
         DISPLAY              "  POSMST-FL STATUS = "
                              WS-POSMST-STATUS.
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
