         SELECT  TRX-FL       ASSIGN TO 'MSTTRX'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-TRX-STATUS.
         SELECT  APR-FL       ASSIGN TO 'MSTAPR'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-APR-STATUS.
         SELECT  PND-FL       ASSIGN TO 'PENDQ'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY  IS PND-REC-KEY
                              FILE STATUS IS WS-PND-STATUS.
         SELECT  MASTER-FL    ASSIGN TO 'master.dat'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
         SELECT  REPORT-FL    ASSIGN TO 'MSTRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
         SELECT  PER-FL       ASSIGN TO 'PERCTL'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS PER-MONTH
                              FILE STATUS IS WS-PER-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  TRX-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  TRX-REC            PIC X(27).
      *-- ｼｮｳﾆﾝ ﾄﾗﾝｻﾞｸｼｮﾝ (ｷｰｲﾝ ｼｬ ｲｶﾞｲ ﾉ ﾕｰｻﾞ ｶﾞ ｷｰｲﾝ)
       FD  APR-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  APR-REC.
         COPY                 CBAPRREC.
      *-- ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ (VPRUPD ﾄ ｷｮｳﾖｳ, PND-TYPE 'M' ｦ ｼﾖｳ)
       FD  PND-FL             LABEL RECORD STANDARD.
       01  PND-REC.
         COPY                 CBPNDREC.
       FD  MASTER-FL          LABEL RECORD STANDARD.
       01  MASTER-REC.
         COPY                 CBMSTREC.
         COPY                 CBAUDREC.
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
      *-- ｹｲﾘ ｷｶﾝ ｺﾝﾄﾛｰﾙ (PERCLS ｶﾞ ﾒﾝﾃﾅﾝｽ)
       FD  PER-FL             LABEL RECORD STANDARD.
       01  PER-REC.
         COPY                 CBPERREC.
       WORKING-STORAGE        SECTION.
       01  TRX-DATA-AREA.
         COPY                 CBMTXREC.
         03  WS-MASTER-STATUS PIC X(02).
         03  WS-AUDIT-STATUS  PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
         03  WS-APR-STATUS    PIC X(02).
         03  WS-PND-STATUS    PIC X(02).
         03  WS-PER-STATUS    PIC X(02).
       01  WS-TRX-AVAILABLE   PIC X(01)  VALUE 'N'.
       01  WS-APR-AVAILABLE   PIC X(01)  VALUE 'N'.
       01  WS-APR-EOF         PIC X(01).
       01  WS-TRX-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-APPLY-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(09)  VALUE ZERO.
       01  WS-QUEUE-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-APR-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-CHK-REJECT-COUNT
                              PIC 9(09)  VALUE ZERO.
       01  WS-REFUSED-COUNT   PIC 9(09)  VALUE ZERO.
       01  WS-APPLY-STATUS    PIC X(02).
       01  WS-BEFORE-DATA     PIC X(06).
       01  WS-AFTER-DATA      PIC X(06).
      *-- ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ ﾜｰｸ (ｷｭｰ ID ﾄ ｼｮｳﾆﾝｼｬ)
       01  WS-LAST-SEQ        PIC 9(05)  VALUE ZERO.
       01  WS-SEQ-DONE        PIC X(01).
       01  WS-CHECKER         PIC X(08).
       01  WS-PND-DATE        PIC 9(08).
       01  WS-PND-SEQ         PIC 9(05).
       01  WS-DEC-STATUS      PIC X(02).
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-RUN-TIME        PIC 9(08).
       01  WS-PER-WORK.
         COPY                 CBPERWRK.
       01  WS-REPORT-PAGE-COUNT
                              PIC 9(03)  VALUE ZERO.
       01  WS-REPORT-LINE-COUNT
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(22) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(03) VALUE 'ACT'.
         03  FILLER           PIC X(06) VALUE 'KEY'.
         03  FILLER           PIC X(10) VALUE 'EFFDATE'.
         03  FILLER           PIC X(10) VALUE 'MAKER'.
         03  FILLER           PIC X(10) VALUE 'CHECKER'.
         03  FILLER           PIC X(08) VALUE 'BEFORE'.
         03  FILLER           PIC X(08) VALUE 'AFTER'.
         03  FILLER           PIC X(04) VALUE 'ST'.
         03  FILLER           PIC X(14) VALUE 'QUEUE ID'.
         03  FILLER           PIC X(07) VALUE SPACES.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-ACTION
                              PIC X(01).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-KEY   PIC X(04).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-EFF   PIC 9(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-USER  PIC X(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-CHECKER
                              PIC X(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-BEFORE
                              PIC X(06).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-STATUS
                              PIC X(02).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-PND-DATE
                              PIC 9(08).
         03  FILLER           PIC X(01) VALUE '-'.
         03  WS-RPT-DTL-PND-SEQ
                              PIC 9(05).
         03  FILLER           PIC X(07) VALUE SPACES.
      *-- ｼｮｳﾆﾝ ﾄﾗﾝｻﾞｸｼｮﾝ ﾑｺｳ ｷﾞｮｳ
       01  WS-RPT-REFUSED.
         03  FILLER           PIC X(09) VALUE 'DECISION '.
         03  WS-RPT-REF-DATE  PIC 9(08).
         03  FILLER           PIC X(01) VALUE '-'.
         03  WS-RPT-REF-SEQ   PIC 9(05).
         03  FILLER           PIC X(05) VALUE '  BY '.
         03  WS-RPT-REF-USER  PIC X(08).
         03  FILLER           PIC X(11) VALUE '  REFUSED: '.
         03  WS-RPT-REF-TEXT  PIC X(20).
         03  FILLER           PIC X(13) VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
         03  WS-RPT-FTR-REJECT
                              PIC Z(8)9.
         03  FILLER           PIC X(18) VALUE SPACES.
       01  WS-RPT-FOOTER2.
         03  FILLER           PIC X(08) VALUE 'QUEUED: '.
         03  WS-RPT-FTR-QUEUE PIC Z(8)9.
         03  FILLER           PIC X(11) VALUE '  DECIDED: '.
         03  WS-RPT-FTR-APR   PIC Z(8)9.
         03  FILLER           PIC X(11) VALUE '  CHK REJ: '.
         03  WS-RPT-FTR-CHKREJ
                              PIC Z(8)9.
         03  FILLER           PIC X(11) VALUE '  REFUSED: '.
         03  WS-RPT-FTR-REFUSED
                              PIC Z(8)9.
         03  FILLER           PIC X(03) VALUE SPACES.
      *
       PROCEDURE              DIVISION.
      *-- ﾌﾟﾛｸﾞﾗﾑﾉﾌﾛｰ (ｼｮｳﾆﾝ ｽﾞﾐ ｱｲﾃﾑ ﾉ ﾃｷﾖｳ ﾉ ｱﾄ ｼﾝｷ ｷｰｲﾝ ｦ
      *-- ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ ﾍ ﾄｳﾛｸ)
       PGM-FLOW               SECTION.
       PGM-FLOW-S.
         PERFORM              PGM-OPEN.
         PERFORM              PGM-DECIDE.
         PERFORM              PGM-RW
           UNTIL              FLG-EOF = '1'.
         PERFORM              PGM-CLOSE.
       PGM-FLOW-E.
         STOP RUN.
      *-- ﾌｧｲﾙOPEN AND ｼｮｶｲﾌｧｲﾙREAD (MSTTRX / MSTAPR ﾐｯｼﾕｳ ﾓ
      *-- ｷﾞｮｳﾑ ﾃｲｼ ｼﾅｲ)
       PGM-OPEN               SECTION.
       PGM-OPEN-S.
         OPEN                 INPUT  TRX-FL.
         IF                   WS-TRX-STATUS  =  '00'
           MOVE               'Y'  TO  WS-TRX-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-TRX-AVAILABLE
           DISPLAY            "MSTUPD PGM-OPEN: MSTTRX UNAVAILABLE "
                              "(STATUS="  WS-TRX-STATUS
                              ") - NO NEW TRANSACTIONS THIS RUN"
         END-IF.
         OPEN                 INPUT  APR-FL.
         IF                   WS-APR-STATUS  =  '00'
           MOVE               'Y'  TO  WS-APR-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-APR-AVAILABLE
           DISPLAY            "MSTUPD PGM-OPEN: MSTAPR UNAVAILABLE "
                              "(STATUS="  WS-APR-STATUS
                              ") - NO APPROVALS THIS RUN"
         END-IF.
         PERFORM              PGM-OPEN-PENDQ.
         PERFORM              PGM-OPEN-MASTER.
         PERFORM              PGM-PER-OPEN.
         OPEN                 EXTEND  AUDIT-FL.
         IF                   WS-AUDIT-STATUS  =  '35'
           OPEN               OUTPUT  AUDIT-FL
           PERFORM            PGM-ERROR
         END-IF.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         PERFORM              PGM-FIND-LAST-SEQ.
         MOVE                 SPACE  TO  FLG-EOF.
         IF                   WS-TRX-AVAILABLE  =  'Y'
           PERFORM            PGM-READ
         ELSE
           MOVE               '1'  TO  FLG-EOF
         END-IF.
       PGM-OPEN-E.
         EXIT.
      *-- ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ OPEN (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ｼﾝｷ ｻｸｾｲ)
       PGM-OPEN-PENDQ          SECTION.
       PGM-OPEN-PENDQ-S.
         OPEN                 I-O  PND-FL.
         IF                   WS-PND-STATUS  =  '35'
           OPEN               OUTPUT  PND-FL
           IF                 WS-PND-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           CLOSE              PND-FL
           OPEN               I-O  PND-FL
         END-IF.
         IF                   WS-PND-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-OPEN-PENDQ-E.
         EXIT.
      *-- ﾏｽﾀﾌｧｲﾙ OPEN (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ｼﾝｷ ｻｸｾｲ)
       PGM-OPEN-MASTER         SECTION.
       PGM-OPEN-MASTER-S.
         END-IF.
       PGM-OPEN-MASTER-E.
         EXIT.
      *-- ﾄｳｼﾞﾂ ﾌﾞﾝ ﾉ ｷｿﾝ ｻｲﾀﾞｲ ﾚﾝﾊﾞﾝ ｹﾝｻｸ (ｻｲﾗﾝ ﾀｲｵｳ)
       PGM-FIND-LAST-SEQ       SECTION.
       PGM-FIND-LAST-SEQ-S.
         MOVE                 ZERO   TO  WS-LAST-SEQ.
         MOVE                 'N'    TO  WS-SEQ-DONE.
         MOVE                 'M'    TO  PND-TYPE.
         MOVE                 WS-RUN-DATE  TO  PND-DATE.
         MOVE                 ZERO   TO  PND-SEQ.
         START                PND-FL  KEY  NOT <  PND-REC-KEY
           INVALID KEY
             MOVE             'Y'  TO  WS-SEQ-DONE
         END-START.
         PERFORM              UNTIL  WS-SEQ-DONE  =  'Y'
           READ               PND-FL  NEXT
             AT END
               MOVE           'Y'  TO  WS-SEQ-DONE
           END-READ
           IF                 WS-SEQ-DONE  NOT =  'Y'
             IF               WS-PND-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             IF               PND-TYPE  NOT =  'M'
                 OR  PND-DATE  NOT =  WS-RUN-DATE
               MOVE           'Y'  TO  WS-SEQ-DONE
             ELSE
               MOVE           PND-SEQ  TO  WS-LAST-SEQ
             END-IF
           END-IF
         END-PERFORM.
       PGM-FIND-LAST-SEQ-E.
         EXIT.
      *-- ﾌｧｲﾙREAD
       PGM-READ               SECTION.
       PGM-READ-S.
         END-IF.
       PGM-READ-E.
         EXIT.
      *-- ｼｮｳﾆﾝ ﾄﾗﾝｻﾞｸｼｮﾝ ｼｮﾘ (ｼｮｳﾆﾝ ﾊ ﾏｽﾀ ﾍ ﾃｷﾖｳ, ｷｬｯｶ ﾊ ﾃｷﾖｳ
      *-- ｾｽﾞ ｷｭｰ ｦ ｸﾛｰｽﾞ)
       PGM-DECIDE              SECTION.
       PGM-DECIDE-S.
         IF                   WS-APR-AVAILABLE  =  'Y'
           MOVE               SPACE  TO  WS-APR-EOF
           PERFORM            UNTIL  WS-APR-EOF = '1'
             READ             APR-FL
               AT END
                 MOVE         '1'  TO  WS-APR-EOF
             END-READ
             IF               WS-APR-EOF  NOT =  '1'
               IF             WS-APR-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               ADD            1  TO  WS-APR-COUNT
               PERFORM        PGM-DECIDE-ONE
             END-IF
           END-PERFORM
         END-IF.
       PGM-DECIDE-E.
         EXIT.
      *-- 1 ｼｮｳﾆﾝ ﾉ ｼｮﾘ (ﾐﾄｳﾛｸ/ｹｯﾃｲ ｽﾞﾐ/ｷｰｲﾝ ｼｬ ﾄ ﾄﾞｳｲﾂ ﾕｰｻﾞ/
      *-- ｹｯﾃｲ ｺｰﾄﾞ ﾌﾒｲ ﾊ ﾑｺｳ ﾄｼﾃ ﾚﾎﾟｰﾄ ﾉﾐ, ｱｲﾃﾑ ﾊ ｼｮｳﾆﾝ ﾏﾁ ﾉ ﾏﾏ)
       PGM-DECIDE-ONE          SECTION.
       PGM-DECIDE-ONE-S.
         MOVE                 SPACES  TO  WS-DEC-STATUS.
         MOVE                 'M'           TO  PND-TYPE.
         MOVE                 APR-DATE      TO  PND-DATE.
         MOVE                 APR-SEQ       TO  PND-SEQ.
         READ                 PND-FL
           INVALID KEY
             CONTINUE
         END-READ.
         IF                   WS-PND-STATUS  NOT =  '00'
           IF                 WS-PND-STATUS  NOT =  '23'
             PERFORM          PGM-ERROR
           END-IF
           MOVE               '22'  TO  WS-DEC-STATUS
         ELSE
           IF                 PND-STATUS  NOT =  'P'
             MOVE             '23'  TO  WS-DEC-STATUS
           ELSE
             IF               APR-USER  =  SPACES
                 OR  APR-USER  =  PND-MAKER
               MOVE           '21'  TO  WS-DEC-STATUS
             ELSE
               IF             APR-DECISION  NOT =  'A'
                   AND  APR-DECISION  NOT =  'R'
                 MOVE         '24'  TO  WS-DEC-STATUS
               END-IF
             END-IF
           END-IF
         END-IF.
         IF                   WS-DEC-STATUS  NOT =  SPACES
           ADD                1  TO  WS-REFUSED-COUNT
           PERFORM            PGM-REPORT-REFUSED
         ELSE
           MOVE               PND-MST-ACTION    TO  TRX-ACTION
           MOVE               PND-MST-KEY       TO  TRX-KEY
           MOVE               PND-MST-EFF-DATE  TO  TRX-EFF-DATE
           MOVE               PND-MST-DATA      TO  TRX-DATA
           MOVE               PND-MAKER         TO  TRX-USER
           MOVE               APR-USER          TO  WS-CHECKER
           MOVE               PND-DATE          TO  WS-PND-DATE
           MOVE               PND-SEQ           TO  WS-PND-SEQ
           MOVE               SPACES  TO  WS-BEFORE-DATA
           MOVE               SPACES  TO  WS-AFTER-DATA
           IF                 APR-DECISION  =  'A'
             PERFORM          PGM-APPLY
             IF               WS-APPLY-STATUS  =  'OK'
               ADD            1  TO  WS-APPLY-COUNT
             ELSE
               ADD            1  TO  WS-REJECT-COUNT
             END-IF
             MOVE             'A'  TO  PND-STATUS
           ELSE
             MOVE             'RJ'  TO  WS-APPLY-STATUS
             ADD              1  TO  WS-CHK-REJECT-COUNT
             MOVE             'R'  TO  PND-STATUS
           END-IF
           MOVE               APR-USER         TO  PND-CHECKER
           MOVE               WS-RUN-DATE      TO  PND-DEC-DATE
           MOVE               WS-APPLY-STATUS  TO  PND-RESULT
           REWRITE            PND-REC
             INVALID KEY
               PERFORM        PGM-ERROR
           END-REWRITE
           PERFORM            PGM-AUDIT-WRITE
           PERFORM            PGM-REPORT-DETAIL
         END-IF.
       PGM-DECIDE-ONE-E.
         EXIT.
      *-- ｼﾝｷ ﾄﾗﾝｻﾞｸｼｮﾝ ﾉ ｼｮｳﾆﾝ ﾏﾁ ﾄｳﾛｸ AND ﾂｷﾞﾉﾌｧｲﾙREAD
      *-- (ﾋﾂﾞｹ/ｱｸｼｮﾝ/ｷｰｲﾝ ｼｬ ﾌｾｲ ﾄ ｼﾒ ｽﾞﾐ ｷｶﾝ ﾉ ﾃｷﾖｳ ﾋﾂﾞｹ ﾊ
      *-- ｿﾉ ﾊﾞ ﾃﾞ ｷｬｸｶ)
       PGM-RW                 SECTION.
       PGM-RW-S.
         MOVE                 SPACES  TO  WS-BEFORE-DATA.
         MOVE                 SPACES  TO  WS-AFTER-DATA.
         MOVE                 SPACES  TO  WS-CHECKER.
         MOVE                 ZERO    TO  WS-PND-DATE
                                          WS-PND-SEQ.
         IF                   TRX-EFF-DATE  NOT NUMERIC
           MOVE               '14'  TO  WS-APPLY-STATUS
         ELSE
           IF                 TRX-ACTION  NOT =  'A'
               AND  TRX-ACTION  NOT =  'C'
               AND  TRX-ACTION  NOT =  'D'
             MOVE             '11'  TO  WS-APPLY-STATUS
           ELSE
             IF               TRX-USER  =  SPACES
               MOVE           '15'  TO  WS-APPLY-STATUS
             ELSE
               MOVE           TRX-EFF-DATE  TO  WS-PER-DATE
               PERFORM        PGM-PER-CHECK
               IF             WS-PER-CLOSED  =  'Y'
                 MOVE         '16'  TO  WS-APPLY-STATUS
               ELSE
                 PERFORM      PGM-QUEUE-ADD
               END-IF
             END-IF
           END-IF
         END-IF.
         IF                   WS-APPLY-STATUS  =  'PD'
           ADD                1  TO  WS-QUEUE-COUNT
         ELSE
           ADD                1  TO  WS-REJECT-COUNT
         END-IF.
         PERFORM              PGM-AUDIT-WRITE.
         PERFORM              PGM-REPORT-DETAIL.
         PERFORM              PGM-READ.
       PGM-RW-E.
         EXIT.
      *-- ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ ﾍ ﾄｳﾛｸ (ﾚﾝﾊﾞﾝ ﾊ ﾄｳｼﾞﾂ ｷｿﾝ ｻｲﾀﾞｲ + 1)
       PGM-QUEUE-ADD           SECTION.
       PGM-QUEUE-ADD-S.
         ADD                  1  TO  WS-LAST-SEQ.
         MOVE                 'M'           TO  PND-TYPE.
         MOVE                 WS-RUN-DATE   TO  PND-DATE.
         MOVE                 WS-LAST-SEQ   TO  PND-SEQ.
         MOVE                 'P'           TO  PND-STATUS.
         MOVE                 TRX-USER      TO  PND-MAKER.
         MOVE                 SPACES        TO  PND-CHECKER.
         MOVE                 ZERO          TO  PND-DEC-DATE.
         MOVE                 SPACES        TO  PND-RESULT.
         MOVE                 SPACES        TO  PND-DATA.
         MOVE                 TRX-ACTION    TO  PND-MST-ACTION.
         MOVE                 TRX-KEY       TO  PND-MST-KEY.
         MOVE                 TRX-EFF-DATE  TO  PND-MST-EFF-DATE.
         MOVE                 TRX-DATA      TO  PND-MST-DATA.
         WRITE                PND-REC
           INVALID KEY
             PERFORM          PGM-ERROR
         END-WRITE.
         MOVE                 'PD'          TO  WS-APPLY-STATUS.
         MOVE                 PND-DATE      TO  WS-PND-DATE.
         MOVE                 PND-SEQ       TO  WS-PND-SEQ.
         IF                   TRX-ACTION  NOT =  'D'
           MOVE               TRX-DATA      TO  WS-AFTER-DATA
         END-IF.
       PGM-QUEUE-ADD-E.
         EXIT.
      *-- ｼｮｳﾆﾝ ｽﾞﾐ ﾄﾗﾝｻﾞｸｼｮﾝ ﾉ ﾏｽﾀ ﾃｷﾖｳ (ｷｰｲﾝ ｺﾞ ﾆ ﾃｷﾖｳ ﾋﾂﾞｹ ﾉ
      *-- ﾂｷ ｶﾞ ｼﾒ ﾗﾚﾀ ﾊﾞｱｲ ﾊ '16' ﾃﾞ ﾃｷﾖｳ ｼﾅｲ)
       PGM-APPLY               SECTION.
       PGM-APPLY-S.
         MOVE                 TRX-EFF-DATE  TO  WS-PER-DATE.
         PERFORM              PGM-PER-CHECK.
         IF                   WS-PER-CLOSED  =  'Y'
           MOVE               '16'  TO  WS-APPLY-STATUS
         ELSE
           EVALUATE           TRX-ACTION
             WHEN             'A'
               MOVE           '11'  TO  WS-APPLY-STATUS
           END-EVALUATE
         END-IF.
       PGM-APPLY-E.
         EXIT.
      *-- ﾂｲｶ (ｷｰ + ﾃｷﾖｳ ﾋﾂﾞｹ ﾁｮｳﾌｸ ﾊ ｷｬｸｶ)
       PGM-APPLY-ADD           SECTION.
         END-IF.
       PGM-APPLY-DELETE-E.
         EXIT.
      *-- ｶﾝｻ ﾚｺｰﾄﾞ ｼｭﾂﾘｮｸ (ｺｳｼﾝ ｾﾞﾝｺﾞ ｲﾒｰｼﾞ, ｷｰｲﾝ ｼｬ ﾄ ｼｮｳﾆﾝｼｬ
      *-- ﾂｷ)
       PGM-AUDIT-WRITE         SECTION.
       PGM-AUDIT-WRITE-S.
         ACCEPT                WS-RUN-TIME  FROM  TIME.
         MOVE                 WS-BEFORE-DATA   TO  AUD-BEFORE.
         MOVE                 WS-AFTER-DATA    TO  AUD-AFTER.
         MOVE                 WS-APPLY-STATUS  TO  AUD-STATUS.
         MOVE                 WS-CHECKER       TO  AUD-APPROVER.
         MOVE                 WS-PND-DATE      TO  AUD-PND-DATE.
         MOVE                 WS-PND-SEQ       TO  AUD-PND-SEQ.
         WRITE                AUDIT-REC.
         IF                   WS-AUDIT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
           MOVE               ZERO             TO  WS-RPT-DTL-EFF
         END-IF.
         MOVE                 TRX-USER         TO  WS-RPT-DTL-USER.
         MOVE                 WS-CHECKER       TO  WS-RPT-DTL-CHECKER.
         MOVE                 WS-BEFORE-DATA   TO  WS-RPT-DTL-BEFORE.
         MOVE                 WS-AFTER-DATA    TO  WS-RPT-DTL-AFTER.
         MOVE                 WS-APPLY-STATUS  TO  WS-RPT-DTL-STATUS.
         MOVE                 WS-PND-DATE      TO  WS-RPT-DTL-PND-DATE.
         MOVE                 WS-PND-SEQ       TO  WS-RPT-DTL-PND-SEQ.
         WRITE                REPORT-REC  FROM  WS-RPT-DETAIL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-DETAIL-E.
         EXIT.
      *-- ｼｮｳﾆﾝ ﾑｺｳ ｷﾞｮｳ ｼｭﾂﾘｮｸ ('21'=ｷｰｲﾝ ｼｬ ﾄ ﾄﾞｳｲﾂ/ｼｮｳﾆﾝｼｬ
      *-- ﾐｾｯﾃｲ '22'=ｱｲﾃﾑ ﾅｼ '23'=ｹｯﾃｲ ｽﾞﾐ '24'=ｹｯﾃｲ ｺｰﾄﾞ ﾌﾒｲ)
       PGM-REPORT-REFUSED      SECTION.
       PGM-REPORT-REFUSED-S.
         IF                   WS-REPORT-PAGE-COUNT  =  ZERO
             OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
           PERFORM            PGM-REPORT-PAGE-BREAK
         END-IF.
         IF                   APR-DATE  NUMERIC
           MOVE               APR-DATE  TO  WS-RPT-REF-DATE
         ELSE
           MOVE               ZERO      TO  WS-RPT-REF-DATE
         END-IF.
         IF                   APR-SEQ  NUMERIC
           MOVE               APR-SEQ   TO  WS-RPT-REF-SEQ
         ELSE
           MOVE               ZERO      TO  WS-RPT-REF-SEQ
         END-IF.
         MOVE                 APR-USER  TO  WS-RPT-REF-USER.
         EVALUATE             WS-DEC-STATUS
           WHEN               '21'
             MOVE             'CHECKER IS MAKER'  TO  WS-RPT-REF-TEXT
           WHEN               '22'
             MOVE             'ITEM NOT FOUND'  TO  WS-RPT-REF-TEXT
           WHEN               '23'
             MOVE             'ALREADY DECIDED'  TO  WS-RPT-REF-TEXT
           WHEN               OTHER
             MOVE             'BAD DECISION CODE'  TO  WS-RPT-REF-TEXT
         END-EVALUATE.
         WRITE                REPORT-REC  FROM  WS-RPT-REFUSED.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-REFUSED-E.
         EXIT.
      *-- ﾍﾟｰｼﾞ ｸｷﾞﾘ (ﾏｴﾍﾟｰｼﾞﾌｯﾀ + ｼﾝｷﾍｯﾀﾞ)
       PGM-REPORT-PAGE-BREAK   SECTION.
       PGM-REPORT-PAGE-BREAK-S.
         MOVE                 ZERO  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-PAGE-BREAK-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ｼｭｳｹｲﾌｯﾀ (ｹﾝｽｳ ﾄ ﾃｷﾖｳ/ｷｬｸｶ ｹﾝｽｳ, ｼｮｳﾆﾝ ｹﾝｽｳ)
       PGM-REPORT-FOOTER       SECTION.
       PGM-REPORT-FOOTER-S.
         IF                   WS-REPORT-PAGE-COUNT  >  ZERO
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WS-QUEUE-COUNT   TO  WS-RPT-FTR-QUEUE.
         MOVE                 WS-APR-COUNT     TO  WS-RPT-FTR-APR.
         MOVE                 WS-CHK-REJECT-COUNT  TO
                              WS-RPT-FTR-CHKREJ.
         MOVE                 WS-REFUSED-COUNT TO  WS-RPT-FTR-REFUSED.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-REPORT-FOOTER-E.
         EXIT.
      *-- ﾌｧｲﾙCLOSE (ｷｬｸｶ ﾏﾀﾊ ｼｮｳﾆﾝ ﾑｺｳ ｱﾘ ﾊ RC=4)
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         PERFORM              PGM-REPORT-FOOTER.
         IF                   WS-TRX-AVAILABLE  =  'Y'
           CLOSE              TRX-FL
         END-IF.
         IF                   WS-APR-AVAILABLE  =  'Y'
           CLOSE              APR-FL
         END-IF.
         CLOSE                PND-FL
                              MASTER-FL
                              AUDIT-FL
                              REPORT-FL.
         PERFORM              PGM-PER-CLOSE.
         IF                   WS-REJECT-COUNT  >  ZERO
             OR  WS-REFUSED-COUNT  >  ZERO
           MOVE               4  TO  RETURN-CODE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- ｹｲﾘ ｷｶﾝ ｼﾒ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBPERCHK ｷｮｳﾂｳ)
       COPY                 CBPERCHK
         REPLACING          ==:PGM:==   BY  =='MSTUPD'==.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "MSTUPD PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  TRX-FL STATUS = "  WS-TRX-STATUS.
         DISPLAY              "  APR-FL STATUS = "  WS-APR-STATUS.
         DISPLAY              "  PND-FL STATUS = "  WS-PND-STATUS.
         DISPLAY              "  PER-FL STATUS = "  WS-PER-STATUS.
         DISPLAY              "  MASTER-FL STATUS = "
                              WS-MASTER-STATUS.
         DISPLAY              "  AUDIT-FL STATUS = "
