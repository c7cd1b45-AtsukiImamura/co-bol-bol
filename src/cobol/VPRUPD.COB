      *---1---------2---------3---------4---------5-----
       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            VPRUPD.
      *
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         SELECT  TRX-FL       ASSIGN TO 'VPRTRX'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-TRX-STATUS.
         SELECT  APR-FL       ASSIGN TO 'VPRAPR'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-APR-STATUS.
         SELECT  PND-FL       ASSIGN TO 'PENDQ'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY  IS PND-REC-KEY
                              FILE STATUS IS WS-PND-STATUS.
         SELECT  VALPRM-FL    ASSIGN TO 'VALPRM'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-VALPRM-STATUS.
         SELECT  AUDIT-FL     ASSIGN TO 'VPRAUD'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-AUDIT-STATUS.
         SELECT  REPORT-FL    ASSIGN TO 'VPRRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  TRX-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  TRX-REC.
         COPY                 CBVTXREC.
      *-- ｼｮｳﾆﾝ ﾄﾗﾝｻﾞｸｼｮﾝ (ｷｰｲﾝ ｼｬ ｲｶﾞｲ ﾉ ﾕｰｻﾞ ｶﾞ ｷｰｲﾝ)
       FD  APR-FL             LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  APR-REC.
         COPY                 CBAPRREC.
      *-- ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ (MSTUPD ﾄ ｷｮｳﾖｳ, PND-TYPE 'V' ｦ ｼﾖｳ)
       FD  PND-FL             LABEL RECORD STANDARD.
       01  PND-REC.
         COPY                 CBPNDREC.
      *-- ｹﾝｻ ﾊﾟﾗﾒｰﾀ (ｾﾞﾝｹﾝ ﾛｰﾄﾞ ｺﾞ, ﾃｷﾖｳ ｱﾘ ﾉ ﾄｷ ﾉﾐ ｾﾞﾝｹﾝ ｶｷｶｴ)
       FD  VALPRM-FL          LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  VALPRM-REC         PIC X(27).
       FD  AUDIT-FL           LABEL RECORD OMITTED.
       01  AUDIT-REC.
         COPY                 CBVPAREC.
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       WORKING-STORAGE        SECTION.
       01  WS-VPR-ROW.
         COPY                 CBVPRREC.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-TRX-STATUS    PIC X(02).
         03  WS-APR-STATUS    PIC X(02).
         03  WS-PND-STATUS    PIC X(02).
         03  WS-VALPRM-STATUS PIC X(02).
         03  WS-AUDIT-STATUS  PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
       01  WS-TRX-AVAILABLE   PIC X(01)  VALUE 'N'.
       01  WS-APR-AVAILABLE   PIC X(01)  VALUE 'N'.
       01  WS-APR-EOF         PIC X(01).
       01  WS-VALPRM-EOF      PIC X(01).
       01  WS-TRX-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-APPLY-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(09)  VALUE ZERO.
       01  WS-QUEUE-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-APR-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-CHK-REJECT-COUNT
                              PIC 9(09)  VALUE ZERO.
       01  WS-REFUSED-COUNT   PIC 9(09)  VALUE ZERO.
       01  WS-APPLY-STATUS    PIC X(02).
       01  WS-ACTION          PIC X(01).
       01  WS-MAKER           PIC X(08).
       01  WS-NEW-ROW         PIC X(27).
       01  WS-BEFORE-DATA     PIC X(27).
       01  WS-AFTER-DATA      PIC X(27).
      *-- ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ ﾜｰｸ (ｷｭｰ ID ﾄ ｼｮｳﾆﾝｼｬ)
       01  WS-LAST-SEQ        PIC 9(05)  VALUE ZERO.
       01  WS-SEQ-DONE        PIC X(01).
       01  WS-CHECKER         PIC X(08).
       01  WS-PND-DATE        PIC 9(08).
       01  WS-PND-SEQ         PIC 9(05).
       01  WS-DEC-STATUS      PIC X(02).
      *-- ﾊﾟﾗﾒｰﾀ ｷﾞｮｳ ﾃｰﾌﾞﾙ (SAMPLE/RECYCLE ﾉ ﾛｰﾄﾞ ｼﾞｮｳｹﾞﾝ ﾄ ﾄﾞｳｲﾂ
      *-- ｹﾝｽｳ, ｻｸｼﾞｮ ｷﾞｮｳ ﾊ ｶｷｶｴ ｼﾞ ﾆ ｼﾞｮｶﾞｲ. ｼﾞｮｳｹﾞﾝ ｦ ｺｴﾙ VALPRM
      *-- ﾊ ｶｷｶｴ ｾｽﾞ ｲｼﾞｮｳ ｼｭｳﾘｮｳ)
       01  WS-ROW-MAX         PIC 9(02)  VALUE 50.
       01  WS-ROW-ENTRIES     PIC 9(02)  VALUE ZERO.
       01  WS-ROW-IDX         PIC 9(02)  VALUE ZERO.
       01  WS-ROW-HIT         PIC 9(02)  VALUE ZERO.
       01  WS-ROW-FREE        PIC 9(02)  VALUE ZERO.
       01  WS-ROW-ACTIVE      PIC 9(02)  VALUE ZERO.
       01  WS-ROW-CHANGED     PIC X(01)  VALUE 'N'.
       01  WS-ROW-TABLE.
         03  WS-ROW-ENTRY     OCCURS 50 TIMES.
           05  WS-ROW-DATA    PIC X(27).
           05  WS-ROW-DELETED PIC X(01).
      *-- ｷﾞｮｳ ｼｷﾍﾞﾂ ｷｰ (ﾙｰﾙ + ｿｰｽ, 'KR' ﾊ + ｷｰ ｶｹﾞﾝ)
       01  WS-KEY-ROW         PIC X(27).
       01  WS-KEY-OUT         PIC X(09).
       01  WS-MATCH-KEY       PIC X(09).
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
                              'VALPRM MAINTENANCE REPORT'.
         03  FILLER           PIC X(06) VALUE 'PAGE: '.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(22) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(03) VALUE 'ACT'.
         03  FILLER           PIC X(29) VALUE 'PARAMETER ROW'.
         03  FILLER           PIC X(10) VALUE 'MAKER'.
         03  FILLER           PIC X(10) VALUE 'CHECKER'.
         03  FILLER           PIC X(04) VALUE 'ST'.
         03  FILLER           PIC X(14) VALUE 'QUEUE ID'.
         03  FILLER           PIC X(10) VALUE SPACES.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-ACTION
                              PIC X(01).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-ROW   PIC X(27).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-USER  PIC X(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-CHECKER
                              PIC X(08).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-STATUS
                              PIC X(02).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-PND-DATE
                              PIC 9(08).
         03  FILLER           PIC X(01) VALUE '-'.
         03  WS-RPT-DTL-PND-SEQ
                              PIC 9(05).
         03  FILLER           PIC X(10) VALUE SPACES.
      *-- ﾍﾝｺｳ ﾏｴ ｲﾒｰｼﾞ ｷﾞｮｳ (ﾍﾝｺｳ/ｻｸｼﾞｮ/ﾁｮｳﾌｸ ﾉ ｷｿﾝ ｷﾞｮｳ)
       01  WS-RPT-BEFORE.
         03  FILLER           PIC X(03) VALUE SPACES.
         03  WS-RPT-BEF-ROW   PIC X(27).
         03  FILLER           PIC X(12) VALUE '  (BEFORE)'.
         03  FILLER           PIC X(38) VALUE SPACES.
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
       01  WS-RPT-FOOTER3.
         03  FILLER           PIC X(13) VALUE 'VALPRM ROWS: '.
         03  WS-RPT-FTR-ROWS  PIC Z9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-FTR-WRITTEN
                              PIC X(20).
         03  FILLER           PIC X(43) VALUE SPACES.
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
      *-- ﾌｧｲﾙOPEN AND ｼｮｶｲﾌｧｲﾙREAD (VPRTRX / VPRAPR ﾐｯｼﾕｳ ﾓ
      *-- ｷﾞｮｳﾑ ﾃｲｼ ｼﾅｲ)
       PGM-OPEN               SECTION.
       PGM-OPEN-S.
         OPEN                 INPUT  TRX-FL.
         IF                   WS-TRX-STATUS  =  '00'
           MOVE               'Y'  TO  WS-TRX-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-TRX-AVAILABLE
           DISPLAY            "VPRUPD PGM-OPEN: VPRTRX UNAVAILABLE "
                              "(STATUS="  WS-TRX-STATUS
                              ") - NO NEW TRANSACTIONS THIS RUN"
         END-IF.
         OPEN                 INPUT  APR-FL.
         IF                   WS-APR-STATUS  =  '00'
           MOVE               'Y'  TO  WS-APR-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-APR-AVAILABLE
           DISPLAY            "VPRUPD PGM-OPEN: VPRAPR UNAVAILABLE "
                              "(STATUS="  WS-APR-STATUS
                              ") - NO APPROVALS THIS RUN"
         END-IF.
         PERFORM              PGM-OPEN-PENDQ.
         PERFORM              PGM-LOAD-VALPRM.
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
      *-- ｹﾝｻ ﾊﾟﾗﾒｰﾀ ｾﾞﾝｹﾝ ﾛｰﾄﾞ (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ｶﾗ ﾃﾞ ｶｲｼ,
      *-- ｼﾞｮｳｹﾞﾝ ｺｴ ﾊ VALPRM ｦ ｶｷｶｴ ｽﾞﾆ ｲｼﾞｮｳ ｼｭｳﾘｮｳ RC=16)
       PGM-LOAD-VALPRM         SECTION.
       PGM-LOAD-VALPRM-S.
         MOVE                 ZERO  TO  WS-ROW-ENTRIES.
         OPEN                 INPUT  VALPRM-FL.
         IF                   WS-VALPRM-STATUS  NOT =  '00'
           DISPLAY            "VPRUPD PGM-LOAD-VALPRM: VALPRM "
                              "UNAVAILABLE (STATUS="
                              WS-VALPRM-STATUS
                              ") - STARTING FROM NO RULES"
         ELSE
           MOVE               SPACE  TO  WS-VALPRM-EOF
           PERFORM            UNTIL  WS-VALPRM-EOF = '1'
             READ             VALPRM-FL
               AT END
                 MOVE         '1'  TO  WS-VALPRM-EOF
             END-READ
             IF               WS-VALPRM-EOF  NOT =  '1'
               IF             WS-VALPRM-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               IF             WS-ROW-ENTRIES  <  WS-ROW-MAX
                 ADD          1  TO  WS-ROW-ENTRIES
                 MOVE         VALPRM-REC  TO
                              WS-ROW-DATA(WS-ROW-ENTRIES)
                 MOVE         'N'  TO
                              WS-ROW-DELETED(WS-ROW-ENTRIES)
               ELSE
                 DISPLAY      "VPRUPD PGM-LOAD-VALPRM: "
                              "VALPRM EXCEEDS ROW TABLE ("
                              WS-ROW-MAX  ") - VALPRM NOT REWRITTEN"
                 PERFORM      PGM-ERROR
               END-IF
             END-IF
           END-PERFORM
           CLOSE              VALPRM-FL
         END-IF.
       PGM-LOAD-VALPRM-E.
         EXIT.
      *-- ﾄｳｼﾞﾂ ﾌﾞﾝ ﾉ ｷｿﾝ ｻｲﾀﾞｲ ﾚﾝﾊﾞﾝ ｹﾝｻｸ (ｻｲﾗﾝ ﾀｲｵｳ)
       PGM-FIND-LAST-SEQ       SECTION.
       PGM-FIND-LAST-SEQ-S.
         MOVE                 ZERO   TO  WS-LAST-SEQ.
         MOVE                 'N'    TO  WS-SEQ-DONE.
         MOVE                 'V'    TO  PND-TYPE.
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
             IF               PND-TYPE  NOT =  'V'
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
         READ                 TRX-FL
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
      *-- ｼｮｳﾆﾝ ﾄﾗﾝｻﾞｸｼｮﾝ ｼｮﾘ (ｼｮｳﾆﾝ ﾊ ﾊﾟﾗﾒｰﾀ ﾃｰﾌﾞﾙ ﾍ ﾃｷﾖｳ,
      *-- ｷｬｯｶ ﾊ ﾃｷﾖｳ ｾｽﾞ ｷｭｰ ｦ ｸﾛｰｽﾞ)
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
         MOVE                 'V'           TO  PND-TYPE.
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
           MOVE               PND-VPR-ACTION  TO  WS-ACTION
           MOVE               PND-VPR-ROW     TO  WS-NEW-ROW
           MOVE               PND-MAKER       TO  WS-MAKER
           MOVE               APR-USER        TO  WS-CHECKER
           MOVE               PND-DATE        TO  WS-PND-DATE
           MOVE               PND-SEQ         TO  WS-PND-SEQ
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
      *-- (ｱｸｼｮﾝ/ｷｰｲﾝ ｼｬ/ﾙｰﾙ ﾅｲﾖｳ ﾌｾｲ ﾊ ｿﾉ ﾊﾞ ﾃﾞ ｷｬｸｶ)
       PGM-RW                 SECTION.
       PGM-RW-S.
         MOVE                 VTX-ACTION  TO  WS-ACTION.
         MOVE                 VTX-ROW     TO  WS-NEW-ROW.
         MOVE                 VTX-USER    TO  WS-MAKER.
         MOVE                 SPACES  TO  WS-BEFORE-DATA.
         MOVE                 SPACES  TO  WS-AFTER-DATA.
         MOVE                 SPACES  TO  WS-CHECKER.
         MOVE                 ZERO    TO  WS-PND-DATE
                                          WS-PND-SEQ.
         IF                   WS-ACTION  NOT =  'A'
             AND  WS-ACTION  NOT =  'C'
             AND  WS-ACTION  NOT =  'D'
           MOVE               '11'  TO  WS-APPLY-STATUS
         ELSE
           IF                 WS-MAKER  =  SPACES
             MOVE             '14'  TO  WS-APPLY-STATUS
           ELSE
             PERFORM          PGM-ROW-CHECK
             IF               WS-APPLY-STATUS  =  SPACES
               PERFORM        PGM-QUEUE-ADD
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
      *-- ﾊﾟﾗﾒｰﾀ ｷﾞｮｳ ﾅｲﾖｳ ﾁｪｯｸ (ﾌｾｲ ﾊ '15', ｻｸｼﾞｮ ﾊ ｼｷﾍﾞﾂ ｷｰ ﾉﾐ)
       PGM-ROW-CHECK           SECTION.
       PGM-ROW-CHECK-S.
         MOVE                 SPACES      TO  WS-APPLY-STATUS.
         MOVE                 WS-NEW-ROW  TO  WS-VPR-ROW.
         IF                   VPR-SOURCE  =  SPACES
           MOVE               '15'  TO  WS-APPLY-STATUS
         END-IF.
         EVALUATE             VPR-RULE
           WHEN               'MX'
             IF               WS-ACTION  NOT =  'D'
                 AND  VPR-MAX-AMOUNT  NOT NUMERIC
               MOVE           '15'  TO  WS-APPLY-STATUS
             END-IF
           WHEN               'KR'
             IF               VPR-KEY-LO  =  SPACES
               MOVE           '15'  TO  WS-APPLY-STATUS
             END-IF
             IF               WS-ACTION  NOT =  'D'
               IF             VPR-KEY-HI  =  SPACES
                   OR  VPR-KEY-LO  >  VPR-KEY-HI
                 MOVE         '15'  TO  WS-APPLY-STATUS
               END-IF
             END-IF
           WHEN               'KF'
             IF               WS-ACTION  NOT =  'D'
                 AND  VPR-KEY-FMT  =  SPACES
               MOVE           '15'  TO  WS-APPLY-STATUS
             END-IF
           WHEN               OTHER
             MOVE             '15'  TO  WS-APPLY-STATUS
         END-EVALUATE.
         IF                   WS-ACTION  NOT =  'D'
             AND  VPR-ENABLE  NOT =  'Y'
             AND  VPR-ENABLE  NOT =  'N'
           MOVE               '15'  TO  WS-APPLY-STATUS
         END-IF.
       PGM-ROW-CHECK-E.
         EXIT.
      *-- ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ ﾍ ﾄｳﾛｸ (ﾚﾝﾊﾞﾝ ﾊ ﾄｳｼﾞﾂ ｷｿﾝ ｻｲﾀﾞｲ + 1)
       PGM-QUEUE-ADD           SECTION.
       PGM-QUEUE-ADD-S.
         ADD                  1  TO  WS-LAST-SEQ.
         MOVE                 'V'           TO  PND-TYPE.
         MOVE                 WS-RUN-DATE   TO  PND-DATE.
         MOVE                 WS-LAST-SEQ   TO  PND-SEQ.
         MOVE                 'P'           TO  PND-STATUS.
         MOVE                 WS-MAKER      TO  PND-MAKER.
         MOVE                 SPACES        TO  PND-CHECKER.
         MOVE                 ZERO          TO  PND-DEC-DATE.
         MOVE                 SPACES        TO  PND-RESULT.
         MOVE                 WS-ACTION     TO  PND-VPR-ACTION.
         MOVE                 WS-NEW-ROW    TO  PND-VPR-ROW.
         WRITE                PND-REC
           INVALID KEY
             PERFORM          PGM-ERROR
         END-WRITE.
         MOVE                 'PD'          TO  WS-APPLY-STATUS.
         MOVE                 PND-DATE      TO  WS-PND-DATE.
         MOVE                 PND-SEQ       TO  WS-PND-SEQ.
         IF                   WS-ACTION  NOT =  'D'
           MOVE               WS-NEW-ROW    TO  WS-AFTER-DATA
         END-IF.
       PGM-QUEUE-ADD-E.
         EXIT.
      *-- ｼｮｳﾆﾝ ｽﾞﾐ ﾍﾝｺｳ ﾉ ﾃｰﾌﾞﾙ ﾃｷﾖｳ ('12'=ﾂｲｶ ｷﾞｮｳ ﾁｮｳﾌｸ
      *-- '13'=ﾀｲｼｮｳ ｷﾞｮｳ ﾅｼ '16'=ｷﾞｮｳｽｳ ｼﾞｮｳｹﾞﾝ)
       PGM-APPLY               SECTION.
       PGM-APPLY-S.
         MOVE                 WS-NEW-ROW  TO  WS-KEY-ROW.
         PERFORM              PGM-ROW-KEY.
         MOVE                 WS-KEY-OUT  TO  WS-MATCH-KEY.
         PERFORM              PGM-ROW-FIND.
         EVALUATE             WS-ACTION
           WHEN               'A'
             IF               WS-ROW-HIT  >  ZERO
               MOVE           '12'  TO  WS-APPLY-STATUS
               MOVE           WS-ROW-DATA(WS-ROW-HIT)  TO
                              WS-BEFORE-DATA
             ELSE
               PERFORM        PGM-ROW-FREE
               IF             WS-ROW-FREE  =  ZERO
                   AND  WS-ROW-ENTRIES  <  WS-ROW-MAX
                 ADD          1  TO  WS-ROW-ENTRIES
                 MOVE         WS-ROW-ENTRIES  TO  WS-ROW-FREE
               END-IF
               IF             WS-ROW-FREE  =  ZERO
                 MOVE         '16'  TO  WS-APPLY-STATUS
               ELSE
                 MOVE         WS-NEW-ROW  TO
                              WS-ROW-DATA(WS-ROW-FREE)
                 MOVE         'N'  TO
                              WS-ROW-DELETED(WS-ROW-FREE)
                 MOVE         WS-NEW-ROW  TO  WS-AFTER-DATA
                 MOVE         'OK'  TO  WS-APPLY-STATUS
               END-IF
             END-IF
           WHEN               'C'
             IF               WS-ROW-HIT  =  ZERO
               MOVE           '13'  TO  WS-APPLY-STATUS
             ELSE
               MOVE           WS-ROW-DATA(WS-ROW-HIT)  TO
                              WS-BEFORE-DATA
               MOVE           WS-NEW-ROW  TO  WS-ROW-DATA(WS-ROW-HIT)
               MOVE           WS-NEW-ROW  TO  WS-AFTER-DATA
               MOVE           'OK'  TO  WS-APPLY-STATUS
             END-IF
           WHEN               'D'
             IF               WS-ROW-HIT  =  ZERO
               MOVE           '13'  TO  WS-APPLY-STATUS
             ELSE
               MOVE           WS-ROW-DATA(WS-ROW-HIT)  TO
                              WS-BEFORE-DATA
               MOVE           'Y'  TO  WS-ROW-DELETED(WS-ROW-HIT)
               MOVE           'OK'  TO  WS-APPLY-STATUS
             END-IF
           WHEN               OTHER
             MOVE             '11'  TO  WS-APPLY-STATUS
         END-EVALUATE.
         IF                   WS-APPLY-STATUS  =  'OK'
           MOVE               'Y'  TO  WS-ROW-CHANGED
         END-IF.
       PGM-APPLY-E.
         EXIT.
      *-- ｷﾞｮｳ ｼｷﾍﾞﾂ ｷｰ ｻｸｾｲ (WS-KEY-ROW → WS-KEY-OUT)
       PGM-ROW-KEY             SECTION.
       PGM-ROW-KEY-S.
         MOVE                 SPACES  TO  WS-KEY-OUT.
         MOVE                 WS-KEY-ROW(1:5)  TO  WS-KEY-OUT(1:5).
         IF                   WS-KEY-ROW(1:2)  =  'KR'
           MOVE               WS-KEY-ROW(16:4)  TO  WS-KEY-OUT(6:4)
         END-IF.
       PGM-ROW-KEY-E.
         EXIT.
      *-- ｻｸｼﾞｮ ｽﾞﾐ ｷﾞｮｳ ﾉ ｱｷ ｹﾝｻｸ (ﾄﾞｳ ﾗﾝ ﾃﾞ ｻｸｼﾞｮ ｼﾀ ｷﾞｮｳ ﾉ ﾜｸ ｦ
      *-- ﾂｲｶ ﾆ ｻｲﾘﾖｳ, ｻｲｼｮ ﾉ ｱｷ ｦ WS-ROW-FREE, ﾅｼ ﾊ ｾﾞﾛ)
       PGM-ROW-FREE            SECTION.
       PGM-ROW-FREE-S.
         MOVE                 ZERO  TO  WS-ROW-FREE.
         PERFORM              VARYING  WS-ROW-IDX  FROM  1  BY  1
                              UNTIL  WS-ROW-IDX  >  WS-ROW-ENTRIES
                                 OR  WS-ROW-FREE  >  ZERO
           IF                 WS-ROW-DELETED(WS-ROW-IDX)  =  'Y'
             MOVE             WS-ROW-IDX  TO  WS-ROW-FREE
           END-IF
         END-PERFORM.
       PGM-ROW-FREE-E.
         EXIT.
      *-- ｼｷﾍﾞﾂ ｷｰ ｲｯﾁ ｷﾞｮｳ ｹﾝｻｸ (ｻｸｼﾞｮ ｽﾞﾐ ﾊ ﾀｲｼｮｳ ｶﾞｲ,
      *-- ﾋｯﾄ ｼﾞ WS-ROW-HIT, ﾅｼ ﾊ ｾﾞﾛ)
       PGM-ROW-FIND            SECTION.
       PGM-ROW-FIND-S.
         MOVE                 ZERO  TO  WS-ROW-HIT.
         PERFORM              VARYING  WS-ROW-IDX  FROM  1  BY  1
                              UNTIL  WS-ROW-IDX  >  WS-ROW-ENTRIES
                                 OR  WS-ROW-HIT  >  ZERO
           IF                 WS-ROW-DELETED(WS-ROW-IDX)  =  'N'
             MOVE             WS-ROW-DATA(WS-ROW-IDX)  TO  WS-KEY-ROW
             PERFORM          PGM-ROW-KEY
             IF               WS-KEY-OUT  =  WS-MATCH-KEY
               MOVE           WS-ROW-IDX  TO  WS-ROW-HIT
             END-IF
           END-IF
         END-PERFORM.
       PGM-ROW-FIND-E.
         EXIT.
      *-- ｹﾝｻ ﾊﾟﾗﾒｰﾀ ｾﾞﾝｹﾝ ｶｷｶｴ (ｻｸｼﾞｮ ｷﾞｮｳ ｦ ﾉｿﾞｸ)
       PGM-VALPRM-WRITE        SECTION.
       PGM-VALPRM-WRITE-S.
         MOVE                 ZERO  TO  WS-ROW-ACTIVE.
         OPEN                 OUTPUT  VALPRM-FL.
         IF                   WS-VALPRM-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         PERFORM              VARYING  WS-ROW-IDX  FROM  1  BY  1
                              UNTIL  WS-ROW-IDX  >  WS-ROW-ENTRIES
           IF                 WS-ROW-DELETED(WS-ROW-IDX)  =  'N'
             MOVE             WS-ROW-DATA(WS-ROW-IDX)  TO  VALPRM-REC
             WRITE            VALPRM-REC
             IF               WS-VALPRM-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             ADD              1  TO  WS-ROW-ACTIVE
           END-IF
         END-PERFORM.
         CLOSE                VALPRM-FL.
       PGM-VALPRM-WRITE-E.
         EXIT.
      *-- ｶﾝｻ ﾚｺｰﾄﾞ ｼｭﾂﾘｮｸ (ｺｳｼﾝ ｾﾞﾝｺﾞ ｲﾒｰｼﾞ, ｷｰｲﾝ ｼｬ ﾄ ｼｮｳﾆﾝｼｬ
      *-- ﾂｷ)
       PGM-AUDIT-WRITE         SECTION.
       PGM-AUDIT-WRITE-S.
         ACCEPT                WS-RUN-TIME  FROM  TIME.
         MOVE                 WS-RUN-DATE      TO  VPA-DATE.
         MOVE                 WS-RUN-TIME(1:6) TO  VPA-TIME.
         MOVE                 WS-MAKER         TO  VPA-USER.
         MOVE                 WS-CHECKER       TO  VPA-APPROVER.
         MOVE                 WS-ACTION        TO  VPA-ACTION.
         IF                   WS-BEFORE-DATA  =  SPACES
             AND  WS-AFTER-DATA  =  SPACES
           MOVE               WS-NEW-ROW       TO  VPA-AFTER
         ELSE
           MOVE               WS-AFTER-DATA    TO  VPA-AFTER
         END-IF.
         MOVE                 WS-BEFORE-DATA   TO  VPA-BEFORE.
         MOVE                 WS-APPLY-STATUS  TO  VPA-STATUS.
         MOVE                 WS-PND-DATE      TO  VPA-PND-DATE.
         MOVE                 WS-PND-SEQ       TO  VPA-PND-SEQ.
         WRITE                AUDIT-REC.
         IF                   WS-AUDIT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-AUDIT-WRITE-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ﾒｲｻｲｷﾞｮｳ ｼｭﾂﾘｮｸ (ﾍﾝｺｳ ﾏｴ ｲﾒｰｼﾞ ｱﾘ ﾊ ﾂｷﾞ ﾉ ｷﾞｮｳ ﾆ)
       PGM-REPORT-DETAIL       SECTION.
       PGM-REPORT-DETAIL-S.
         PERFORM              PGM-REPORT-LINE-CHECK.
         MOVE                 WS-ACTION        TO  WS-RPT-DTL-ACTION.
         MOVE                 WS-NEW-ROW       TO  WS-RPT-DTL-ROW.
         MOVE                 WS-MAKER         TO  WS-RPT-DTL-USER.
         MOVE                 WS-CHECKER       TO  WS-RPT-DTL-CHECKER.
         MOVE                 WS-APPLY-STATUS  TO  WS-RPT-DTL-STATUS.
         MOVE                 WS-PND-DATE      TO  WS-RPT-DTL-PND-DATE.
         MOVE                 WS-PND-SEQ       TO  WS-RPT-DTL-PND-SEQ.
         WRITE                REPORT-REC  FROM  WS-RPT-DETAIL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
         IF                   WS-BEFORE-DATA  NOT =  SPACES
           PERFORM            PGM-REPORT-LINE-CHECK
           MOVE               WS-BEFORE-DATA  TO  WS-RPT-BEF-ROW
           WRITE              REPORT-REC  FROM  WS-RPT-BEFORE
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-REPORT-DETAIL-E.
         EXIT.
      *-- ｼｮｳﾆﾝ ﾑｺｳ ｷﾞｮｳ ｼｭﾂﾘｮｸ ('21'=ｷｰｲﾝ ｼｬ ﾄ ﾄﾞｳｲﾂ/ｼｮｳﾆﾝｼｬ
      *-- ﾐｾｯﾃｲ '22'=ｱｲﾃﾑ ﾅｼ '23'=ｹｯﾃｲ ｽﾞﾐ '24'=ｹｯﾃｲ ｺｰﾄﾞ ﾌﾒｲ)
       PGM-REPORT-REFUSED      SECTION.
       PGM-REPORT-REFUSED-S.
         PERFORM              PGM-REPORT-LINE-CHECK.
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
         WRITE                REPORT-REC  FROM  WS-RPT-HDR2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 ZERO  TO  WS-REPORT-LINE-COUNT.
       PGM-REPORT-PAGE-BREAK-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ｼｭｳｹｲﾌｯﾀ (ｹﾝｽｳ, ｼｮｳﾆﾝ ｹﾝｽｳ, ﾊﾟﾗﾒｰﾀ ｷﾞｮｳｽｳ)
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
         MOVE                 WS-QUEUE-COUNT   TO  WS-RPT-FTR-QUEUE.
         MOVE                 WS-APR-COUNT     TO  WS-RPT-FTR-APR.
         MOVE                 WS-CHK-REJECT-COUNT  TO
                              WS-RPT-FTR-CHKREJ.
         MOVE                 WS-REFUSED-COUNT TO  WS-RPT-FTR-REFUSED.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         IF                   WS-ROW-CHANGED  =  'Y'
           MOVE               WS-ROW-ACTIVE  TO  WS-RPT-FTR-ROWS
           MOVE               '(VALPRM REWRITTEN)'  TO
                              WS-RPT-FTR-WRITTEN
         ELSE
           MOVE               WS-ROW-ENTRIES  TO  WS-RPT-FTR-ROWS
           MOVE               '(VALPRM UNCHANGED)'  TO
                              WS-RPT-FTR-WRITTEN
         END-IF.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER3.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-REPORT-FOOTER-E.
         EXIT.
      *-- ﾌｧｲﾙCLOSE (ﾃｷﾖｳ ｱﾘ ﾉ ﾄｷ VALPRM ｶｷｶｴ, ｷｬｸｶ ﾏﾀﾊ ｼｮｳﾆﾝ ﾑｺｳ
      *-- ｱﾘ ﾊ RC=4)
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         IF                   WS-ROW-CHANGED  =  'Y'
           PERFORM            PGM-VALPRM-WRITE
         END-IF.
         PERFORM              PGM-REPORT-FOOTER.
         IF                   WS-TRX-AVAILABLE  =  'Y'
           CLOSE              TRX-FL
         END-IF.
         IF                   WS-APR-AVAILABLE  =  'Y'
           CLOSE              APR-FL
         END-IF.
         CLOSE                PND-FL
                              AUDIT-FL
                              REPORT-FL.
         IF                   WS-REJECT-COUNT  >  ZERO
             OR  WS-REFUSED-COUNT  >  ZERO
           MOVE               4  TO  RETURN-CODE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "VPRUPD PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  TRX-FL STATUS = "  WS-TRX-STATUS.
         DISPLAY              "  APR-FL STATUS = "  WS-APR-STATUS.
         DISPLAY              "  PND-FL STATUS = "  WS-PND-STATUS.
         DISPLAY              "  VALPRM-FL STATUS = "
                              WS-VALPRM-STATUS.
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
