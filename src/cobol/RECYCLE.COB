         SELECT  VALPRM-FL    ASSIGN TO 'VALPRM'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-VALPRM-STATUS.
         SELECT  DQH-FL       ASSIGN TO 'DQHIST'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-DQH-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
                              BLOCK CONTAINS 0 RECORDS.
       01  COR-REC.
         COPY                 CBCORREC.
      *-- ﾘｻｲｸﾙ ﾒｲｻｲ (IN-FL ﾚｲｱｳﾄ, IN-RECYCLED ﾆ ｹﾞﾝ ｿｰｽID ﾄ
      *-- ｼｮｶｲ ｷｬｸｶ ﾋﾂﾞｹ ﾄ ﾄﾚｰｽ ｻﾝｼｮｳ, IN-DTL-CCY ﾆ ｹﾞﾝ ﾒｲｻｲ ﾉ ﾂｳｶ)
       FD  RCYOUT-FL          LABEL RECORD OMITTED.
       01  RCYOUT-REC         PIC X(44).
       FD  RCYREJ-FL          LABEL RECORD OMITTED.
       01  RCYREJ-REC.
         03  RCYREJ-RECORD    PIC X(13).
         03  RCYREJ-REASON    PIC X(02).
         03  RCYREJ-CYCLE     PIC 9(01).
         03  RCYREJ-SOURCE    PIC X(03).
         03  RCYREJ-FIRST-DATE
                              PIC 9(08).
         03  RCYREJ-TRACE-REF PIC X(17).
         03  RCYREJ-CCY       PIC X(03).
       FD  ESC-FL             LABEL RECORD OMITTED.
       01  ESC-REC.
         03  ESC-RECORD       PIC X(13).
         03  ESC-REASON       PIC X(02).
         03  ESC-CYCLE        PIC 9(01).
         03  ESC-SOURCE       PIC X(03).
         03  ESC-FIRST-DATE   PIC 9(08).
         03  ESC-TRACE-REF    PIC X(17).
         03  ESC-CCY          PIC X(03).
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       FD  VALPRM-FL          LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  VALPRM-REC.
         COPY                 CBVPRREC.
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ｲﾍﾞﾝﾄ ﾘﾚｷ (ﾙｲｾｷ ﾂｲｶ, DQCARD ｶﾞ ｹﾞﾂｼﾞ ｼｭｳｹｲ)
       FD  DQH-FL             LABEL RECORD OMITTED.
       01  DQH-REC.
         COPY                 CBDQHREC.
       WORKING-STORAGE        SECTION.
       01  IN-DATA.
         COPY                 CBINREC.
         03  WS-ESC-STATUS    PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
         03  WS-VALPRM-STATUS PIC X(02).
         03  WS-DQH-STATUS    PIC X(02).
       01  WS-REJIN-COUNT     PIC 9(09)  VALUE ZERO.
       01  WS-CORRECT-COUNT   PIC 9(09)  VALUE ZERO.
       01  WS-RECYCLE-COUNT   PIC 9(09)  VALUE ZERO.
       01  WS-COR-APPLIED     PIC X(01).
       01  WS-DISP-CODE       PIC X(08).
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-PROC-DATE       PIC 9(08).
       01  WS-PROC-DATE-ENV   PIC X(08).
      *-- ｼｮｶｲ ｷｬｸｶ ﾋﾂﾞｹ (ﾌﾒｲ ﾉ ｷｬﾘｰ ﾚｺｰﾄﾞ ﾊ ｼｮﾘ ﾋﾂﾞｹ ﾃﾞ ﾎｶﾝ)
       01  WS-FIRST-DATE      PIC 9(08)  VALUE ZERO.
      *-- DQHIST ﾆ ﾄｳｼﾞﾂ ｷﾛｸ ｽﾞﾐ ﾉ ｻｲﾀﾞｲ REJIN ｼﾞｭﾝﾊﾞﾝ (ｻｲｼﾞｯｺｳ ﾖｳ)
       01  WS-DQH-DONE-SEQ    PIC 9(09)  VALUE ZERO.
       01  WS-DQH-EOF         PIC X(01).
      *-- ﾃｲｾｲ ﾚｺｰﾄﾞ ﾜｰｸ ﾃｰﾌﾞﾙ (ｾﾞﾝｹﾝ ｾﾝｺｳ ﾛｰﾄﾞ)
       01  WS-COR-MAX          PIC 9(05)  VALUE 02000.
       01  WS-COR-ENTRIES      PIC 9(05)  VALUE ZERO.
           PERFORM            PGM-ERROR
         END-IF.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         PERFORM              PGM-DETECT-PROC-DATE.
         PERFORM              PGM-DQ-DONE-SCAN.
         OPEN                 EXTEND  DQH-FL.
         IF                   WS-DQH-STATUS  =  '35'
           OPEN               OUTPUT  DQH-FL
         END-IF.
         IF                   WS-DQH-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         PERFORM              PGM-LOAD-VALPRM.
         PERFORM              PGM-LOAD-CORRECTIONS.
         MOVE                 SPACE  TO  FLG-EOF.
         PERFORM              PGM-READ.
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
      *-- ﾃｲｾｲ ﾌｧｲﾙ ｾﾞﾝｹﾝ ｦ ﾜｰｸ ﾃｰﾌﾞﾙ ﾆ ﾛｰﾄﾞ
      *-- (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ﾃｲｾｲ ﾅｼ ﾄｼﾃ ｿﾞｯｺｳ)
       PGM-LOAD-CORRECTIONS    SECTION.
       PGM-READ-E.
         EXIT.
      *-- ﾃｲｾｲ ﾃｷﾖｳ + ｻｲｹﾝｻ + ｼｮﾌﾞﾝ AND ﾂｷﾞﾉﾌｧｲﾙREAD
      *-- ﾄﾘｹｼ ﾒｲｻｲ ('R') ﾊ ｹﾞﾝ ﾒｲｻｲ ﾉ ﾀｲﾌﾟ/ﾋﾂﾞｹ ｶﾞ ｷｬｸｶ ﾚｺｰﾄﾞ ﾆ
      *-- ﾉｺﾗﾅｲ ﾀﾒ ﾃｲｾｲ/ｻｲｹﾝｻ ｾｽﾞ ｿｸｼﾞ ｴｽｶﾚｰｼｮﾝ (ﾘﾕｳ ｺｰﾄﾞ ﾊ ｿﾉﾏﾏ)
       PGM-RW                 SECTION.
       PGM-RW-S.
         MOVE                 REJ-RECORD  TO  IN-STR.
         MOVE                 'N'  TO  WS-COR-APPLIED.
         IF                   REJ-FIRST-DATE  NUMERIC
             AND  REJ-FIRST-DATE  >  ZERO
           MOVE               REJ-FIRST-DATE  TO  WS-FIRST-DATE
         ELSE
           MOVE               WS-PROC-DATE    TO  WS-FIRST-DATE
         END-IF.
         IF                   IN-REC-TYPE  =  'R'
           MOVE               'N'         TO  WS-VALID-FLAG
           MOVE               REJ-REASON  TO  WS-REJECT-REASON
         ELSE
           PERFORM            PGM-APPLY-CORRECTION
           PERFORM            PGM-VALIDATE
         END-IF.
         COMPUTE              WS-NEXT-CYCLE  =  REJ-CYCLE  +  1.
         IF                   WS-VALID-FLAG  =  'Y'
           MOVE               REJ-SOURCE     TO  IN-RCY-SOURCE
           MOVE               WS-FIRST-DATE  TO  IN-RCY-REJ-DATE
           MOVE               REJ-TRACE-REF  TO  IN-RCY-TRACE
           MOVE               REJ-CCY        TO  IN-DTL-CCY
           MOVE               IN-DATA  TO  RCYOUT-REC
           WRITE              RCYOUT-REC
           IF                 WS-RCYOUT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-RECYCLE-COUNT
           MOVE               'RECYCLED'  TO  WS-DISP-CODE
           MOVE               'F'  TO  DQH-EVENT
           PERFORM            PGM-DQ-WRITE
         ELSE
           IF                 WS-NEXT-CYCLE  >=  WS-CYCLE-MAX
               OR  IN-REC-TYPE  =  'R'
             MOVE             IN-STR            TO  ESC-RECORD
             MOVE             WS-REJECT-REASON  TO  ESC-REASON
             MOVE             WS-NEXT-CYCLE     TO  ESC-CYCLE
             MOVE             REJ-SOURCE        TO  ESC-SOURCE
             MOVE             WS-FIRST-DATE     TO  ESC-FIRST-DATE
             MOVE             REJ-TRACE-REF     TO  ESC-TRACE-REF
             MOVE             REJ-CCY           TO  ESC-CCY
             WRITE            ESC-REC
             IF               WS-ESC-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             ADD              1  TO  WS-ESC-COUNT
             MOVE             'ESCALATE'  TO  WS-DISP-CODE
             MOVE             'E'  TO  DQH-EVENT
             PERFORM          PGM-DQ-WRITE
           ELSE
             MOVE             IN-STR            TO  RCYREJ-RECORD
             MOVE             WS-REJECT-REASON  TO  RCYREJ-REASON
             MOVE             WS-NEXT-CYCLE     TO  RCYREJ-CYCLE
             MOVE             REJ-SOURCE        TO  RCYREJ-SOURCE
             MOVE             WS-FIRST-DATE     TO  RCYREJ-FIRST-DATE
             MOVE             REJ-TRACE-REF     TO  RCYREJ-TRACE-REF
             MOVE             REJ-CCY           TO  RCYREJ-CCY
             WRITE            RCYREJ-REC
             IF               WS-RCYREJ-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
         PERFORM              PGM-READ.
       PGM-RW-E.
         EXIT.
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ﾘﾚｷ ｼｭﾂﾘｮｸ ('F'=ﾃｲｾｲ ｽﾞﾐ / 'E'=ｴｽｶﾚｰｼｮﾝ,
      *-- DQH-EVENT ﾊ ﾖﾋﾞﾀﾞｼ ｶﾞﾜ ﾃﾞ ｾｯﾄ, ｶｲｽｳ ﾊ ｺﾝｶｲ ﾉ ｼﾄﾞｳ ｶｲｽｳ,
      *-- ﾘﾕｳ ﾊ 'F' ｶﾞ ｷｬｸｶ ｼﾞ, 'E' ｶﾞ ｻｲｹﾝｻ ｼﾞ ﾉ ｺｰﾄﾞ,
      *-- DQH-IN-SEQ ﾊ REJIN ﾉ ﾖﾐｺﾐ ｼﾞｭﾝﾊﾞﾝ - ｻｲｼﾞｯｺｳ ﾃﾞ ｷﾛｸ ｽﾞﾐ ﾉ
      *-- ﾚｺｰﾄﾞ ﾊ ﾂｲｶ ｼﾅｲ)
       PGM-DQ-WRITE            SECTION.
       PGM-DQ-WRITE-S.
         IF                   WS-REJIN-COUNT  >  WS-DQH-DONE-SEQ
           MOVE               WS-PROC-DATE   TO  DQH-DATE
           MOVE               REJ-SOURCE     TO  DQH-SOURCE
           IF                 WS-VALID-FLAG  =  'Y'
             MOVE             REJ-REASON        TO  DQH-REASON
           ELSE
             MOVE             WS-REJECT-REASON  TO  DQH-REASON
           END-IF
           MOVE               WS-NEXT-CYCLE  TO  DQH-CYCLE
           MOVE               1              TO  DQH-COUNT
           MOVE               WS-FIRST-DATE  TO  DQH-FIRST-DATE
           MOVE               IN-STR         TO  DQH-RECORD
           MOVE               WS-REJIN-COUNT TO  DQH-IN-SEQ
           WRITE              DQH-REC
           IF                 WS-DQH-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
       PGM-DQ-WRITE-E.
         EXIT.
      *-- ｻｲｼﾞｯｺｳ ﾉ ｷﾛｸ ｽﾞﾐ ｲﾁ (DQHIST ﾉ ﾄｳｼﾞﾂ 'F'/'E' ﾉ ｻｲﾀﾞｲ REJIN
      *-- ｼﾞｭﾝﾊﾞﾝ, ｺﾚ ｲｶ ﾉ ﾚｺｰﾄﾞ ﾊ ﾌﾀﾀﾋﾞ ﾂｲｶ ｼﾅｲ)
       PGM-DQ-DONE-SCAN        SECTION.
       PGM-DQ-DONE-SCAN-S.
         MOVE                 ZERO  TO  WS-DQH-DONE-SEQ.
         OPEN                 INPUT  DQH-FL.
         IF                   WS-DQH-STATUS  =  '00'
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
               IF             DQH-DATE  =  WS-PROC-DATE
                   AND  (DQH-EVENT  =  'F'  OR  DQH-EVENT  =  'E')
                   AND  DQH-IN-SEQ  NUMERIC
                 IF           DQH-IN-SEQ  >  WS-DQH-DONE-SEQ
                   MOVE       DQH-IN-SEQ  TO  WS-DQH-DONE-SEQ
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE              DQH-FL
         ELSE
           IF                 WS-DQH-STATUS  NOT =  '35'
             PERFORM          PGM-ERROR
           END-IF
         END-IF.
         IF                   WS-DQH-DONE-SEQ  >  ZERO
           DISPLAY            "RECYCLE PGM-DQ-DONE-SCAN: DQHIST "
                              "ALREADY HOLDS "  WS-PROC-DATE
                              " EVENTS TO REJIN RECORD "
                              WS-DQH-DONE-SEQ  " - NOT REPEATED"
         END-IF.
       PGM-DQ-DONE-SCAN-E.
         EXIT.
      *-- ﾃｲｾｲ ﾃｰﾌﾞﾙ ｹﾝｻｸ (IN-KEY ｲｯﾁ ﾃﾞ ｾﾞﾝﾀｲ ｵｷｶｴ)
       PGM-APPLY-CORRECTION    SECTION.
       PGM-APPLY-CORRECTION-S.
                              RCYOUT-FL
                              RCYREJ-FL
                              ESC-FL
                              REPORT-FL
                              DQH-FL.
         IF                   WS-ESC-COUNT  >  ZERO
           MOVE               4  TO  RETURN-CODE
         END-IF.
                              WS-REPORT-STATUS.
         DISPLAY              "  VALPRM-FL STATUS = "
                              WS-VALPRM-STATUS.
         DISPLAY              "  DQH-FL STATUS = "  WS-DQH-STATUS.
         DISPLAY              "  RECORD POSITION (WS-REJIN-COUNT) = "
                              WS-REJIN-COUNT.
         MOVE                 16     TO  RETURN-CODE.
