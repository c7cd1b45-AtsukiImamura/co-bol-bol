         SELECT  REPORT-FL    ASSIGN TO 'ESCRPT'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-REPORT-STATUS.
         SELECT  BDC-FL       ASSIGN TO 'BDCAL'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS BDC-DATE
                              FILE STATUS IS WS-BDC-STATUS.
         SELECT  DQH-FL       ASSIGN TO 'DQHIST'
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WS-DQH-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
         03  RET-REASON       PIC X(02).
         03  RET-CYCLE        PIC 9(01).
         03  RET-SOURCE       PIC X(03).
         03  RET-FIRST-DATE   PIC 9(08).
         03  RET-TRACE-REF    PIC X(17).
         03  RET-CCY          PIC X(03).
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       FD  BDC-FL             LABEL RECORD STANDARD.
       01  BDC-REC.
         COPY                 CBBDCREC.
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ｲﾍﾞﾝﾄ ﾘﾚｷ (ﾙｲｾｷ ﾂｲｶ, DQCARD ｶﾞ ｹﾞﾂｼﾞ ｼｭｳｹｲ)
       FD  DQH-FL             LABEL RECORD OMITTED.
       01  DQH-REC.
         COPY                 CBDQHREC.
       WORKING-STORAGE        SECTION.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-WQ-STATUS     PIC X(02).
         03  WS-RET-STATUS    PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
         03  WS-BDC-STATUS    PIC X(02).
         03  WS-DQH-STATUS    PIC X(02).
       01  WS-ESC-AVAILABLE   PIC X(01)  VALUE 'N'.
       01  WS-DISP-AVAILABLE  PIC X(01)  VALUE 'N'.
       01  WS-ABSORB-COUNT    PIC 9(09)  VALUE ZERO.
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-PROC-DATE       PIC 9(08).
       01  WS-PROC-DATE-ENV   PIC X(08).
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ﾜｰｸ (ｴｲｼﾞﾝｸﾞ ﾊ ｴｲｷﾞｮｳ ﾆｯｽｳ)
       01  WS-BDC-WORK.
         COPY                 CBBDCWRK.
       01  WS-AGE-DAYS        PIC S9(05) VALUE ZERO.
      *-- ｴｲｼﾞﾝｸﾞ ｼｭｳｹｲ ﾜｰｸ ﾃｰﾌﾞﾙ (ESC-REASON x ESC-SOURCE)
       01  WS-AGE-MAX         PIC 9(02)  VALUE 50.
       01  WS-RPT-AGE-HDR.
         03  FILLER           PIC X(34) VALUE
                              '*** OPEN ITEM AGING BY REASON/SOU'.
         03  FILLER           PIC X(26) VALUE
                              'RCE (WORKING DAYS) ***'.
         03  FILLER           PIC X(20) VALUE SPACES.
       01  WS-RPT-AGE-HDR2.
         03  FILLER           PIC X(08) VALUE 'REASON'.
         03  FILLER           PIC X(06) VALUE 'SRC'.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         OPEN                 EXTEND  DQH-FL.
         IF                   WS-DQH-STATUS  =  '35'
           OPEN               OUTPUT  DQH-FL
         END-IF.
         IF                   WS-DQH-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         PERFORM              PGM-DETECT-PROC-DATE.
         PERFORM              PGM-BDC-OPEN.
       PGM-OPEN-E.
         EXIT.
      *-- ﾜｰｸｷｭｰ OPEN (ﾐｯｼﾕｳ ﾉ ﾊﾞｱｲ ﾊ ｼﾝｷ ｻｸｾｲ)
               MOVE           'O'           TO  WQ-STATUS
               MOVE           ZERO          TO  WQ-DISP-DATE
               MOVE           SPACES        TO  WQ-DISP-USER
               IF             REJ-FIRST-DATE  NUMERIC
                   AND  REJ-FIRST-DATE  >  ZERO
                 MOVE         REJ-FIRST-DATE  TO  WQ-FIRST-DATE
               ELSE
                 MOVE         WS-PROC-DATE    TO  WQ-FIRST-DATE
               END-IF
               MOVE           REJ-TRACE-REF TO  WQ-TRACE-REF
               MOVE           REJ-CCY       TO  WQ-CCY
               WRITE          WQ-REC
                 INVALID KEY
                   PERFORM    PGM-ERROR
         END-IF.
       PGM-APPLY-DISP-E.
         EXIT.
      *-- 1 ｼｮﾌﾞﾝ ﾉ ﾃｷﾖｳ (ﾐﾄｳﾛｸ/ｼｮﾌﾞﾝ ｽﾞﾐ/ｱｸｼｮﾝ ﾌﾒｲ ﾊ ｷｬｸｶ,
      *-- ﾄﾘｹｼ ﾒｲｻｲ ('R') ﾊ ﾘｻｲｸﾙ ﾃﾞ ｹﾞﾝ ﾀｲﾌﾟ/ﾋﾂﾞｹ ｦ ﾃｲｾｲ ﾃﾞｷﾅｲ
      *-- ﾀﾒ 'X' ﾍﾝｷｬｸ ﾓ ｷｬｸｶ)
       PGM-APPLY-DISP-ONE      SECTION.
       PGM-APPLY-DISP-ONE-S.
         MOVE                 DSP-OPEN-DATE  TO  WQ-OPEN-DATE.
                 MOVE         'W'  TO  WQ-STATUS
                 MOVE         'WRITEOFF'  TO  WS-DISP-RESULT
               WHEN           'X'
                 IF           WQ-RECORD(1:1)  =  'R'
                   MOVE       'NORETURN'  TO  WS-DISP-RESULT
                 ELSE
                   IF         DSP-RECORD  NOT =  SPACES
                     MOVE     DSP-RECORD  TO  WQ-RECORD
                   END-IF
                   MOVE       'X'  TO  WQ-STATUS
                   MOVE       'RETURNED'  TO  WS-DISP-RESULT
                   PERFORM    PGM-RETURN-WRITE
                 END-IF
               WHEN           OTHER
                 MOVE         'BADACTN'   TO  WS-DISP-RESULT
             END-EVALUATE
             IF               WS-DISP-RESULT  =  'BADACTN'
                 OR  WS-DISP-RESULT  =  'NORETURN'
               ADD            1  TO  WS-DISP-REJECTED
             ELSE
               MOVE           WS-RUN-DATE  TO  WQ-DISP-DATE
                   PERFORM    PGM-ERROR
               END-REWRITE
               ADD            1  TO  WS-DISP-APPLIED
               PERFORM        PGM-DQ-WRITE
             END-IF
           END-IF
         END-IF.
       PGM-APPLY-DISP-ONE-E.
         EXIT.
      *-- ﾃﾞｰﾀ ﾋﾝｼﾂ ﾘﾚｷ ｼｭﾂﾘｮｸ (ｼｮﾌﾞﾝ ｹｯｶ 'R'/'W'/'X' ｦ ｿﾉﾏﾏ
      *-- ｲﾍﾞﾝﾄ ｺｰﾄﾞ ﾄｼﾃ ｷﾛｸ)
       PGM-DQ-WRITE            SECTION.
       PGM-DQ-WRITE-S.
         MOVE                 WS-PROC-DATE   TO  DQH-DATE.
         MOVE                 WQ-SOURCE      TO  DQH-SOURCE.
         MOVE                 WQ-STATUS      TO  DQH-EVENT.
         MOVE                 WQ-REASON      TO  DQH-REASON.
         MOVE                 WQ-CYCLE       TO  DQH-CYCLE.
         MOVE                 1              TO  DQH-COUNT.
         IF                   WQ-FIRST-DATE  NUMERIC
           MOVE               WQ-FIRST-DATE  TO  DQH-FIRST-DATE
         ELSE
           MOVE               WQ-OPEN-DATE   TO  DQH-FIRST-DATE
         END-IF.
         MOVE                 WQ-RECORD      TO  DQH-RECORD.
         MOVE                 ZERO           TO  DQH-IN-SEQ.
         WRITE                DQH-REC.
         IF                   WS-DQH-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-DQ-WRITE-E.
         EXIT.
      *-- ﾘｻｲｸﾙ ﾍﾝｷｬｸ ﾚｺｰﾄﾞ ｼｭﾂﾘｮｸ (ｶｳﾝﾀ ｾﾞﾛ ﾃﾞ ｻｲｼﾄﾞｳ,
      *-- RECYCLE.sh ﾉ CARRYFL ｹｲﾕ ﾃﾞ REJIN ﾆ ﾓﾄﾞｽ)
       PGM-RETURN-WRITE        SECTION.
         MOVE                 WQ-REASON  TO  RET-REASON.
         MOVE                 ZERO       TO  RET-CYCLE.
         MOVE                 WQ-SOURCE  TO  RET-SOURCE.
         MOVE                 WQ-FIRST-DATE  TO  RET-FIRST-DATE.
         MOVE                 WQ-TRACE-REF   TO  RET-TRACE-REF.
         MOVE                 WQ-CCY         TO  RET-CCY.
         WRITE                RET-REC.
         IF                   WS-RET-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
      *-- ｵｰﾌﾟﾝ ｺｳﾓｸ ｦ ｾﾞﾝｹﾝ ｽｷｬﾝ ｼ ｴｲｼﾞﾝｸﾞ ｼｭｳｹｲ
       PGM-AGING-REPORT        SECTION.
       PGM-AGING-REPORT-S.
         MOVE                 SPACE  TO  FLG-EOF.
         MOVE                 ZERO   TO  WQ-OPEN-DATE.
         MOVE                 ZERO   TO  WQ-SEQ.
         PERFORM              PGM-REPORT-AGING.
       PGM-AGING-REPORT-E.
         EXIT.
      *-- 1 ｵｰﾌﾟﾝ ｺｳﾓｸ ﾉ ｹｲｶ ｴｲｷﾞｮｳ ﾆｯｽｳ ｦ ｸﾌﾞﾝ ｼｭｳｹｲ
      *-- (1-7/8-30/30+, ｷｭｳｼﾞﾂ/ｼｭｳﾏﾂ ﾊ ｶｳﾝﾄ ｼﾅｲ)
       PGM-AGING-TALLY         SECTION.
       PGM-AGING-TALLY-S.
         MOVE                 WQ-OPEN-DATE  TO  WS-BDC-FROM-DATE.
         MOVE                 WS-RUN-DATE   TO  WS-BDC-TO-DATE.
         PERFORM              PGM-BDC-WORKDAYS.
         MOVE                 WS-BDC-DAYS   TO  WS-AGE-DAYS.
         MOVE                 'N'   TO  WS-AGE-FOUND.
         MOVE                 ZERO  TO  WS-AGE-USE-IDX.
         IF                   WS-AGE-ENTRIES  >  ZERO
         END-IF.
         CLOSE                WQ-FL
                              RET-FL
                              REPORT-FL
                              DQH-FL.
         PERFORM              PGM-BDC-CLOSE.
         IF                   WS-DISP-REJECTED  >  ZERO
           MOVE               4  TO  RETURN-CODE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBBDCCHK ｷｮｳﾂｳ)
       COPY                 CBBDCCHK
         REPLACING          ==:PGM:==   BY  =='ESCMGR'==.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "  RET-FL STATUS = "  WS-RET-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         DISPLAY              "  BDC-FL STATUS = "  WS-BDC-STATUS.
         DISPLAY              "  DQH-FL STATUS = "  WS-DQH-STATUS.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
