         SELECT  REPORT-FL    ASSIGN TO 'NETRPT'
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
         COPY                 CBPOSREC.
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
      *-- ｹｲﾘ ｷｶﾝ ｺﾝﾄﾛｰﾙ (PERCLS ｶﾞ ﾒﾝﾃﾅﾝｽ)
       FD  PER-FL             LABEL RECORD STANDARD.
       01  PER-REC.
         COPY                 CBPERREC.
       WORKING-STORAGE        SECTION.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-NET-STATUS    PIC X(02).
         03  WS-POSMST-STATUS PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
         03  WS-PER-STATUS    PIC X(02).
       01  WS-NET-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-ADD-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-REPLACE-COUNT   PIC 9(09)  VALUE ZERO.
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-PROC-DATE       PIC 9(08).
       01  WS-PROC-DATE-ENV   PIC X(08).
       01  WS-PER-WORK.
         COPY                 CBPERWRK.
       01  WS-REPORT-PAGE-COUNT
                              PIC 9(03)  VALUE ZERO.
       01  WS-REPORT-LINE-COUNT
      *-- ﾌｧｲﾙOPEN AND ｼｮｶｲﾌｧｲﾙREAD
       PGM-OPEN               SECTION.
       PGM-OPEN-S.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         PERFORM              PGM-DETECT-PROC-DATE.
         PERFORM              PGM-PER-OPEN.
         PERFORM              PGM-PERIOD-CHECK.
         OPEN                 INPUT  NET-FL.
         IF                   WS-NET-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 SPACE  TO  FLG-EOF.
         PERFORM              PGM-READ.
       PGM-OPEN-E.
         END-IF.
       PGM-DETECT-PROC-DATE-E.
         EXIT.
      *-- ｼｮﾘ ﾋﾂﾞｹ ﾉ ｹｲﾘ ｷｶﾝ ﾁｪｯｸ (ｼﾒ ｽﾞﾐ ﾉ ﾂｷ ﾊ POSMST ﾆ ﾃｦ
      *-- ﾂｹｽﾞ ｷｮﾋ, RC=12, PERCLS ﾃﾞ ｻｲｶｲ ｽﾞﾐ ﾉ ﾂｷ ﾊ ｹｲｼﾞｮｳ ｶ)
       PGM-PERIOD-CHECK        SECTION.
       PGM-PERIOD-CHECK-S.
         MOVE                 WS-PROC-DATE  TO  WS-PER-DATE.
         PERFORM              PGM-PER-CHECK.
         IF                   WS-PER-CLOSED  =  'Y'
           DISPLAY            "NETPOST PGM-PERIOD-CHECK: RUN "
                              "REFUSED - PROCESSING DATE IN CLOSED "
                              "PERIOD"
           DISPLAY            "  PROCESS DATE   = "  WS-PROC-DATE
           DISPLAY            "  PERIOD         = "
                              WS-PER-DATE(1:6)
           DISPLAY            "  REOPEN THE PERIOD WITH PERCLS OR "
                              "SET SAMPLE_PROCDATE TO AN OPEN DATE"
           PERFORM            PGM-PER-CLOSE
           MOVE               12     TO  RETURN-CODE
           STOP RUN
         END-IF.
       PGM-PERIOD-CHECK-E.
         EXIT.
      *-- ﾌｧｲﾙREAD
       PGM-READ               SECTION.
       PGM-READ-S.
       PGM-POST-POSITION       SECTION.
       PGM-POST-POSITION-S.
         COMPUTE              WS-CLOSE-AMOUNT  =
                              WS-OPEN-AMOUNT  +  NET-AMOUNT
           ON SIZE ERROR
             DISPLAY          "NETPOST PGM-POST-POSITION: CLOSING "
                              "BALANCE EXCEEDS FIELD SIZE - KEY "
                              NET-KEY
             PERFORM          PGM-ERROR
         END-COMPUTE.
         MOVE                 NET-KEY       TO  POS-KEY.
         MOVE                 WS-PROC-DATE  TO  POS-DATE.
         READ                 POSMST-FL
         CLOSE                NET-FL
                              POSMST-FL
                              REPORT-FL.
         PERFORM              PGM-PER-CLOSE.
       PGM-CLOSE-E.
         EXIT.
      *-- ｹｲﾘ ｷｶﾝ ｼﾒ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBPERCHK ｷｮｳﾂｳ)
       COPY                 CBPERCHK
         REPLACING          ==:PGM:==   BY  =='NETPOST'==.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
                              WS-POSMST-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         DISPLAY              "  PER-FL STATUS = "  WS-PER-STATUS.
         DISPLAY              "  RECORD POSITION (WS-NET-COUNT) = "
                              WS-NET-COUNT.
         MOVE                 16     TO  RETURN-CODE.
