         SELECT  REPORT-FL    ASSIGN TO 'OPSRPT'
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
         COPY                 CBLEDREC.
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       FD  BDC-FL             LABEL RECORD STANDARD.
       01  BDC-REC.
         COPY                 CBBDCREC.
       WORKING-STORAGE        SECTION.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-LEDGER-STATUS PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
         03  WS-BDC-STATUS    PIC X(02).
       01  WS-FROM-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-TO-DATE         PIC 9(08)  VALUE ZERO.
       01  WS-FROM-DATE-ENV   PIC X(08).
       01  WS-CAL-TABLE.
         03  WS-CAL-MARK       OCCURS 366 TIMES
                              PIC X(01).
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ﾜｰｸ (ｷｭｳｼﾞﾂ/ｼｭｳﾏﾂ ﾊ ｷﾞｬｯﾌﾟ ﾀｲｼｮｳｶﾞｲ)
       01  WS-BDC-WORK.
         COPY                 CBBDCWRK.
      *-- ﾄﾚｰﾘﾝｸﾞ ﾍｲｷﾝ ﾜｰｸ (ｷﾞｮｳ ｼﾞｭﾝ = ｼﾞｶﾝ ｼﾞｭﾝ ｦ ｾﾞﾝﾃｲ)
       01  WS-REJ-SUM         PIC 9(12)  VALUE ZERO.
       01  WS-REJ-ROWS        PIC 9(09)  VALUE ZERO.
         END-IF.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         PERFORM              PGM-DETECT-PARMS.
         PERFORM              PGM-BDC-OPEN.
       PGM-OPEN-E.
         EXIT.
      *-- ｼｷｲﾁ ﾊﾝﾃｲ (環境変数 OPSMON_FROM / OPSMON_TO /
         END-IF.
       PGM-CHECK-ONE-RUN-E.
         EXIT.
      *-- ｷﾞｬｯﾌﾟ ｹﾝｻ (ｾｲｺｳ ﾗﾝ ﾅｼ ﾉ ｴｲｷﾞｮｳﾋﾞ, ｷｭｳｼﾞﾂ/ｼｭｳﾏﾂ ﾊ
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ﾆ ﾖﾘ ｼﾞｮｶﾞｲ)
       PGM-GAP-CHECK           SECTION.
       PGM-GAP-CHECK-S.
         IF                   WS-DAY-COUNT  >  ZERO
                              WS-FROM-INT  +  WS-DAY-IDX  -  1
               COMPUTE        WS-GAP-DATE  =
                              FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE           WS-GAP-DATE  TO  WS-BDC-DATE
               PERFORM        PGM-BDC-DAY-CHECK
               IF             WS-BDC-BUSINESS  =  'Y'
                 MOVE         'HIGH'  TO  WS-EXC-SEV
                 MOVE         'NO SUCCESSFUL RUN FOR DATE'  TO
                              WS-EXC-DESC
                 MOVE         ZERO  TO  WS-EXC-VALUE
                 PERFORM      PGM-GAP-WRITE
               END-IF
             END-IF
           END-PERFORM
         END-IF.
         PERFORM              PGM-REPORT-FOOTER.
         CLOSE                LEDGER-FL
                              REPORT-FL.
         PERFORM              PGM-BDC-CLOSE.
         IF                   WS-CRIT-COUNT  >  ZERO
           MOVE               8  TO  RETURN-CODE
         ELSE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBBDCCHK ｷｮｳﾂｳ)
       COPY                 CBBDCCHK
         REPLACING          ==:PGM:==   BY  =='OPSMON'==.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
                              WS-LEDGER-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         DISPLAY              "  BDC-FL STATUS = "  WS-BDC-STATUS.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
