                              ACCESS MODE IS DYNAMIC
                              RECORD KEY  IS RCT-DATE
                              FILE STATUS IS WS-RUNCTL-STATUS.
         SELECT  BDC-FL       ASSIGN TO 'BDCAL'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY  IS BDC-DATE
                              FILE STATUS IS WS-BDC-STATUS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       01  OUT-REC.
         COPY                 CBOUTREC.
       FD  PRV-FL             LABEL RECORD OMITTED.
       01  PRV-REC            PIC X(58).
       SD  SORT-FL.
       01  SORT-REC.
         03  SORT-CLASS       PIC X(01).
         03  SORT-TYPE        PIC X(01).
         03  SORT-KEY         PIC X(04).
         03  FILLER           PIC X(52).
       FD  WK1-FL             LABEL RECORD OMITTED.
       01  WK1-REC            PIC X(58).
       FD  WK2-FL             LABEL RECORD OMITTED.
       01  WK2-REC            PIC X(58).
       FD  DLT-FL             LABEL RECORD OMITTED.
       01  DLT-REC.
         COPY                 CBDLTREC.
       FD  RUNCTL-FL          LABEL RECORD STANDARD.
       01  RUNCTL-REC.
         COPY                 CBRCTREC.
       FD  BDC-FL             LABEL RECORD STANDARD.
       01  BDC-REC.
         COPY                 CBBDCREC.
       WORKING-STORAGE        SECTION.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-DLT-STATUS    PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
         03  WS-RUNCTL-STATUS PIC X(02).
         03  WS-BDC-STATUS    PIC X(02).
      *-- ﾄｳｼﾞﾂ / ｾﾞﾝｶｲ ﾉ ﾒｲｻｲ ﾜｰｸ (ｷｰ ｼﾞｭﾝ ｿｰﾄ ｽﾞﾐ)
       01  WS-TODAY-REC.
         03  WS-TDY-CLASS     PIC X(01).
         03  WS-TDY-TYPE      PIC X(01).
         03  WS-TDY-KEY       PIC X(04).
         03  WS-TDY-AMOUNT    PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  WS-TDY-MST-DATA  PIC X(06).
         03  WS-TDY-SOURCE    PIC X(03).
         03  WS-TDY-TRACE-REF PIC X(17).
         03  FILLER           PIC X(14).
       01  WS-PRIOR-REC.
         03  WS-PRV-CLASS     PIC X(01).
         03  WS-PRV-TYPE      PIC X(01).
         03  WS-PRV-KEY       PIC X(04).
         03  WS-PRV-AMOUNT    PIC S9(09)V99
                              SIGN LEADING SEPARATE.
         03  WS-PRV-MST-DATA  PIC X(06).
         03  WS-PRV-SOURCE    PIC X(03).
         03  WS-PRV-TRACE-REF PIC X(17).
         03  FILLER           PIC X(14).
       01  WS-TDY-EOF         PIC X(01)  VALUE 'N'.
       01  WS-PRV-EOF         PIC X(01)  VALUE 'N'.
       01  WS-PRV-AVAILABLE   PIC X(01)  VALUE 'N'.
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-PROC-DATE       PIC 9(08).
       01  WS-PROC-DATE-ENV   PIC X(08).
      *-- ﾋｶｸ ﾍﾞｰｽ (ｾﾞﾝ ｴｲｷﾞｮｳﾋﾞ ﾉ ｱｰｶｲﾌﾞ, 環境変数 PRVFL ｶﾞ
      *-- ｼﾃｲ ｻﾚﾀ ﾄｷ ﾊ ｿﾉ ﾌｧｲﾙ ｦ ｿﾉﾏﾏ ｼﾖｳ)
       01  WS-PRV-PATH        PIC X(80).
       01  WS-ARCH-DIR        PIC X(60).
       01  WS-PRV-BASE-DATE   PIC 9(08)  VALUE ZERO.
       01  WS-BDC-WORK.
         COPY                 CBBDCWRK.
      *-- ﾗﾝｺﾝﾄﾛｰﾙ ﾜｰｸ (SAMPLE ｽﾃｯﾌﾟ ｶﾝﾘｮｳ ﾏﾁ,
      *-- 環境変数 RUNCTL_OVERRIDE)
       01  WS-OVERRIDE-FLAG   PIC X(01)  VALUE 'N'.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(28) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(06) VALUE 'ACTION'.
         03  FILLER           PIC X(08) VALUE 'KEY'.
         03  FILLER           PIC X(05) VALUE 'TYPE'.
         03  FILLER           PIC X(14) VALUE 'OLD-AMT'.
         03  FILLER           PIC X(14) VALUE 'NEW-AMT'.
         03  FILLER           PIC X(08) VALUE 'OLD-DAT'.
         03  FILLER           PIC X(08) VALUE 'NEW-DAT'.
         03  FILLER           PIC X(17) VALUE 'TRACE-REF'.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-ACTION
                              PIC X(01).
         03  FILLER           PIC X(05) VALUE SPACES.
         03  WS-RPT-DTL-KEY   PIC X(04).
         03  FILLER           PIC X(04) VALUE SPACES.
         03  WS-RPT-DTL-TYPE  PIC X(01).
         03  FILLER           PIC X(04) VALUE SPACES.
         03  WS-RPT-DTL-OLDAMT
                              PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-NEWAMT
                              PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-OLDDATA
                              PIC X(06).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-NEWDATA
                              PIC X(06).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-TRACE PIC X(17).
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(15) VALUE 'PRIOR DETAILS: '.
         03  WS-RPT-FTR-PRV   PIC Z(8)9.
         03  FILLER           PIC X(02) VALUE SPACES.
         03  FILLER           PIC X(11) VALUE 'BASE DATE: '.
         03  WS-RPT-FTR-BASE  PIC 9(08).
         03  FILLER           PIC X(09) VALUE SPACES.
      *
       PROCEDURE              DIVISION.
      *-- ﾌﾟﾛｸﾞﾗﾑﾉﾌﾛｰ (ﾘｮｳ ﾌｧｲﾙ ｦ ｷｰ ｼﾞｭﾝ ｾｲﾚﾂ ｺﾞ ﾏｯﾁﾝｸﾞ)
         IF                   WS-OUT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         PERFORM              PGM-PRV-LOCATE.
         OPEN                 INPUT  PRV-FL.
         IF                   WS-PRV-STATUS  =  '00'
           MOVE               'Y'  TO  WS-PRV-AVAILABLE
         END-IF.
       PGM-DETECT-PROC-DATE-E.
         EXIT.
      *-- ﾋｶｸ ﾍﾞｰｽ ｹｯﾃｲ (ｼｮﾘ ﾋﾂﾞｹ ﾉ ｾﾞﾝ ｴｲｷﾞｮｳﾋﾞ ﾉ ｱｰｶｲﾌﾞ
      *-- <ARCHDIR>/outfl.YYYYMMDD.dat ｦ PRVFL ﾆ ﾜﾘｱﾃ,
      *-- PRVFL ｶﾞ ﾒｲｼﾞ ｻﾚﾀ ﾄｷ ﾊ ｱﾄﾞﾎｯｸ ﾋｶｸ ﾄｼﾃ ｿﾉﾏﾏ)
       PGM-PRV-LOCATE          SECTION.
       PGM-PRV-LOCATE-S.
         MOVE                 SPACES  TO  WS-PRV-PATH.
         DISPLAY              "PRVFL"  UPON  ENVIRONMENT-NAME.
         ACCEPT                WS-PRV-PATH
                              FROM  ENVIRONMENT-VALUE.
         IF                   WS-PRV-PATH  NOT =  SPACES
           DISPLAY            "DELTA PGM-PRV-LOCATE: PRVFL MAPPED - "
                              "AD-HOC COMPARE BASE "  WS-PRV-PATH
         ELSE
           PERFORM            PGM-BDC-OPEN
           MOVE               WS-PROC-DATE  TO  WS-BDC-DATE
           PERFORM            PGM-BDC-PREV-DAY
           MOVE               WS-BDC-RESULT-DATE  TO  WS-PRV-BASE-DATE
           PERFORM            PGM-BDC-CLOSE
           MOVE               SPACES  TO  WS-ARCH-DIR
           DISPLAY            "ARCHDIR"  UPON  ENVIRONMENT-NAME
           ACCEPT             WS-ARCH-DIR
                              FROM  ENVIRONMENT-VALUE
           IF                 WS-ARCH-DIR  =  SPACES
             MOVE             'archive'  TO  WS-ARCH-DIR
           END-IF
           STRING             WS-ARCH-DIR       DELIMITED BY SPACE
                              '/outfl.'         DELIMITED BY SIZE
                              WS-PRV-BASE-DATE  DELIMITED BY SIZE
                              '.dat'            DELIMITED BY SIZE
             INTO             WS-PRV-PATH
           END-STRING
           DISPLAY            "PRVFL"  UPON  ENVIRONMENT-NAME
           DISPLAY            WS-PRV-PATH  UPON  ENVIRONMENT-VALUE
           DISPLAY            "DELTA PGM-PRV-LOCATE: COMPARE BASE "
                              WS-PRV-BASE-DATE  " "  WS-PRV-PATH
         END-IF.
       PGM-PRV-LOCATE-E.
         EXIT.
      *-- ｻｲｼﾞｯｺｳ ｵｰﾊﾞｰﾗｲﾄﾞ ﾊﾝﾃｲ (環境変数 RUNCTL_OVERRIDE)
       PGM-DETECT-OVERRIDE-FLAG
                               SECTION.
       COPY                 CBRCTGAT
         REPLACING          ==:PGM:==   BY  =='DELTA'==
                            ==:STEP:==  BY  ==RCT-DELTA-STATUS==.
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBBDCCHK ｷｮｳﾂｳ)
       COPY                 CBBDCCHK
         REPLACING          ==:PGM:==   BY  =='DELTA'==.
      *-- SORT ﾆｭｳﾘｮｸ: ﾄｳｼﾞﾂ OUT-FL (ﾒｲｻｲ ﾉﾐ RELEASE)
       PGM-SORT-IN-TODAY       SECTION.
       PGM-SORT-IN-TODAY-S.
         MOVE                 WS-TDY-MST-DATA  TO  DLT-NEW-MST-DATA.
         MOVE                 ZERO             TO  DLT-OLD-AMOUNT.
         MOVE                 SPACES           TO  DLT-OLD-MST-DATA.
         MOVE                 WS-TDY-TRACE-REF TO  DLT-TRACE-REF.
         PERFORM              PGM-DLT-WRITE.
         ADD                  1  TO  WS-ADD-COUNT.
       PGM-EMIT-ADDED-E.
         MOVE                 WS-TDY-MST-DATA  TO  DLT-NEW-MST-DATA.
         MOVE                 WS-PRV-AMOUNT    TO  DLT-OLD-AMOUNT.
         MOVE                 WS-PRV-MST-DATA  TO  DLT-OLD-MST-DATA.
         MOVE                 WS-TDY-TRACE-REF TO  DLT-TRACE-REF.
         PERFORM              PGM-DLT-WRITE.
         ADD                  1  TO  WS-CHG-COUNT.
       PGM-EMIT-CHANGED-E.
         MOVE                 SPACES           TO  DLT-NEW-MST-DATA.
         MOVE                 WS-PRV-AMOUNT    TO  DLT-OLD-AMOUNT.
         MOVE                 WS-PRV-MST-DATA  TO  DLT-OLD-MST-DATA.
         MOVE                 WS-PRV-TRACE-REF TO  DLT-TRACE-REF.
         PERFORM              PGM-DLT-WRITE.
         ADD                  1  TO  WS-DEL-COUNT.
       PGM-EMIT-DELETED-E.
         MOVE                 DLT-NEW-AMOUNT    TO  WS-RPT-DTL-NEWAMT.
         MOVE                 DLT-OLD-MST-DATA  TO  WS-RPT-DTL-OLDDATA.
         MOVE                 DLT-NEW-MST-DATA  TO  WS-RPT-DTL-NEWDATA.
         MOVE                 DLT-TRACE-REF     TO  WS-RPT-DTL-TRACE.
         WRITE                REPORT-REC  FROM  WS-RPT-DETAIL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WS-TODAY-COUNT  TO  WS-RPT-FTR-TDY.
         MOVE                 WS-PRIOR-COUNT  TO  WS-RPT-FTR-PRV.
         MOVE                 WS-PRV-BASE-DATE  TO  WS-RPT-FTR-BASE.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
                              WS-REPORT-STATUS.
         DISPLAY              "  RUNCTL-FL STATUS = "
                              WS-RUNCTL-STATUS.
         DISPLAY              "  BDC-FL STATUS = "  WS-BDC-STATUS.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
