      *---1---------2---------3---------4---------5-----
       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PNDRPT.
      *
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         SELECT  PND-FL       ASSIGN TO 'PENDQ'
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY  IS PND-REC-KEY
                              FILE STATUS IS WS-PND-STATUS.
         SELECT  SORT-FL      ASSIGN TO 'PNDSORTWK'.
         SELECT  REPORT-FL    ASSIGN TO 'PNDRPT'
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
      *-- ｼｮｳﾆﾝ ﾏﾁ ｷｭｰ (MSTUPD / VPRUPD ｷｮｳﾖｳ)
       FD  PND-FL             LABEL RECORD STANDARD.
       01  PND-REC.
         COPY                 CBPNDREC.
      *-- SORT-SECTION: 1=ｼｮｳﾆﾝ ﾏﾁ (ｷｰｲﾝ ﾋﾞ ﾌﾙｲ ｼﾞｭﾝ)
      *--               2=ﾄｳｼﾞﾂ ｹｯﾃｲ ﾌﾞﾝ (ｷｰｲﾝ ｼｬ/ｼｮｳﾆﾝｼｬ)
       SD  SORT-FL.
       01  SORT-REC.
         03  SORT-SECTION     PIC 9(01).
         03  SORT-DATE        PIC 9(08).
         03  SORT-TYPE        PIC X(01).
         03  SORT-SEQ         PIC 9(05).
         03  SORT-STATUS      PIC X(01).
         03  SORT-MAKER       PIC X(08).
         03  SORT-CHECKER     PIC X(08).
         03  SORT-RESULT      PIC X(02).
         03  SORT-ACTION      PIC X(01).
         03  SORT-SUBJECT     PIC X(27).
         03  SORT-DAYS        PIC 9(05).
       FD  REPORT-FL          LABEL RECORD OMITTED.
       01  REPORT-REC         PIC X(80).
       FD  BDC-FL             LABEL RECORD STANDARD.
       01  BDC-REC.
         COPY                 CBBDCREC.
       WORKING-STORAGE        SECTION.
       01  FLG-EOF            PIC X(01).
       01  WS-FILE-STATUS.
         03  WS-PND-STATUS    PIC X(02).
         03  WS-REPORT-STATUS PIC X(02).
         03  WS-BDC-STATUS    PIC X(02).
       01  WS-PND-AVAILABLE   PIC X(01)  VALUE 'N'.
       01  WS-PND-EOF         PIC X(01).
       01  WS-READ-COUNT      PIC 9(09)  VALUE ZERO.
       01  WS-PENDING-COUNT   PIC 9(09)  VALUE ZERO.
       01  WS-OLDEST-DAYS     PIC 9(05)  VALUE ZERO.
       01  WS-DECIDED-COUNT   PIC 9(09)  VALUE ZERO.
       01  WS-APPLIED-COUNT   PIC 9(09)  VALUE ZERO.
       01  WS-NOTAPPL-COUNT   PIC 9(09)  VALUE ZERO.
       01  WS-CHKREJ-COUNT    PIC 9(09)  VALUE ZERO.
      *-- ﾏｽﾀ ﾒﾝﾃﾅﾝｽ ﾉ ﾀｲｼｮｳ ﾋｮｳｼﾞ (ｷｰ + ﾕｳｺｳﾋﾞ + ﾃﾞｰﾀ)
       01  WS-MST-SUBJECT.
         03  WS-MST-SUB-KEY   PIC X(04).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-MST-SUB-DATE  PIC 9(08).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-MST-SUB-DATA  PIC X(06).
         03  FILLER           PIC X(07) VALUE SPACES.
       01  WS-BDC-WORK.
         COPY                 CBBDCWRK.
       01  WS-RUN-DATE        PIC 9(08).
      *-- ﾚﾎﾟｰﾄ ｸﾌﾞﾝ ｾｲｷﾞｮ (ﾐｶﾞｲﾄｳ ｸﾌﾞﾝ ﾓ ﾐﾀﾞｼ + NONE ｦ ｼｭﾂﾘｮｸ)
       01  WS-RPT-SECTION     PIC 9(01)  VALUE ZERO.
       01  WS-SECTION-LINES   PIC 9(09)  VALUE ZERO.
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
         03  FILLER           PIC X(24) VALUE
                              'PENDING APPROVAL REPORT'.
         03  FILLER           PIC X(06) VALUE 'PAGE: '.
         03  WS-RPT-HDR1-PAGE PIC ZZ9.
         03  FILLER           PIC X(25) VALUE SPACES.
       01  WS-RPT-HDR2.
         03  FILLER           PIC X(11) VALUE 'AS OF:     '.
         03  WS-RPT-HDR2-DATE PIC 9(08).
         03  FILLER           PIC X(61) VALUE SPACES.
       01  WS-RPT-HDR3.
         03  FILLER           PIC X(03) VALUE 'TY'.
         03  FILLER           PIC X(16) VALUE 'QUEUE ID'.
         03  FILLER           PIC X(03) VALUE 'AC'.
         03  FILLER           PIC X(28) VALUE 'CHANGE'.
         03  FILLER           PIC X(09) VALUE 'MAKER'.
         03  FILLER           PIC X(09) VALUE 'CHECKER'.
         03  FILLER           PIC X(03) VALUE 'ST'.
         03  FILLER           PIC X(05) VALUE ' DAYS'.
         03  FILLER           PIC X(04) VALUE SPACES.
       01  WS-RPT-SECTION-HDR.
         03  WS-RPT-SEC-TITLE PIC X(40).
         03  FILLER           PIC X(40) VALUE SPACES.
       01  WS-RPT-NONE.
         03  FILLER           PIC X(08) VALUE '  NONE'.
         03  FILLER           PIC X(72) VALUE SPACES.
       01  WS-RPT-DETAIL.
         03  WS-RPT-DTL-TYPE  PIC X(01).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-DATE  PIC 9(08).
         03  FILLER           PIC X(01) VALUE '-'.
         03  WS-RPT-DTL-SEQ   PIC 9(05).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-ACTION
                              PIC X(01).
         03  FILLER           PIC X(02) VALUE SPACES.
         03  WS-RPT-DTL-SUBJECT
                              PIC X(27).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-MAKER PIC X(08).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-CHECKER
                              PIC X(08).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-RESULT
                              PIC X(02).
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-DTL-DAYS  PIC ZZZZ9.
         03  FILLER           PIC X(04) VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
         03  FILLER           PIC X(04) VALUE ' END'.
         03  FILLER           PIC X(62) VALUE SPACES.
       01  WS-RPT-FOOTER.
         03  FILLER           PIC X(09) VALUE 'PENDING: '.
         03  WS-RPT-FTR-PENDING
                              PIC Z(8)9.
         03  FILLER           PIC X(17) VALUE '  OLDEST (DAYS): '.
         03  WS-RPT-FTR-OLDEST
                              PIC ZZZZ9.
         03  FILLER           PIC X(40) VALUE SPACES.
       01  WS-RPT-FOOTER2.
         03  FILLER           PIC X(09) VALUE 'DECIDED: '.
         03  WS-RPT-FTR-DECIDED
                              PIC Z(8)9.
         03  FILLER           PIC X(11) VALUE '  APPLIED: '.
         03  WS-RPT-FTR-APPLIED
                              PIC Z(8)9.
         03  FILLER           PIC X(15) VALUE '  NOT APPLIED: '.
         03  WS-RPT-FTR-NOTAPPL
                              PIC Z(8)9.
         03  FILLER           PIC X(18) VALUE SPACES.
       01  WS-RPT-FOOTER3.
         03  FILLER           PIC X(09) VALUE 'CHK REJ: '.
         03  WS-RPT-FTR-CHKREJ
                              PIC Z(8)9.
         03  FILLER           PIC X(62) VALUE SPACES.
      *
       PROCEDURE              DIVISION.
      *-- ﾌﾟﾛｸﾞﾗﾑﾉﾌﾛｰ (ﾅｲﾌﾞ SORT ﾃﾞ ｸﾌﾞﾝ+ｷｰｲﾝ ﾋﾞ ｼﾞｭﾝ ﾆ ｾｲﾚﾂ)
       PGM-FLOW               SECTION.
       PGM-FLOW-S.
         PERFORM              PGM-OPEN.
         SORT                 SORT-FL
           ON ASCENDING KEY   SORT-SECTION
                              SORT-DATE
                              SORT-TYPE
                              SORT-SEQ
           INPUT PROCEDURE    PGM-SORT-IN
           OUTPUT PROCEDURE   PGM-SORT-OUT.
         PERFORM              PGM-CLOSE.
       PGM-FLOW-E.
         STOP RUN.
      *-- ﾌｧｲﾙOPEN (PENDQ ﾐｯｼﾕｳ ﾊ ｶﾞｲﾄｳ ﾅｼ ﾃﾞ ﾚﾎﾟｰﾄ ｼｭﾂﾘｮｸ)
       PGM-OPEN               SECTION.
       PGM-OPEN-S.
         ACCEPT                WS-RUN-DATE  FROM  DATE  YYYYMMDD.
         OPEN                 INPUT  PND-FL.
         IF                   WS-PND-STATUS  =  '00'
           MOVE               'Y'  TO  WS-PND-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-PND-AVAILABLE
           DISPLAY            "PNDRPT PGM-OPEN: PENDQ UNAVAILABLE "
                              "(STATUS="  WS-PND-STATUS
                              ") - NO QUEUE ITEMS THIS RUN"
         END-IF.
         PERFORM              PGM-BDC-OPEN.
         OPEN                 OUTPUT  REPORT-FL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-OPEN-E.
         EXIT.
      *-- SORT ﾆｭｳﾘｮｸ (PENDQ ｾﾞﾝｹﾝ ﾖﾐ, ｼｮｳﾆﾝ ﾏﾁ ﾄ ﾄｳｼﾞﾂ ｹｯﾃｲ ﾌﾞﾝ
      *-- ｦ ｾﾝﾍﾞﾂ)
       PGM-SORT-IN             SECTION.
       PGM-SORT-IN-S.
         IF                   WS-PND-AVAILABLE  =  'Y'
           MOVE               SPACE  TO  WS-PND-EOF
           PERFORM            UNTIL  WS-PND-EOF = '1'
             READ             PND-FL  NEXT
               AT END
                 MOVE         '1'  TO  WS-PND-EOF
             END-READ
             IF               WS-PND-EOF  NOT =  '1'
               IF             WS-PND-STATUS  NOT =  '00'
                 PERFORM      PGM-ERROR
               END-IF
               ADD            1  TO  WS-READ-COUNT
               PERFORM        PGM-SELECT-ITEM
             END-IF
           END-PERFORM
         END-IF.
       PGM-SORT-IN-E.
         EXIT.
      *-- 1 ｱｲﾃﾑ ﾉ ｾﾝﾍﾞﾂ (ｼｮｳﾆﾝ ﾏﾁ ﾊ ﾋﾂﾞｹ ﾆ ｶｶﾜﾗｽﾞ ｾﾞﾝｹﾝ ﾃﾞ ｼﾞｯｺｳﾋﾞ
      *-- ﾏﾃﾞ ﾉ ｴｲｷﾞｮｳﾋﾞ ｽｳ, ﾄｳｼﾞﾂ ｹｯﾃｲ ﾌﾞﾝ ﾊ ｷｰｲﾝ ｶﾗ ｹｯﾃｲ ﾏﾃﾞ ﾉ
      *-- ｴｲｷﾞｮｳﾋﾞ ｽｳ. PENDQ ﾉ ﾋﾂﾞｹ ﾊ MSTUPD/VPRUPD ﾉ ｼﾞｯｺｳﾋﾞ)
       PGM-SELECT-ITEM         SECTION.
       PGM-SELECT-ITEM-S.
         MOVE                 ZERO  TO  SORT-SECTION.
         IF                   PND-STATUS  =  'P'
           MOVE               1  TO  SORT-SECTION
           MOVE               PND-DATE      TO  WS-BDC-FROM-DATE
           MOVE               WS-RUN-DATE   TO  WS-BDC-TO-DATE
           PERFORM            PGM-BDC-WORKDAYS
           ADD                1  TO  WS-PENDING-COUNT
           IF                 WS-BDC-DAYS  >  WS-OLDEST-DAYS
             MOVE             WS-BDC-DAYS  TO  WS-OLDEST-DAYS
           END-IF
         END-IF.
         IF                   PND-STATUS  NOT =  'P'
             AND  PND-DEC-DATE  =  WS-RUN-DATE
           MOVE               2  TO  SORT-SECTION
           MOVE               PND-DATE      TO  WS-BDC-FROM-DATE
           MOVE               PND-DEC-DATE  TO  WS-BDC-TO-DATE
           PERFORM            PGM-BDC-WORKDAYS
           ADD                1  TO  WS-DECIDED-COUNT
           IF                 PND-STATUS  =  'R'
             ADD              1  TO  WS-CHKREJ-COUNT
           ELSE
             IF               PND-RESULT  =  'OK'
               ADD            1  TO  WS-APPLIED-COUNT
             ELSE
               ADD            1  TO  WS-NOTAPPL-COUNT
             END-IF
           END-IF
         END-IF.
         IF                   SORT-SECTION  >  ZERO
           MOVE               PND-DATE     TO  SORT-DATE
           MOVE               PND-TYPE     TO  SORT-TYPE
           MOVE               PND-SEQ      TO  SORT-SEQ
           MOVE               PND-STATUS   TO  SORT-STATUS
           MOVE               PND-MAKER    TO  SORT-MAKER
           MOVE               PND-CHECKER  TO  SORT-CHECKER
           MOVE               PND-RESULT   TO  SORT-RESULT
           MOVE               WS-BDC-DAYS  TO  SORT-DAYS
           IF                 PND-TYPE  =  'M'
             MOVE             PND-MST-ACTION    TO  SORT-ACTION
             MOVE             PND-MST-KEY       TO  WS-MST-SUB-KEY
             MOVE             PND-MST-EFF-DATE  TO  WS-MST-SUB-DATE
             MOVE             PND-MST-DATA      TO  WS-MST-SUB-DATA
             MOVE             WS-MST-SUBJECT    TO  SORT-SUBJECT
           ELSE
             MOVE             PND-VPR-ACTION    TO  SORT-ACTION
             MOVE             PND-VPR-ROW       TO  SORT-SUBJECT
           END-IF
           RELEASE            SORT-REC
         END-IF.
       PGM-SELECT-ITEM-E.
         EXIT.
      *-- SORT ｼｭﾂﾘｮｸ (ｸﾌﾞﾝ ｺﾝﾄﾛｰﾙ ﾌﾞﾚｲｸ ﾃﾞ 2 ｸﾌﾞﾝ ｦ ｼｭﾂﾘｮｸ)
       PGM-SORT-OUT            SECTION.
       PGM-SORT-OUT-S.
         MOVE                 SPACE  TO  FLG-EOF.
         PERFORM              UNTIL  FLG-EOF = '1'
           RETURN             SORT-FL
             AT END
               MOVE           '1'  TO  FLG-EOF
           END-RETURN
           IF                 FLG-EOF  NOT =  '1'
             PERFORM          PGM-SECTION-NEXT
               UNTIL          WS-RPT-SECTION  =  SORT-SECTION
             PERFORM          PGM-REPORT-DETAIL
           END-IF
         END-PERFORM.
         PERFORM              PGM-SECTION-NEXT
           UNTIL              WS-RPT-SECTION  >  2.
       PGM-SORT-OUT-E.
         EXIT.
      *-- ｸﾌﾞﾝ ｷﾘｶｴ (ｶﾞｲﾄｳ ﾅｼ ﾉ ｸﾌﾞﾝ ﾊ NONE, ﾂｷﾞ ｸﾌﾞﾝ ﾉ ﾐﾀﾞｼ)
       PGM-SECTION-NEXT        SECTION.
       PGM-SECTION-NEXT-S.
         IF                   WS-RPT-SECTION  >  ZERO
             AND  WS-SECTION-LINES  =  ZERO
           PERFORM            PGM-REPORT-LINE-CHECK
           WRITE              REPORT-REC  FROM  WS-RPT-NONE
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
         ADD                  1     TO  WS-RPT-SECTION.
         MOVE                 ZERO  TO  WS-SECTION-LINES.
         IF                   WS-RPT-SECTION  <=  2
           IF                 WS-RPT-SECTION  =  1
             MOVE             '*** PENDING APPROVAL (OLDEST FIRST) ***'
                              TO  WS-RPT-SEC-TITLE
           ELSE
             MOVE             '*** DECIDED THIS DATE ***'  TO
                              WS-RPT-SEC-TITLE
           END-IF
           PERFORM            PGM-REPORT-LINE-CHECK
           WRITE              REPORT-REC  FROM  WS-RPT-SECTION-HDR
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
         END-IF.
       PGM-SECTION-NEXT-E.
         EXIT.
      *-- ﾚﾎﾟｰﾄ ﾒｲｻｲｷﾞｮｳ ｼｭﾂﾘｮｸ (ｼｮｳﾆﾝ ﾏﾁ ﾊ ST ｸｳﾊｸ, ｷｬｯｶ ﾊ 'RJ')
       PGM-REPORT-DETAIL       SECTION.
       PGM-REPORT-DETAIL-S.
         PERFORM              PGM-REPORT-LINE-CHECK.
         MOVE                 SORT-TYPE     TO  WS-RPT-DTL-TYPE.
         MOVE                 SORT-DATE     TO  WS-RPT-DTL-DATE.
         MOVE                 SORT-SEQ      TO  WS-RPT-DTL-SEQ.
         MOVE                 SORT-ACTION   TO  WS-RPT-DTL-ACTION.
         MOVE                 SORT-SUBJECT  TO  WS-RPT-DTL-SUBJECT.
         MOVE                 SORT-MAKER    TO  WS-RPT-DTL-MAKER.
         MOVE                 SORT-CHECKER  TO  WS-RPT-DTL-CHECKER.
         MOVE                 SORT-RESULT   TO  WS-RPT-DTL-RESULT.
         MOVE                 SORT-DAYS     TO  WS-RPT-DTL-DAYS.
         WRITE                REPORT-REC  FROM  WS-RPT-DETAIL.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         ADD                  1  TO  WS-REPORT-LINE-COUNT.
         ADD                  1  TO  WS-SECTION-LINES.
       PGM-REPORT-DETAIL-E.
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
         MOVE                 WS-RUN-DATE  TO  WS-RPT-HDR2-DATE.
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
      *-- ﾚﾎﾟｰﾄ ｼｭｳｹｲﾌｯﾀ (ｼｮｳﾆﾝ ﾏﾁ ｹﾝｽｳ, ｻｲｺ ﾆｯｽｳ, ｹｯﾃｲ ｹﾝｽｳ)
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
         MOVE                 WS-PENDING-COUNT TO  WS-RPT-FTR-PENDING.
         MOVE                 WS-OLDEST-DAYS   TO  WS-RPT-FTR-OLDEST.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WS-DECIDED-COUNT TO  WS-RPT-FTR-DECIDED.
         MOVE                 WS-APPLIED-COUNT TO  WS-RPT-FTR-APPLIED.
         MOVE                 WS-NOTAPPL-COUNT TO  WS-RPT-FTR-NOTAPPL.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER2.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
         MOVE                 WS-CHKREJ-COUNT  TO  WS-RPT-FTR-CHKREJ.
         WRITE                REPORT-REC  FROM  WS-RPT-FOOTER3.
         IF                   WS-REPORT-STATUS  NOT =  '00'
           PERFORM            PGM-ERROR
         END-IF.
       PGM-REPORT-FOOTER-E.
         EXIT.
      *-- ﾌｧｲﾙCLOSE (PENDQ ﾐｯｼﾕｳ ﾊ RC=4)
       PGM-CLOSE              SECTION.
       PGM-CLOSE-S.
         PERFORM              PGM-REPORT-FOOTER.
         IF                   WS-PND-AVAILABLE  =  'Y'
           CLOSE              PND-FL
         END-IF.
         CLOSE                REPORT-FL.
         PERFORM              PGM-BDC-CLOSE.
         IF                   WS-PND-AVAILABLE  NOT =  'Y'
           MOVE               4  TO  RETURN-CODE
         END-IF.
       PGM-CLOSE-E.
         EXIT.
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ｼｮｳｶｲ (ｼｮﾘ ﾎﾝﾀｲ ﾊ CBBDCCHK ｷｮｳﾂｳ)
       COPY                 CBBDCCHK
         REPLACING          ==:PGM:==   BY  =='PNDRPT'==.
      *-- I-O ｴﾗｰ ﾉ ﾛｸﾞ ｼｭﾂﾘｮｸ ﾄ ｼｭｳﾘｮｳ
       PGM-ERROR              SECTION.
       PGM-ERROR-S.
         DISPLAY              "PNDRPT PGM-ERROR: I-O ERROR DETECTED".
         DISPLAY              "  PND-FL STATUS = "  WS-PND-STATUS.
         DISPLAY              "  REPORT-FL STATUS = "
                              WS-REPORT-STATUS.
         DISPLAY              "  BDC-FL STATUS = "  WS-BDC-STATUS.
         DISPLAY              "  RECORD POSITION (WS-READ-COUNT) = "
                              WS-READ-COUNT.
         MOVE                 16     TO  RETURN-CODE.
         STOP RUN.
       PGM-ERROR-E.
         EXIT.
