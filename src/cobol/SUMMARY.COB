       01  SORT-REC.
         03  SORT-TYPE        PIC X(01).
         03  SORT-KEY         PIC X(04).
         03  SORT-AMOUNT      PIC S9(09)V99
                              SIGN LEADING SEPARATE.
       FD  SUM-FL             LABEL RECORD OMITTED.
       01  SUM-REC.
       01  WS-TRL-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-TIE-BREAK       PIC X(01)  VALUE 'N'.
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-FXR-WORK.
         COPY                 CBFXRWRK.
      *-- ﾂｳｶ ﾍﾞﾂ ｼｭｳｹｲ ﾜｰｸ ﾃｰﾌﾞﾙ (ｹﾞﾝ ﾂｳｶ ﾉ ｷﾝｶﾞｸ ﾄ ｷｼﾞｭﾝ ﾂｳｶ ｶﾞｸ,
      *-- ｷｰ ﾍﾞﾂ ｼｭｳｹｲ ﾄ ﾄﾞｳﾖｳ ﾆ ﾀｲﾌﾟ ﾉ ﾌｺﾞｳ ﾊ ﾂｹﾅｲ)
       01  WS-CCY-MAX         PIC 9(02)  VALUE 10.
       01  WS-CCY-ENTRIES     PIC 9(02)  VALUE ZERO.
       01  WS-CCY-IDX         PIC 9(02)  VALUE ZERO.
       01  WS-CCY-USE-IDX     PIC 9(02)  VALUE ZERO.
       01  WS-CCY-FOUND       PIC X(01).
       01  WS-CCY-TABLE-FULL  PIC X(01)  VALUE 'N'.
       01  WS-CCY-TABLE.
         03  WS-CCY-ENTRY      OCCURS 10 TIMES.
           05  WS-CCY-ID       PIC X(03).
           05  WS-CCY-COUNT    PIC 9(09).
           05  WS-CCY-ORIG-AMOUNT
                               PIC S9(09)V99.
           05  WS-CCY-BASE-AMOUNT
                               PIC S9(09)V99.
       01  WS-REPORT-PAGE-COUNT
                              PIC 9(03)  VALUE ZERO.
       01  WS-REPORT-LINE-COUNT
         03  WS-RPT-TIE-VERDICT
                              PIC X(08).
         03  FILLER           PIC X(22) VALUE SPACES.
       01  WS-RPT-CCY-HDR.
         03  FILLER           PIC X(28) VALUE
                              '*** CURRENCY SUBTOTALS ***'.
         03  FILLER           PIC X(52) VALUE SPACES.
       01  WS-RPT-CCY-LINE.
         03  FILLER           PIC X(04) VALUE 'CCY '.
         03  WS-RPT-CCY-ID    PIC X(03).
         03  FILLER           PIC X(08) VALUE ' COUNT: '.
         03  WS-RPT-CCY-COUNT PIC Z(8)9.
         03  FILLER           PIC X(07) VALUE ' ORIG: '.
         03  WS-RPT-CCY-ORIG  PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(07) VALUE ' BASE: '.
         03  WS-RPT-CCY-BASE  PIC +ZZZZZZZZ9.99.
         03  FILLER           PIC X(01) VALUE SPACES.
         03  WS-RPT-CCY-BASE-ID
                              PIC X(03).
         03  FILLER           PIC X(12) VALUE SPACES.
       01  WS-RPT-PAGE-FOOTER.
         03  FILLER           PIC X(11) VALUE '*** PAGE  '.
         03  WS-RPT-PGF-PAGE  PIC ZZ9.
               MOVE           OUT-KEY       TO  SORT-KEY
               MOVE           OUT-AMOUNT    TO  SORT-AMOUNT
               RELEASE        SORT-REC
               PERFORM        PGM-CCY-TALLY
             ELSE
               IF             OUT-TRL-CLASS  =  'R'
                 MOVE         'Y'  TO  WS-TRAILER-FOUND
           PERFORM            PGM-TYPE-TOTAL
         END-IF.
         PERFORM              PGM-GRAND-TOTAL.
         PERFORM              PGM-CCY-REPORT.
       PGM-SORT-OUT-E.
         EXIT.
      *-- ｺﾝﾄﾛｰﾙ ﾌﾞﾚｲｸ ﾊﾝﾃｲ (KEY / TYPE ｶﾜﾘﾒ ﾃﾞ ｼｭｳｹｲ ﾊｷ)
         END-IF.
       PGM-GRAND-TOTAL-E.
         EXIT.
      *-- ﾂｳｶ ﾍﾞﾂ ｼｭｳｹｲ (ｹﾞﾝ ﾂｳｶ ｺﾞﾄ ﾉ ｹﾝｽｳ / ｹﾞﾝ ｷﾝｶﾞｸ / ｷｼﾞｭﾝ ﾂｳｶ ｶﾞｸ)
       PGM-CCY-TALLY           SECTION.
       PGM-CCY-TALLY-S.
         MOVE                 'N'   TO  WS-CCY-FOUND.
         MOVE                 ZERO  TO  WS-CCY-USE-IDX.
         IF                   WS-CCY-ENTRIES  >  ZERO
           PERFORM            VARYING  WS-CCY-IDX  FROM  1  BY  1
               UNTIL          WS-CCY-IDX  >  WS-CCY-ENTRIES
                    OR         WS-CCY-FOUND  =  'Y'
             IF               WS-CCY-ID(WS-CCY-IDX)  =  OUT-CCY
               MOVE           'Y'  TO  WS-CCY-FOUND
               MOVE           WS-CCY-IDX  TO  WS-CCY-USE-IDX
             END-IF
           END-PERFORM
         END-IF.
         IF                   WS-CCY-FOUND  =  'N'
           IF                 WS-CCY-ENTRIES  <  WS-CCY-MAX
             ADD              1  TO  WS-CCY-ENTRIES
             MOVE             OUT-CCY  TO  WS-CCY-ID(WS-CCY-ENTRIES)
             MOVE             ZERO  TO  WS-CCY-COUNT(WS-CCY-ENTRIES)
             MOVE             ZERO  TO
                              WS-CCY-ORIG-AMOUNT(WS-CCY-ENTRIES)
             MOVE             ZERO  TO
                              WS-CCY-BASE-AMOUNT(WS-CCY-ENTRIES)
             MOVE             WS-CCY-ENTRIES  TO  WS-CCY-USE-IDX
           ELSE
             IF               WS-CCY-TABLE-FULL  =  'N'
               MOVE           'Y'  TO  WS-CCY-TABLE-FULL
               DISPLAY        "SUMMARY PGM-CCY-TALLY: CURRENCY "
                              "TABLE FULL AT "  WS-CCY-MAX
                              " - SUBTOTALS INCOMPLETE"
             END-IF
           END-IF
         END-IF.
         IF                   WS-CCY-USE-IDX  >  ZERO
           ADD                1  TO  WS-CCY-COUNT(WS-CCY-USE-IDX)
           ADD                OUT-ORIG-AMOUNT  TO
                              WS-CCY-ORIG-AMOUNT(WS-CCY-USE-IDX)
           ADD                OUT-AMOUNT  TO
                              WS-CCY-BASE-AMOUNT(WS-CCY-USE-IDX)
         END-IF.
       PGM-CCY-TALLY-E.
         EXIT.
      *-- ﾂｳｶ ﾍﾞﾂ ｼｮｳｹｲ ｾｸｼｮﾝ (ｿｳｹｲ / ﾄﾚｰﾗ ﾀｲﾋ ﾉ ｱﾄ, ﾚﾎﾟｰﾄ ﾉﾐ)
       PGM-CCY-REPORT          SECTION.
       PGM-CCY-REPORT-S.
         IF                   WS-CCY-ENTRIES  >  ZERO
           IF                 WS-REPORT-PAGE-COUNT  =  ZERO
               OR WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
             PERFORM          PGM-REPORT-PAGE-BREAK
           END-IF
           WRITE              REPORT-REC  FROM  WS-RPT-CCY-HDR
           IF                 WS-REPORT-STATUS  NOT =  '00'
             PERFORM          PGM-ERROR
           END-IF
           ADD                1  TO  WS-REPORT-LINE-COUNT
           MOVE               WS-FXR-BASE-CCY  TO  WS-RPT-CCY-BASE-ID
           PERFORM            VARYING  WS-CCY-IDX  FROM  1  BY  1
               UNTIL          WS-CCY-IDX  >  WS-CCY-ENTRIES
             IF               WS-REPORT-LINE-COUNT >=
                              WS-REPORT-LINES-PER-PAGE
               PERFORM        PGM-REPORT-PAGE-BREAK
             END-IF
             MOVE             WS-CCY-ID(WS-CCY-IDX)           TO
                              WS-RPT-CCY-ID
             MOVE             WS-CCY-COUNT(WS-CCY-IDX)        TO
                              WS-RPT-CCY-COUNT
             MOVE             WS-CCY-ORIG-AMOUNT(WS-CCY-IDX)  TO
                              WS-RPT-CCY-ORIG
             MOVE             WS-CCY-BASE-AMOUNT(WS-CCY-IDX)  TO
                              WS-RPT-CCY-BASE
             WRITE            REPORT-REC  FROM  WS-RPT-CCY-LINE
             IF               WS-REPORT-STATUS  NOT =  '00'
               PERFORM        PGM-ERROR
             END-IF
             ADD              1  TO  WS-REPORT-LINE-COUNT
           END-PERFORM
         END-IF.
       PGM-CCY-REPORT-E.
         EXIT.
      *-- ﾍﾟｰｼﾞ ｸｷﾞﾘ (ﾏｴﾍﾟｰｼﾞﾌｯﾀ + ｼﾝｷﾍｯﾀﾞ)
       PGM-REPORT-PAGE-BREAK   SECTION.
       PGM-REPORT-PAGE-BREAK-S.
