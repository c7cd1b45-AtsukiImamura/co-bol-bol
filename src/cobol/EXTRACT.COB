       01  WS-PROC-DATE-ENV   PIC X(08).
      *-- ﾃﾞﾘﾐﾀ ﾍﾝｼｭｳ ﾜｰｸ (ｷﾝｶﾞｸ ﾊ ﾌｺﾞｳ ﾂｷ ﾍｲﾒｲ 10ｼﾝｽｳ)
       01  WS-XTR-DATE        PIC 9(08).
       01  WS-XTR-AMT         PIC +9(09).99.
       01  WS-XTR-ORIG-AMT    PIC +9(05).99.
       01  WS-MAN-DATE        PIC 9(08).
       01  WS-MAN-COUNT       PIC 9(09).
       01  WS-MAN-HASH        PIC 9(03).
       PGM-XTR-WRITE           SECTION.
       PGM-XTR-WRITE-S.
         MOVE                 OUT-AMOUNT  TO  WS-XTR-AMT.
         MOVE                 OUT-ORIG-AMOUNT
                                          TO  WS-XTR-ORIG-AMT.
         MOVE                 SPACES      TO  XTR-REC.
         STRING               WS-XTR-DATE    DELIMITED BY SIZE
                              '|'            DELIMITED BY SIZE
                              OUT-MST-DATA   DELIMITED BY SIZE
                              '|'            DELIMITED BY SIZE
                              OUT-SOURCE     DELIMITED BY SIZE
                              '|'            DELIMITED BY SIZE
                              OUT-CCY        DELIMITED BY SIZE
                              '|'            DELIMITED BY SIZE
                              WS-XTR-ORIG-AMT
                                             DELIMITED BY SIZE
           INTO               XTR-REC.
         WRITE                XTR-REC.
         IF                   WS-XTR-STATUS  NOT =  '00'
