      *---1---------2---------3---------4---------5-----
      *-- ｶﾜｾ ﾚｰﾄ ｼｮｳｶｲ (SAMPLE ﾖｳ ｷｮｳﾂｳ ｾｸｼｮﾝ)
      *-- COPY REPLACING ﾃﾞ :PGM: = ﾌﾟﾛｸﾞﾗﾑ ﾒｲ ﾘﾃﾗﾙ ｦ ｻｼｶｴﾃ ﾄﾘｺﾐ
      *-- ﾖｳｹﾝ: FXR-FL ﾄ CBFXRREC, WS-FXR-STATUS, CBFXRWRK ﾉ ﾜｰｸ,
      *-- PGM-ERROR ﾊ ｶｸ ﾌﾟﾛｸﾞﾗﾑ ｶﾞ ｾﾝｹﾞﾝ
      *-- FXRATE ﾐｯｼﾕｳ ﾊ ｷｼﾞｭﾝ ﾂｳｶ ﾉﾐ ｶﾝｻﾝ ｶ (ｶﾞｲｶ ﾊ ﾚｰﾄ ﾅｼ)
      *-- ｺﾝﾄﾛｰﾙ OPEN (ﾐｯｼﾕｳ ﾓ ｷﾞｮｳﾑ ﾃｲｼ ｼﾅｲ)
       PGM-FXR-OPEN            SECTION.
       PGM-FXR-OPEN-S.
         OPEN                 INPUT  FXR-FL.
         IF                   WS-FXR-STATUS  =  '00'
           MOVE               'Y'  TO  WS-FXR-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-FXR-AVAILABLE
           DISPLAY            :PGM:  " PGM-FXR-OPEN: FXRATE "
                              "UNAVAILABLE (STATUS="  WS-FXR-STATUS
                              ") - BASE CURRENCY ONLY"
         END-IF.
         MOVE                 SPACES TO  WS-FXR-LAST-CCY.
         MOVE                 ZERO   TO  WS-FXR-LAST-DATE.
       PGM-FXR-OPEN-E.
         EXIT.
      *-- ﾚｰﾄ ｼｮｳｶｲ (WS-FXR-CCY + WS-FXR-DATE → WS-FXR-FOUND 'Y'/'N'
      *-- ﾄ WS-FXR-RATE, ｷｼﾞｭﾝ ﾂｳｶ ﾊ ﾂﾈﾆ ﾚｰﾄ 1)
       PGM-FXR-LOOKUP          SECTION.
       PGM-FXR-LOOKUP-S.
         IF                   WS-FXR-CCY  =  WS-FXR-BASE-CCY
           MOVE               'Y'  TO  WS-FXR-FOUND
           MOVE               1    TO  WS-FXR-RATE
         ELSE
           IF                 WS-FXR-CCY   NOT =  WS-FXR-LAST-CCY
               OR  WS-FXR-DATE  NOT =  WS-FXR-LAST-DATE
             MOVE             WS-FXR-CCY   TO  WS-FXR-LAST-CCY
             MOVE             WS-FXR-DATE  TO  WS-FXR-LAST-DATE
             MOVE             'N'   TO  WS-FXR-LAST-FOUND
             MOVE             ZERO  TO  WS-FXR-LAST-RATE
             IF               WS-FXR-AVAILABLE  =  'Y'
               MOVE           WS-FXR-CCY   TO  FXR-CCY
               MOVE           WS-FXR-DATE  TO  FXR-DATE
               READ           FXR-FL
                 INVALID KEY
                   CONTINUE
               END-READ
               IF             WS-FXR-STATUS  =  '00'
                 MOVE         'Y'       TO  WS-FXR-LAST-FOUND
                 MOVE         FXR-RATE  TO  WS-FXR-LAST-RATE
               ELSE
                 IF           WS-FXR-STATUS  NOT =  '23'
                   PERFORM    PGM-ERROR
                 END-IF
               END-IF
             END-IF
           END-IF
           MOVE               WS-FXR-LAST-FOUND  TO  WS-FXR-FOUND
           MOVE               WS-FXR-LAST-RATE   TO  WS-FXR-RATE
         END-IF.
       PGM-FXR-LOOKUP-E.
         EXIT.
      *-- ｺﾝﾄﾛｰﾙ CLOSE
       PGM-FXR-CLOSE           SECTION.
       PGM-FXR-CLOSE-S.
         IF                   WS-FXR-AVAILABLE  =  'Y'
           CLOSE              FXR-FL
           MOVE               'N'  TO  WS-FXR-AVAILABLE
         END-IF.
       PGM-FXR-CLOSE-E.
         EXIT.
