      *---1---------2---------3---------4---------5-----
      *-- ｹｲﾘ ｷｶﾝ ｼﾒ ｼｮｳｶｲ (SAMPLE / NETPOST / MSTUPD ｷｮｳﾂｳ)
      *-- COPY REPLACING ﾃﾞ :PGM: = ﾌﾟﾛｸﾞﾗﾑ ﾒｲ ﾘﾃﾗﾙ ｦ ｻｼｶｴﾃ ﾄﾘｺﾐ
      *-- ﾖｳｹﾝ: PER-FL ﾄ CBPERREC, WS-PER-STATUS, CBPERWRK ﾉ ﾜｰｸ,
      *-- PGM-ERROR ﾊ ｶｸ ﾌﾟﾛｸﾞﾗﾑ ｶﾞ ｾﾝｹﾞﾝ
      *-- PERCTL ﾐｯｼﾕｳ ﾊ ｾﾞﾝ ｷｶﾝ ﾐｼﾒ ﾄｼﾃ ｿﾞｯｺｳ
      *-- ｺﾝﾄﾛｰﾙ OPEN (ﾐｯｼﾕｳ ﾓ ｷﾞｮｳﾑ ﾃｲｼ ｼﾅｲ)
       PGM-PER-OPEN            SECTION.
       PGM-PER-OPEN-S.
         OPEN                 INPUT  PER-FL.
         IF                   WS-PER-STATUS  =  '00'
           MOVE               'Y'  TO  WS-PER-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-PER-AVAILABLE
           DISPLAY            :PGM:  " PGM-PER-OPEN: PERCTL "
                              "UNAVAILABLE (STATUS="  WS-PER-STATUS
                              ") - ALL PERIODS TREATED AS OPEN"
         END-IF.
         MOVE                 ZERO   TO  WS-PER-LAST-MONTH.
       PGM-PER-OPEN-E.
         EXIT.
      *-- ｼﾒ ﾊﾝﾃｲ (WS-PER-DATE ﾉ ﾂｷ → WS-PER-CLOSED 'Y'/'N',
      *-- 'R' ｻｲｶｲ ﾁｭｳ ﾉ ﾂｷ ﾊ 'N')
       PGM-PER-CHECK           SECTION.
       PGM-PER-CHECK-S.
         IF                   WS-PER-DATE(1:6)  NOT =  WS-PER-LAST-MONTH
           MOVE               WS-PER-DATE(1:6)  TO  WS-PER-LAST-MONTH
           MOVE               SPACE  TO  WS-PER-STATE
           IF                 WS-PER-AVAILABLE  =  'Y'
             MOVE             WS-PER-DATE(1:6)  TO  PER-MONTH
             READ             PER-FL
               INVALID KEY
                 CONTINUE
             END-READ
             IF               WS-PER-STATUS  =  '00'
               MOVE           PER-STATUS  TO  WS-PER-STATE
             ELSE
               IF             WS-PER-STATUS  NOT =  '23'
                 PERFORM      PGM-ERROR
               END-IF
             END-IF
           END-IF
           IF                 WS-PER-STATE  =  'C'
             MOVE             'Y'  TO  WS-PER-CLOSED
           ELSE
             MOVE             'N'  TO  WS-PER-CLOSED
           END-IF
         END-IF.
       PGM-PER-CHECK-E.
         EXIT.
      *-- ｺﾝﾄﾛｰﾙ CLOSE
       PGM-PER-CLOSE           SECTION.
       PGM-PER-CLOSE-S.
         IF                   WS-PER-AVAILABLE  =  'Y'
           CLOSE              PER-FL
           MOVE               'N'  TO  WS-PER-AVAILABLE
         END-IF.
       PGM-PER-CLOSE-E.
         EXIT.
