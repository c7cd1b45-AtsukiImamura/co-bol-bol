      *---1---------2---------3---------4---------5-----
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ｼｮｳｶｲ (SAMPLE / DELTA / OPSMON /
      *-- ESCMGR / MONSTMT / LIMMON ｷｮｳﾂｳ)
      *-- COPY REPLACING ﾃﾞ :PGM: = ﾌﾟﾛｸﾞﾗﾑ ﾒｲ ﾘﾃﾗﾙ ｦ ｻｼｶｴﾃ ﾄﾘｺﾐ
      *-- ﾖｳｹﾝ: BDC-FL ﾄ CBBDCREC, WS-BDC-STATUS, CBBDCWRK ﾉ ﾜｰｸ,
      *-- PGM-ERROR ﾊ ｶｸ ﾌﾟﾛｸﾞﾗﾑ ｶﾞ ｾﾝｹﾞﾝ
      *-- ｶﾚﾝﾀﾞ ﾐｯｼﾕｳ / ﾐﾄｳﾛｸ ﾋﾂﾞｹ ﾊ ﾄﾞﾆﾁ ﾉﾐ ﾋｴｲｷﾞｮｳﾋﾞ ﾄｼﾃ ｿﾞｯｺｳ
      *-- ｶﾚﾝﾀﾞ OPEN (ﾐｯｼﾕｳ ﾓ ｷﾞｮｳﾑ ﾃｲｼ ｼﾅｲ)
       PGM-BDC-OPEN            SECTION.
       PGM-BDC-OPEN-S.
         OPEN                 INPUT  BDC-FL.
         IF                   WS-BDC-STATUS  =  '00'
           MOVE               'Y'  TO  WS-BDC-AVAILABLE
         ELSE
           MOVE               'N'  TO  WS-BDC-AVAILABLE
           DISPLAY            :PGM:  " PGM-BDC-OPEN: BDCAL "
                              "UNAVAILABLE (STATUS="  WS-BDC-STATUS
                              ") - WEEKENDS ONLY AS NON-BUSINESS"
         END-IF.
       PGM-BDC-OPEN-E.
         EXIT.
      *-- ｴｲｷﾞｮｳﾋﾞ ﾊﾝﾃｲ (WS-BDC-DATE → WS-BDC-BUSINESS 'Y'/'N',
      *-- WS-BDC-DAY-TYPE 'B'/'H'/'W')
      *-- ﾐﾄｳﾛｸ ﾋﾂﾞｹ ﾊ ﾖｳﾋﾞ ｷｿｸ (INTEGER-OF-DATE 1 = 16010101 ｹﾞﾂﾖｳ,
      *-- MOD 7 ﾉ 5/6 = ﾄﾞ/ﾆﾁ)
       PGM-BDC-DAY-CHECK       SECTION.
       PGM-BDC-DAY-CHECK-S.
         MOVE                 SPACE  TO  WS-BDC-DAY-TYPE.
         IF                   WS-BDC-AVAILABLE  =  'Y'
           MOVE               WS-BDC-DATE  TO  BDC-DATE
           READ               BDC-FL
             INVALID KEY
               CONTINUE
           END-READ
           IF                 WS-BDC-STATUS  =  '00'
             MOVE             BDC-DAY-TYPE  TO  WS-BDC-DAY-TYPE
           ELSE
             IF               WS-BDC-STATUS  NOT =  '23'
               PERFORM        PGM-ERROR
             END-IF
           END-IF
         END-IF.
         IF                   WS-BDC-DAY-TYPE  =  SPACE
           COMPUTE            WS-BDC-DOW  =
                              FUNCTION MOD(
                              FUNCTION INTEGER-OF-DATE(WS-BDC-DATE)
                              -  1,  7)
           IF                 WS-BDC-DOW  >=  5
             MOVE             'W'  TO  WS-BDC-DAY-TYPE
           ELSE
             MOVE             'B'  TO  WS-BDC-DAY-TYPE
           END-IF
         END-IF.
         IF                   WS-BDC-DAY-TYPE  =  'B'
           MOVE               'Y'  TO  WS-BDC-BUSINESS
         ELSE
           MOVE               'N'  TO  WS-BDC-BUSINESS
         END-IF.
       PGM-BDC-DAY-CHECK-E.
         EXIT.
      *-- ｾﾞﾝ ｴｲｷﾞｮｳﾋﾞ (WS-BDC-DATE ﾖﾘ ﾏｴ ﾉ ﾁｮｸｾﾞﾝ ｴｲｷﾞｮｳﾋﾞ ｦ
      *-- WS-BDC-RESULT-DATE ﾍ, WS-BDC-GUARD-MAX ﾆﾁ ﾅｲ ﾆ ﾅｲ ﾊ ｾﾞﾛ)
       PGM-BDC-PREV-DAY        SECTION.
       PGM-BDC-PREV-DAY-S.
         MOVE                 WS-BDC-DATE  TO  WS-BDC-BASE-DATE.
         COMPUTE              WS-BDC-INT  =
                              FUNCTION INTEGER-OF-DATE(WS-BDC-DATE).
         MOVE                 'N'   TO  WS-BDC-BUSINESS.
         MOVE                 ZERO  TO  WS-BDC-GUARD.
         PERFORM              UNTIL  WS-BDC-BUSINESS  =  'Y'
                                 OR  WS-BDC-GUARD  >=  WS-BDC-GUARD-MAX
           SUBTRACT           1  FROM  WS-BDC-INT
           ADD                1  TO  WS-BDC-GUARD
           COMPUTE            WS-BDC-DATE  =
                              FUNCTION DATE-OF-INTEGER(WS-BDC-INT)
           PERFORM            PGM-BDC-DAY-CHECK
         END-PERFORM.
         IF                   WS-BDC-BUSINESS  =  'Y'
           MOVE               WS-BDC-DATE  TO  WS-BDC-RESULT-DATE
         ELSE
           MOVE               ZERO         TO  WS-BDC-RESULT-DATE
         END-IF.
         MOVE                 WS-BDC-BASE-DATE  TO  WS-BDC-DATE.
       PGM-BDC-PREV-DAY-E.
         EXIT.
      *-- ｴｲｷﾞｮｳ ﾆｯｽｳ (WS-BDC-FROM-DATE ﾖｸｼﾞﾂ ｶﾗ WS-BDC-TO-DATE
      *-- ﾏﾃﾞ ﾉ ｴｲｷﾞｮｳﾋﾞ ｽｳ ｦ WS-BDC-DAYS ﾍ, TO <= FROM ﾊ ｾﾞﾛ)
       PGM-BDC-WORKDAYS        SECTION.
       PGM-BDC-WORKDAYS-S.
         MOVE                 ZERO  TO  WS-BDC-DAYS.
         COMPUTE              WS-BDC-INT  =  FUNCTION INTEGER-OF-DATE
                                             (WS-BDC-FROM-DATE).
         COMPUTE              WS-BDC-TO-INT  =
                              FUNCTION INTEGER-OF-DATE(WS-BDC-TO-DATE).
         PERFORM              UNTIL  WS-BDC-INT  >=  WS-BDC-TO-INT
           ADD                1  TO  WS-BDC-INT
           COMPUTE            WS-BDC-DATE  =
                              FUNCTION DATE-OF-INTEGER(WS-BDC-INT)
           PERFORM            PGM-BDC-DAY-CHECK
           IF                 WS-BDC-BUSINESS  =  'Y'
             ADD              1  TO  WS-BDC-DAYS
           END-IF
         END-PERFORM.
       PGM-BDC-WORKDAYS-E.
         EXIT.
      *-- ｶﾚﾝﾀﾞ CLOSE
       PGM-BDC-CLOSE           SECTION.
       PGM-BDC-CLOSE-S.
         IF                   WS-BDC-AVAILABLE  =  'Y'
           CLOSE              BDC-FL
           MOVE               'N'  TO  WS-BDC-AVAILABLE
         END-IF.
       PGM-BDC-CLOSE-E.
         EXIT.
