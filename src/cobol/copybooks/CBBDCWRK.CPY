      *---1---------2---------3---------4---------5-----
      *-- ｴｲｷﾞｮｳﾋﾞ ｶﾚﾝﾀﾞ ﾜｰｸ (CBBDCCHK ｷｮｳﾂｳ ｾｸｼｮﾝ ﾖｳ)
      *-- ﾆｭｳﾘｮｸ: WS-BDC-DATE / WS-BDC-FROM-DATE / WS-BDC-TO-DATE
      *-- ｼｭﾂﾘｮｸ: WS-BDC-BUSINESS / WS-BDC-DAY-TYPE /
      *--         WS-BDC-RESULT-DATE / WS-BDC-DAYS
         03  WS-BDC-AVAILABLE PIC X(01)  VALUE 'N'.
         03  WS-BDC-DATE      PIC 9(08)  VALUE ZERO.
         03  WS-BDC-DAY-TYPE  PIC X(01).
         03  WS-BDC-BUSINESS  PIC X(01).
         03  WS-BDC-DOW       PIC 9(01)  VALUE ZERO.
         03  WS-BDC-INT       PIC 9(08)  VALUE ZERO.
         03  WS-BDC-TO-INT    PIC 9(08)  VALUE ZERO.
         03  WS-BDC-BASE-DATE PIC 9(08)  VALUE ZERO.
         03  WS-BDC-RESULT-DATE
                              PIC 9(08)  VALUE ZERO.
         03  WS-BDC-FROM-DATE PIC 9(08)  VALUE ZERO.
         03  WS-BDC-TO-DATE   PIC 9(08)  VALUE ZERO.
         03  WS-BDC-DAYS      PIC S9(05) VALUE ZERO.
         03  WS-BDC-GUARD     PIC 9(03)  VALUE ZERO.
         03  WS-BDC-GUARD-MAX PIC 9(03)  VALUE 031.
