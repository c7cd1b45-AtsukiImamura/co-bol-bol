      *---1---------2---------3---------4---------5-----
      *-- ｶﾜｾ ﾚｰﾄ ｼｮｳｶｲ ﾜｰｸ (CBFXRCHK ｷｮｳﾂｳ ｾｸｼｮﾝ ﾖｳ)
      *-- ﾆｭｳﾘｮｸ: WS-FXR-CCY / WS-FXR-DATE (YYYYMMDD)
      *-- ｼｭﾂﾘｮｸ: WS-FXR-FOUND 'Y'/'N' / WS-FXR-RATE (ｷｼﾞｭﾝ ﾂｳｶ ﾊ 1),
      *--         ﾁｮｸｾﾞﾝ ﾉ ﾂｳｶ + ﾋﾂﾞｹ ﾊ ｻｲﾖﾐ ｼﾅｲ (LAST-*)
         03  WS-FXR-AVAILABLE PIC X(01)  VALUE 'N'.
         03  WS-FXR-BASE-CCY  PIC X(03)  VALUE 'JPY'.
         03  WS-FXR-CCY       PIC X(03)  VALUE SPACES.
         03  WS-FXR-DATE      PIC 9(08)  VALUE ZERO.
         03  WS-FXR-FOUND     PIC X(01)  VALUE 'N'.
         03  WS-FXR-RATE      PIC 9(05)V9(06) VALUE ZERO.
         03  WS-FXR-LAST-CCY  PIC X(03)  VALUE SPACES.
         03  WS-FXR-LAST-DATE PIC 9(08)  VALUE ZERO.
         03  WS-FXR-LAST-FOUND
                              PIC X(01)  VALUE 'N'.
         03  WS-FXR-LAST-RATE PIC 9(05)V9(06) VALUE ZERO.
