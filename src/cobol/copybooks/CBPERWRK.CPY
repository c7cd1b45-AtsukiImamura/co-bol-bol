      *---1---------2---------3---------4---------5-----
      *-- ｹｲﾘ ｷｶﾝ ｼｮｳｶｲ ﾜｰｸ (CBPERCHK ｷｮｳﾂｳ ｾｸｼｮﾝ ﾖｳ)
      *-- ﾆｭｳﾘｮｸ: WS-PER-DATE (YYYYMMDD, ﾂｷ ﾉﾐ ｼﾖｳ)
      *-- ｼｭﾂﾘｮｸ: WS-PER-CLOSED 'Y'/'N' / WS-PER-STATE (PER-STATUS,
      *--         ｸｳﾊｸ ﾊ ﾐｼﾒ), ﾁｮｸｾﾞﾝ ﾉ ﾂｷ ﾊ ｻｲﾖﾐ ｼﾅｲ
         03  WS-PER-AVAILABLE PIC X(01)  VALUE 'N'.
         03  WS-PER-DATE      PIC 9(08)  VALUE ZERO.
         03  WS-PER-CLOSED    PIC X(01)  VALUE 'N'.
         03  WS-PER-STATE     PIC X(01)  VALUE SPACE.
         03  WS-PER-LAST-MONTH
                              PIC 9(06)  VALUE ZERO.
