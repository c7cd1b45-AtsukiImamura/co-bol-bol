       FILE                   SECTION.
       FD  IN-FL              LABEL RECORD STANDARD
                              BLOCK CONTAINS 0 RECORDS.
       01  IN-REC             PIC X(44).
       FD  OUT-FL             LABEL RECORD OMITTED.
       01  OUT-REC.
         COPY                 CBOUTREC.
       PGM-HASH-UPDATE         SECTION.
       PGM-HASH-UPDATE-S.
         PERFORM              VARYING  WS-HASH-IDX  FROM  1  BY  1
             UNTIL            WS-HASH-IDX  >  27
           MOVE               FUNCTION ORD(OUT-DETAIL(WS-HASH-IDX:1))
                              TO  WS-HASH-BYTE-VAL
           COMPUTE            WS-HASH-TOTAL  =
