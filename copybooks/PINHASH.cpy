      *> HASH-PARA - scrambles OP-OPERATOR-ID plus the PIN the caller
      *> has moved to WS-HASH-PIN into WS-PIN-HASH, using the fields in
      *> copybooks/PINHWS.cpy. COPY ... REPLACING ==HASH-PARA== with the
      *> caller's own paragraph name; coboloper and cobolfrist share
      *> this one copy so a stored PIN always hashes the same way.
       HASH-PARA.
           MOVE OP-OPERATOR-ID TO WS-HASH-ID
           MOVE 7 TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1 UNTIL WS-HASH-IDX > 16
               COMPUTE WS-HASH-VALUE = FUNCTION MOD(WS-HASH-VALUE * 31
                   + FUNCTION ORD(WS-HASH-SOURCE(WS-HASH-IDX:1))
                   * (WS-HASH-IDX + 7), 9999999967)
           END-PERFORM
           MOVE WS-HASH-VALUE TO WS-PIN-HASH.
