      *> WS-HASH-SOURCE - working storage for the one-way PIN scramble
      *> (copybooks/PINHASH.cpy). coboloper stores a PIN hashed with it
      *> and cobolfrist checks a keyed PIN against it, so both COPY the
      *> same fields and logic - a change made to one program alone
      *> would stop every PIN on file from matching.
       01 WS-HASH-SOURCE.
           05 WS-HASH-ID        PIC X(8).
           05 WS-HASH-PIN       PIC X(8).
       01 WS-HASH-IDX          PIC 99 COMP.
       01 WS-HASH-VALUE        PIC 9(12).
       01 WS-PIN-HASH          PIC 9(10).
