       FD  F-:BQPEND:
           RECORDING MODE IS F.
       01  R:BQPEND:.
           05  R:BQPEND:-TRANS        PIC X(94).
           05  R:BQPEND:-SOURCE       PIC X(40).
