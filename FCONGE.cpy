       FD  F-:CONGE:
           RECORDING MODE IS F.
       01  R:CONGE:.
           05  R:CONGE:-ID            PIC X(10).
           05  R:CONGE:-PERIODE       PIC X(06).
           05  R:CONGE:-ACQUIS        PIC 9(05)V9(02).
           05  R:CONGE:-PRIS          PIC 9(05)V9(02).
