       FD  F-:ABSENCE:
           RECORDING MODE IS F.
       01  R:ABSENCE:.
           05  R:ABSENCE:-ID          PIC X(10).
           05  R:ABSENCE:-TYPE        PIC X(03).
           05  R:ABSENCE:-DEBUT       PIC X(08).
           05  R:ABSENCE:-FIN         PIC X(08).
           05  R:ABSENCE:-PAYE        PIC X(01).
