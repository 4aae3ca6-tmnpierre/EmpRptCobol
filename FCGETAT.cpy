       FD  F-CGETAT
           RECORDING MODE IS F.
       01  R-CGETAT                   PIC X(132).
