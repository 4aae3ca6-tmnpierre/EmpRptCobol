       FD  F-REFREG
           RECORDING MODE IS F.
       01  R-REFREG                   PIC X(132).
