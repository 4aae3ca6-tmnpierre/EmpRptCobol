       FD  F-INTEG
           RECORDING MODE IS F.
       01  R-INTEG                    PIC X(132).
