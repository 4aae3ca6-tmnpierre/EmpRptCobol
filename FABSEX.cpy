       FD  F-ABSEX
           RECORDING MODE IS F.
       01  R-ABSEX                    PIC X(34).
