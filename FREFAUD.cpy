       FD  F-REFAUD
           RECORDING MODE IS F.
       01  R-REFAUD                   PIC X(205).
