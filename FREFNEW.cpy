       FD  F-REFNEW
           RECORDING MODE IS F.
       01  R-REFNEW                   PIC X(58).
