       FD  F-BUDREJ
           RECORDING MODE IS F.
       01  R-BUDREJ                   PIC X(27).
