       FD  F-VIREXC
           RECORDING MODE IS F.
       01  R-VIREXC                   PIC X(100).
