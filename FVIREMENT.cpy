       FD  F-:VIRFIC:
           RECORDING MODE IS F.
       01  R-:VIRFIC:                 PIC X(124).
