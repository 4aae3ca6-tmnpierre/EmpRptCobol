       FD  F-BUDRPT
           RECORDING MODE IS F.
       01  R-BUDRPT                   PIC X(132).
