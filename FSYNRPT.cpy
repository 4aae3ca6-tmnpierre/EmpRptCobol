       FD  F-SYNRPT
           RECORDING MODE IS F.
       01  R-SYNRPT                   PIC X(132).
