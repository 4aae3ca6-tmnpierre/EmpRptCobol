       FD  F-COTIS
           RECORDING MODE IS F.
       01  R-COTIS                    PIC X(52).
