       FD  F-PURGE
           RECORDING MODE IS F.
       01  R-PURGE                    PIC X(132).
