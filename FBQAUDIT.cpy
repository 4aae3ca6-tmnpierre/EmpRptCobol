       FD  F-BQAUDIT
           RECORDING MODE IS F.
       01  R-BQAUDIT                  PIC X(261).
