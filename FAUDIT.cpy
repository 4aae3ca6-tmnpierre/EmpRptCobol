       FD  F-AUDIT
           RECORDING MODE IS F.
       01  R-AUDIT                    PIC X(278).
