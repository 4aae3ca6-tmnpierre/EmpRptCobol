       FD  F-COTRECAP
           RECORDING MODE IS F.
       01  R-COTRECAP                 PIC X(100).
