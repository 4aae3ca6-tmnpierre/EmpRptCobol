       FD  F-RAPMARK
           RECORDING MODE IS F.
       01  R-RAPMARK                  PIC X(18).
