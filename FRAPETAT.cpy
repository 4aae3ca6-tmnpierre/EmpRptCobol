       FD  F-RAPETAT
           RECORDING MODE IS F.
       01  R-RAPETAT                  PIC X(132).
