       FD  F-:JOBST:
           RECORDING MODE IS F.
       01  R-:JOBST:                  PIC X(143).
