       FD  F-:RAPPEL:
           RECORDING MODE IS F.
       01  R-:RAPPEL:                 PIC X(68).
