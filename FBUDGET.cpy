       FD  F-:BUDGET:
           RECORDING MODE IS F.
       01  R:BUDGET:.
           05  R:BUDGET:-AGENCE       PIC X(03).
           05  R:BUDGET:-PERIODE      PIC X(06).
           05  R:BUDGET:-ETP          PIC 9(04)V9(01).
           05  R:BUDGET:-BRUT         PIC 9(09).
