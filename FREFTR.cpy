       FD  F-REFTR
           RECORDING MODE IS F.
       01  RREFTR.
           05  RREFTR-CODE            PIC X(01).
           05  RREFTR-TABLE           PIC X(04).
           05  RREFTR-DONNEES         PIC X(58).
           05  RREFTR-DATE-EFFET      PIC X(08).
           05  RREFTR-AUTEUR          PIC X(10).
