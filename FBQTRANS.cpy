       FD  F-:BQTRANS:
           RECORDING MODE IS F.
       01  R:BQTRANS:.
           05  R:BQTRANS:-CODE        PIC X(01).
           05  R:BQTRANS:-ID          PIC X(10).
           05  R:BQTRANS:-IBAN        PIC X(34).
           05  R:BQTRANS:-BIC         PIC X(11).
           05  R:BQTRANS:-TITULAIRE   PIC X(30).
           05  R:BQTRANS:-DATE-EFFET  PIC X(08).
