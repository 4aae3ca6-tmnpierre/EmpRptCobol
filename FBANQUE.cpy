       FD  F-:BANQUE:.
       01  R:BANQUE:.
           05  R:BANQUE:-ID           PIC X(10).
           05  R:BANQUE:-IBAN         PIC X(34).
           05  R:BANQUE:-BIC          PIC X(11).
           05  R:BANQUE:-TITULAIRE    PIC X(30).
           05  R:BANQUE:-DATE-EFFET   PIC X(08).
