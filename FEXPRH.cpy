       FD  F-EXPRH
           RECORDING MODE IS F.
       01  REXPRH.
           05  REXPRH-ID              PIC X(10).
           05  REXPRH-NOM             PIC X(20).
           05  REXPRH-PRENOM          PIC X(20).
           05  REXPRH-POSTE           PIC X(20).
           05  REXPRH-SALAIRE         PIC 9(07).
           05  REXPRH-AGENCE          PIC X(03).
           05  REXPRH-EMBAUCHE        PIC X(08).
           05  REXPRH-STATUT          PIC X(01).
           05  REXPRH-DATE-FIN        PIC X(08).
           05  REXPRH-DATE-EFFET      PIC X(08).
