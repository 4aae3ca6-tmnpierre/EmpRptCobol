       FD  F-TAUX
           RECORDING MODE IS F.
       01  RTAUX.
           05  RTAUX-CODE             PIC X(03).
           05  RTAUX-ORGANISME        PIC X(10).
           05  RTAUX-TAUX             PIC 9(02)V9(03).
           05  RTAUX-PLAFOND          PIC 9(07).
           05  RTAUX-POSTE            PIC X(20).
           05  RTAUX-REGION           PIC X(26).
