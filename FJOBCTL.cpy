       FD  F-JOBCTL
           RECORDING MODE IS F.
       01  RJOBCTL.
           05  RJOBCTL-ETAPE          PIC X(08).
           05  RJOBCTL-TYPE           PIC X(01).
           05  RJOBCTL-VALEUR         PIC X(100).
