       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONGE.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-ABSOK ASSIGN TO DYNAMIC WS-ABSOK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ABSOK-STATUS.

           SELECT F-CONGE ASSIGN TO DYNAMIC WS-CONGE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONGE-STATUS.

           SELECT F-CGENEW ASSIGN TO DYNAMIC WS-CGENEW-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CGENEW-STATUS.

           SELECT F-DEDUCT ASSIGN TO DYNAMIC WS-DEDUCT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT F-DEDNEW ASSIGN TO DYNAMIC WS-DEDNEW-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEDNEW-STATUS.

           SELECT F-CGETAT ASSIGN TO DYNAMIC WS-CGETAT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CGETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FMASTER.cpy' REPLACING ==:MASTER:== BY ==MASTER==.
           COPY 'FABSENCE.cpy' REPLACING ==:ABSENCE:== BY ==ABSOK==.
           COPY 'FCONGE.cpy' REPLACING ==:CONGE:== BY ==CONGE==.
           COPY 'FCONGE.cpy' REPLACING ==:CONGE:== BY ==CGENEW==.
           COPY 'FDEDUCT.cpy' REPLACING ==:DEDUCT:== BY ==DEDUCT==.
           COPY 'FDEDUCT.cpy' REPLACING ==:DEDUCT:== BY ==DEDNEW==.
           COPY 'FCGETAT.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ETAT-ENTETE.
           05  FILLER               PIC X(38) VALUE
                   "ETAT DES SOLDES DE CONGES - PERIODE : ".
           05  WS-ETAT-PERIODE      PIC X(06).
           05  FILLER               PIC X(09) VALUE "  DATE : ".
           05  WS-ETAT-DATE         PIC X(10).

       01  WS-ETAT-COLONNES.
           05  FILLER               PIC X(53) VALUE
               "ID         NOM                  PRENOM               ".
           05  FILLER               PIC X(31) VALUE
               "AN  SOLDE PRC  ACQUIS    PRIS  ".
           05  FILLER               PIC X(24) VALUE
               "    SOLDE  SS  RETENUE  ".
           05  FILLER               PIC X(11) VALUE "OBSERVATION".

       01  WS-ETAT-DETAIL.
           05  ETD-ID               PIC X(10).
           05  FILLER               PIC X      VALUE SPACE.
           05  ETD-NOM              PIC X(20).
           05  FILLER               PIC X      VALUE SPACE.
           05  ETD-PRENOM           PIC X(20).
           05  FILLER               PIC X      VALUE SPACE.
           05  ETD-ANCIEN           PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ETD-PRECEDENT        PIC -----9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ETD-ACQUIS           PIC ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ETD-PRIS             PIC ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ETD-SOLDE            PIC -----9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ETD-JOURS-SS         PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ETD-RETENUE          PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ETD-OBSERVATION      PIC X(20).

       01  WS-ETAT-PIED.
           05  FILLER               PIC X(11) VALUE "EMPLOYES : ".
           05  ETP-EMPLOYES         PIC ZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  ACQUIS : ".
           05  ETP-ACQUIS           PIC ZZZZZZ9.99.
           05  FILLER               PIC X(09) VALUE "  PRIS : ".
           05  ETP-PRIS             PIC ZZZZZZ9.99.
           05  FILLER               PIC X(13) VALUE "  RETENUES : ".
           05  ETP-RETENUES         PIC ZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  MONTANT :".
           05  ETP-MONTANT          PIC ZZZZZZZZZZ9.
           05  FILLER               PIC X(20) VALUE
                   "  SOLDES NEGATIFS : ".
           05  ETP-NEGATIFS         PIC ZZZZZ9.

       01  WS-ETAT-SEP         PIC X(132) VALUE ALL "-".

       01  WS-MASTER-FILE      PIC X(100) VALUE "EMPMASTER.DAT".
       01  WS-ABSOK-FILE       PIC X(100) VALUE "EMPABSOK.txt".
       01  WS-CONGE-FILE       PIC X(100) VALUE "EMPCONGE.txt".
       01  WS-CGENEW-FILE      PIC X(100) VALUE "EMPCONGE.NEW".
       01  WS-DEDUCT-FILE      PIC X(100)
               VALUE "fr-liste-deductions.txt".
       01  WS-DEDNEW-FILE      PIC X(100) VALUE "EMPDEDUC.NEW".
       01  WS-CGETAT-FILE      PIC X(100) VALUE "EMPCGETAT.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-ABSOK-STATUS     PIC XX.
       01  WS-CONGE-STATUS     PIC XX.
       01  WS-CGENEW-STATUS    PIC XX.
       01  WS-DEDUCT-STATUS    PIC XX.
       01  WS-DEDNEW-STATUS    PIC XX.
       01  WS-CGETAT-STATUS    PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-ABSOK-EOF        PIC X VALUE 'N'.
       01  WS-CONGE-EOF        PIC X VALUE 'N'.
       01  WS-DEDUCT-EOF       PIC X VALUE 'N'.
       01  WS-CGENEW-EOF       PIC X VALUE 'N'.
       01  WS-DEDNEW-EOF       PIC X VALUE 'N'.
       01  WS-CURRENT-DATE     PIC 9(08).

       01  WS-TYPE-ABSENCE     PIC X(03) VALUE "ABS".
       01  WS-TYPE-CONGE       PIC X(03) VALUE "CP ".

       01  WS-PERIODE.
           05  WS-PER-ANNEE        PIC 9(04).
           05  WS-PER-MOIS         PIC 9(02).
       01  WS-PERIODE-X REDEFINES WS-PERIODE
                               PIC X(06).
       01  WS-PERIODE-PARM     PIC X(06) VALUE SPACES.
       01  WS-PER-DEBUT.
           05  WS-PDB-PERIODE       PIC X(06).
           05  WS-PDB-JOUR          PIC X(02) VALUE "01".
       01  WS-PER-FIN.
           05  WS-PFN-PERIODE       PIC X(06).
           05  WS-PFN-JOUR          PIC 9(02).
       01  WS-PER-FIN-9 REDEFINES WS-PER-FIN
                               PIC 9(08).
       01  WS-JOURS-MOIS       PIC 9(02) VALUE ZERO.
       01  WS-OUVRES-MOIS      PIC 9(02) VALUE ZERO.
       01  WS-JOUR-1           PIC 9(07) VALUE ZERO.
       01  WS-JOUR-IDX         PIC 9(02) VALUE ZERO.
       01  WS-JOUR-SEM         PIC 9(01) VALUE ZERO.
       01  WS-JOUR-Q           PIC 9(07) VALUE ZERO.

       01  WS-JOURS-OUVRES.
           05  WS-JOUR-OUVRE        PIC X(01) OCCURS 31 TIMES.

       01  WS-ABS-JOUR-DEB     PIC 9(02) VALUE ZERO.
       01  WS-ABS-JOUR-FIN     PIC 9(02) VALUE ZERO.
       01  WS-ABS-JOURS        PIC 9(02) VALUE ZERO.

       01  WS-EMBAUCHE-9       PIC 9(08) VALUE ZERO.
       01  WS-ANNEES           PIC 9(04) VALUE ZERO.
       01  WS-BANDE            PIC 9(01) VALUE ZERO.
       01  WS-DROITS-ANNUELS   PIC X(10) VALUE "2525262728".
       01  WS-DROITS-R REDEFINES WS-DROITS-ANNUELS.
           05  WS-DROIT-ANNUEL      PIC 9(02) OCCURS 5 TIMES.

       01  WS-EMP-PERIODE      PIC X(06) VALUE SPACES.
       01  WS-EMP-ACQUIS       PIC 9(05)V9(02) VALUE ZERO.
       01  WS-EMP-PRIS         PIC 9(05)V9(02) VALUE ZERO.
       01  WS-EMP-PRECEDENT    PIC S9(05)V9(02) VALUE ZERO.
       01  WS-EMP-SOLDE        PIC S9(05)V9(02) VALUE ZERO.
       01  WS-EMP-ACQ-MOIS     PIC 9(03)V9(02) VALUE ZERO.
       01  WS-EMP-PRIS-MOIS    PIC 9(03)V9(02) VALUE ZERO.
       01  WS-EMP-JOURS-CP     PIC 9(02) VALUE ZERO.
       01  WS-EMP-JOURS-SS     PIC 9(02) VALUE ZERO.
       01  WS-EMP-RETENUE      PIC 9(07) VALUE ZERO.
       01  WS-EMP-TROUVE       PIC X VALUE 'N'.
       01  WS-EMP-OBSERVATION  PIC X(20) VALUE SPACES.
       01  WS-SOLDE-FINI       PIC X VALUE 'N'.
       01  WS-CGE-POS          PIC 9(05) VALUE 1.
       01  WS-CLE-MAITRE       PIC X(10) VALUE SPACES.

       01  WS-READ-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-ABSOK-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-ABS-MOIS-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-ETAT-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-DEJA-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-PARTI-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-ORPHELIN-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-NEGATIF-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-DED-GARDE-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-DED-ANCIEN-COUNT PIC 9(06) VALUE ZERO.
       01  WS-RETENUE-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-RETENUE-TOTAL    PIC 9(11) VALUE ZERO.
       01  WS-ACQUIS-TOTAL     PIC 9(07)V9(02) VALUE ZERO.
       01  WS-PRIS-TOTAL       PIC 9(07)V9(02) VALUE ZERO.

       01  WS-CDJ-DATE         PIC 9(08) VALUE ZERO.
       01  WS-CDJ-JOURS        PIC 9(07) VALUE ZERO.
       01  WS-CDJ-AA           PIC 9(04) VALUE ZERO.
       01  WS-CDJ-MMJJ         PIC 9(04) VALUE ZERO.
       01  WS-CDJ-MM           PIC 9(02) VALUE ZERO.
       01  WS-CDJ-JJ           PIC 9(02) VALUE ZERO.
       01  WS-CDJ-AP           PIC 9(04) VALUE ZERO.
       01  WS-CDJ-R4           PIC 9(04) VALUE ZERO.
       01  WS-CDJ-R100         PIC 9(04) VALUE ZERO.
       01  WS-CDJ-R400         PIC 9(04) VALUE ZERO.
       01  WS-CDJ-Q            PIC 9(07) VALUE ZERO.
       01  WS-CDJ-Q4           PIC 9(05) VALUE ZERO.
       01  WS-CDJ-Q100         PIC 9(05) VALUE ZERO.
       01  WS-CDJ-Q400         PIC 9(05) VALUE ZERO.
       01  WS-CDJ-BISSEXTILE   PIC X VALUE 'N'.

       01  WS-MOIS-OFFSETS     PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MOIS-OFF-R REDEFINES WS-MOIS-OFFSETS.
           05  WS-MOIS-OFF         PIC 9(03) OCCURS 12 TIMES.

       01  WS-MOIS-JOURS       PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MOIS-JOURS-R REDEFINES WS-MOIS-JOURS.
           05  WS-MOIS-JR          PIC 9(02) OCCURS 12 TIMES.

       01  WS-CGE-CNT          PIC 9(05) VALUE ZERO.
       01  WS-CGE-TABLE.
           05  WS-CGE-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-CGE-CNT
                   ASCENDING KEY IS WS-CGE-ID
                   INDEXED BY WS-CGE-IDX.
               10  WS-CGE-ID            PIC X(10).
               10  WS-CGE-PERIODE       PIC X(06).
               10  WS-CGE-ACQUIS        PIC 9(05)V9(02).
               10  WS-CGE-PRIS          PIC 9(05)V9(02).

       01  WS-CUM-CNT          PIC 9(05) VALUE ZERO.
       01  WS-CUM-TABLE.
           05  WS-CUM-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-CUM-CNT
                   ASCENDING KEY IS WS-CUM-ID
                   INDEXED BY WS-CUM-IDX.
               10  WS-CUM-ID            PIC X(10).
               10  WS-CUM-JOURS-CP      PIC 9(02).
               10  WS-CUM-JOURS-SS      PIC 9(02).

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE (1:6) TO WS-PERIODE-X
           PERFORM RESOLVE-FILE-NAMES.
           IF WS-PERIODE-PARM NOT = SPACES
               PERFORM CHECK-PERIODE-PARM
           END-IF
           PERFORM PREPARE-CALENDRIER.

           PERFORM LOAD-ABSENCES.
           PERFORM LOAD-SOLDES.

           PERFORM COPY-DEDUCTIONS.

           OPEN INPUT F-MASTER
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT F-CGENEW
           MOVE WS-CGENEW-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-CGENEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT F-CGETAT
           MOVE WS-CGETAT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-CGETAT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           PERFORM WRITE-ETAT-HEADER.
           PERFORM PROCESS-RECORDS UNTIL WS-EOF = 'Y'.
           MOVE HIGH-VALUES TO WS-CLE-MAITRE
           PERFORM FLUSH-SOLDES-ANTERIEURS.
           PERFORM WRITE-ETAT-FOOTER.
           CLOSE F-MASTER, F-CGENEW, F-CGETAT, F-DEDNEW.

           PERFORM PROMOTE-CONGE-FILE.
           PERFORM PROMOTE-DEDUCT-FILE.

           DISPLAY "PERIODE TRAITEE      : " WS-PERIODE-X.
           DISPLAY "JOURS OUVRES DU MOIS : " WS-OUVRES-MOIS.
           DISPLAY "ABSENCES READ        : " WS-ABSOK-COUNT.
           DISPLAY "ABSENCES IN PERIOD   : " WS-ABS-MOIS-COUNT.
           DISPLAY "EMPLOYEES READ       : " WS-READ-COUNT.
           DISPLAY "EMPLOYEES ON STATEMNT: " WS-ETAT-COUNT.
           DISPLAY "ALREADY ACCRUED      : " WS-DEJA-COUNT.
           DISPLAY "DEPARTED (CARRIED)   : " WS-PARTI-COUNT.
           DISPLAY "BALANCES W/O MASTER  : " WS-ORPHELIN-COUNT.
           DISPLAY "NEGATIVE BALANCES    : " WS-NEGATIF-COUNT.
           DISPLAY "DEDUCTIONS KEPT      : " WS-DED-GARDE-COUNT.
           DISPLAY "OLD ABS DEDUCTIONS   : " WS-DED-ANCIEN-COUNT.
           DISPLAY "ABS DEDUCTIONS WRITTN: " WS-RETENUE-COUNT.
           DISPLAY "ABS DEDUCTION TOTAL  : " WS-RETENUE-TOTAL.
           IF WS-NEGATIF-COUNT > 0
               DISPLAY "NEGATIVE LEAVE BALANCES - SEE "
                       WS-CGETAT-FILE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF LEAVE PROCESSING.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MASTFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASTER-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ABSOKIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ABSOK-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CONGEFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CONGE-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CONGESNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CGENEW-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEDIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEDUCT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEDSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEDNEW-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CGETATOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CGETAT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CGEPERIODE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE (1:6) TO WS-PERIODE-PARM
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ABSOK-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-CGETAT-FILE FROM ARGUMENT-VALUE
           END-IF.

       CHECK-PERIODE-PARM.
           IF WS-PERIODE-PARM IS NUMERIC
               AND WS-PERIODE-PARM (5:2) >= "01"
               AND WS-PERIODE-PARM (5:2) <= "12"
               MOVE WS-PERIODE-PARM TO WS-PERIODE-X
           ELSE
               DISPLAY "INVALID PERIOD IGNORED: " WS-PERIODE-PARM
           END-IF.

       PREPARE-CALENDRIER.
           MOVE WS-PERIODE-X TO WS-PDB-PERIODE
           MOVE WS-PERIODE-X TO WS-PFN-PERIODE
           MOVE WS-MOIS-JR (WS-PER-MOIS) TO WS-JOURS-MOIS
           MOVE WS-PER-ANNEE TO WS-CDJ-AA
           PERFORM CHECK-BISSEXTILE
           IF WS-CDJ-BISSEXTILE = 'Y' AND WS-PER-MOIS = 2
               MOVE 29 TO WS-JOURS-MOIS
           END-IF
           MOVE WS-JOURS-MOIS TO WS-PFN-JOUR
           MOVE WS-PER-DEBUT TO WS-CDJ-DATE
           PERFORM CONVERT-DATE-JOURS
           MOVE WS-CDJ-JOURS TO WS-JOUR-1
           MOVE ZERO TO WS-OUVRES-MOIS
           PERFORM MARK-JOUR-OUVRE
               VARYING WS-JOUR-IDX FROM 1 BY 1
               UNTIL WS-JOUR-IDX > 31.

       MARK-JOUR-OUVRE.
           MOVE 'N' TO WS-JOUR-OUVRE (WS-JOUR-IDX)
           IF WS-JOUR-IDX <= WS-JOURS-MOIS
               COMPUTE WS-CDJ-Q = WS-JOUR-1 + WS-JOUR-IDX - 1
               DIVIDE WS-CDJ-Q BY 7
                   GIVING WS-JOUR-Q REMAINDER WS-JOUR-SEM
               IF WS-JOUR-SEM > 1
                   MOVE 'O' TO WS-JOUR-OUVRE (WS-JOUR-IDX)
                   ADD 1 TO WS-OUVRES-MOIS
               END-IF
           END-IF.

       LOAD-ABSENCES.
           OPEN INPUT F-ABSOK
           IF WS-ABSOK-STATUS = "35"
               DISPLAY "NO VALIDATED ABSENCE FILE - NO LEAVE TAKEN"
           ELSE
               MOVE WS-ABSOK-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-ABSOK" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-ABSENCE-RECORD UNTIL WS-ABSOK-EOF = 'Y'
               CLOSE F-ABSOK
           END-IF
           IF WS-CUM-CNT > 0
               SORT WS-CUM-ENTRY ASCENDING KEY WS-CUM-ID
           END-IF.

       READ-ABSENCE-RECORD.
           READ F-ABSOK
               AT END
                   MOVE 'Y' TO WS-ABSOK-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-ABSOK-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-ABSOK" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-ABSOK-EOF = 'N'
               ADD 1 TO WS-ABSOK-COUNT
               IF RABSOK-FIN >= WS-PER-DEBUT
                   AND RABSOK-DEBUT <= WS-PER-FIN
                   ADD 1 TO WS-ABS-MOIS-COUNT
                   PERFORM COUNT-JOURS-ABSENCE
                   PERFORM ACCUMULATE-ABSENCE
               END-IF
           END-IF.

       COUNT-JOURS-ABSENCE.
           IF RABSOK-DEBUT < WS-PER-DEBUT
               MOVE 1 TO WS-ABS-JOUR-DEB
           ELSE
               MOVE RABSOK-DEBUT (7:2) TO WS-ABS-JOUR-DEB
           END-IF
           IF RABSOK-FIN > WS-PER-FIN
               MOVE WS-JOURS-MOIS TO WS-ABS-JOUR-FIN
           ELSE
               MOVE RABSOK-FIN (7:2) TO WS-ABS-JOUR-FIN
           END-IF
           MOVE ZERO TO WS-ABS-JOURS
           PERFORM COUNT-JOUR-OUVRE
               VARYING WS-JOUR-IDX FROM WS-ABS-JOUR-DEB BY 1
               UNTIL WS-JOUR-IDX > WS-ABS-JOUR-FIN.

       COUNT-JOUR-OUVRE.
           IF WS-JOUR-OUVRE (WS-JOUR-IDX) = 'O'
               ADD 1 TO WS-ABS-JOURS
           END-IF.

       ACCUMULATE-ABSENCE.
           SET WS-CUM-IDX TO 1
           IF WS-CUM-CNT = 0
               PERFORM ADD-CUM-ENTRY
           ELSE
               SEARCH WS-CUM-ENTRY
                   AT END
                       PERFORM ADD-CUM-ENTRY
                   WHEN WS-CUM-ID (WS-CUM-IDX) = RABSOK-ID
                       CONTINUE
               END-SEARCH
           END-IF
           IF RABSOK-TYPE = WS-TYPE-CONGE
               ADD WS-ABS-JOURS TO WS-CUM-JOURS-CP (WS-CUM-IDX)
           END-IF
           IF RABSOK-PAYE = "N"
               ADD WS-ABS-JOURS TO WS-CUM-JOURS-SS (WS-CUM-IDX)
           END-IF.

       ADD-CUM-ENTRY.
           ADD 1 TO WS-CUM-CNT
           SET WS-CUM-IDX TO WS-CUM-CNT
           MOVE RABSOK-ID TO WS-CUM-ID (WS-CUM-IDX)
           MOVE ZERO TO WS-CUM-JOURS-CP (WS-CUM-IDX)
           MOVE ZERO TO WS-CUM-JOURS-SS (WS-CUM-IDX).

       LOAD-SOLDES.
           OPEN INPUT F-CONGE
           IF WS-CONGE-STATUS = "35"
               DISPLAY "NO LEAVE BALANCE FILE - BALANCES START AT ZERO"
           ELSE
               MOVE WS-CONGE-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-CONGE" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-SOLDE-RECORD UNTIL WS-CONGE-EOF = 'Y'
               CLOSE F-CONGE
               DISPLAY "Leave balances loaded: " WS-CGE-CNT
                       " entries"
           END-IF
           IF WS-CGE-CNT > 0
               SORT WS-CGE-ENTRY ASCENDING KEY WS-CGE-ID
           END-IF.

       READ-SOLDE-RECORD.
           READ F-CONGE
               AT END
                   MOVE 'Y' TO WS-CONGE-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-CONGE-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-CONGE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-CONGE-EOF = 'N'
               ADD 1 TO WS-CGE-CNT
               SET WS-CGE-IDX TO WS-CGE-CNT
               MOVE RCONGE-ID TO WS-CGE-ID (WS-CGE-IDX)
               MOVE RCONGE-PERIODE TO WS-CGE-PERIODE (WS-CGE-IDX)
               IF RCONGE-ACQUIS IS NUMERIC
                   MOVE RCONGE-ACQUIS TO WS-CGE-ACQUIS (WS-CGE-IDX)
               ELSE
                   MOVE ZERO TO WS-CGE-ACQUIS (WS-CGE-IDX)
               END-IF
               IF RCONGE-PRIS IS NUMERIC
                   MOVE RCONGE-PRIS TO WS-CGE-PRIS (WS-CGE-IDX)
               ELSE
                   MOVE ZERO TO WS-CGE-PRIS (WS-CGE-IDX)
               END-IF
           END-IF.

       COPY-DEDUCTIONS.
           OPEN OUTPUT F-DEDNEW
           MOVE WS-DEDNEW-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-DEDNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN INPUT F-DEDUCT
           IF WS-DEDUCT-STATUS = "35"
               DISPLAY "NO DEDUCTION FEED - ONE WILL BE CREATED"
           ELSE
               MOVE WS-DEDUCT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-DEDUCT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM COPY-DEDUCT-RECORD UNTIL WS-DEDUCT-EOF = 'Y'
               CLOSE F-DEDUCT
           END-IF.

       COPY-DEDUCT-RECORD.
           READ F-DEDUCT
               AT END
                   MOVE 'Y' TO WS-DEDUCT-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-DEDUCT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-DEDUCT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-DEDUCT-EOF = 'N'
               IF RDEDUCT-TYPE = WS-TYPE-ABSENCE
                   ADD 1 TO WS-DED-ANCIEN-COUNT
               ELSE
                   WRITE RDEDNEW FROM RDEDUCT
                   MOVE WS-DEDNEW-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-DEDNEW" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
                   ADD 1 TO WS-DED-GARDE-COUNT
               END-IF
           END-IF.

       WRITE-ETAT-HEADER.
           MOVE WS-PERIODE-X TO WS-ETAT-PERIODE
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-ETAT-DATE
           WRITE R-CGETAT FROM WS-ETAT-ENTETE
           MOVE WS-CGETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-CGETAT HEADER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-CGETAT FROM WS-ETAT-SEP
           MOVE WS-CGETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-CGETAT SEP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-CGETAT FROM WS-ETAT-COLONNES
           MOVE WS-CGETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-CGETAT COLONNES" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       PROCESS-RECORDS.
           READ F-MASTER AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               CONTINUE
           END-READ
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EOF = 'N'
               ADD 1 TO WS-READ-COUNT
               MOVE RMASTER-ID TO WS-CLE-MAITRE
               PERFORM FLUSH-SOLDES-ANTERIEURS
               PERFORM FIND-SOLDE-EMPLOYE
               PERFORM FIND-ABSENCES-EMPLOYE
               IF RMASTER-STATUT = "P"
                   ADD 1 TO WS-PARTI-COUNT
                   IF WS-EMP-TROUVE = 'Y'
                       PERFORM WRITE-SOLDE-RECORD
                   END-IF
               ELSE
                   PERFORM ACCRUE-CONGE
                   PERFORM WRITE-SOLDE-RECORD
                   PERFORM WRITE-ETAT-DETAIL
               END-IF
               IF WS-EMP-RETENUE > 0
                   PERFORM WRITE-RETENUE-ABSENCE
               END-IF
           END-IF.

       FLUSH-SOLDES-ANTERIEURS.
           MOVE 'N' TO WS-SOLDE-FINI
           PERFORM FLUSH-SOLDE-ORPHELIN UNTIL WS-SOLDE-FINI = 'Y'.

       FLUSH-SOLDE-ORPHELIN.
           IF WS-CGE-POS > WS-CGE-CNT
               MOVE 'Y' TO WS-SOLDE-FINI
           ELSE
               IF WS-CGE-ID (WS-CGE-POS) < WS-CLE-MAITRE
                   MOVE WS-CGE-ID (WS-CGE-POS) TO RCGENEW-ID
                   MOVE WS-CGE-PERIODE (WS-CGE-POS) TO RCGENEW-PERIODE
                   MOVE WS-CGE-ACQUIS (WS-CGE-POS) TO RCGENEW-ACQUIS
                   MOVE WS-CGE-PRIS (WS-CGE-POS) TO RCGENEW-PRIS
                   WRITE RCGENEW
                   MOVE WS-CGENEW-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-CGENEW" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
                   ADD 1 TO WS-ORPHELIN-COUNT
                   ADD 1 TO WS-CGE-POS
               ELSE
                   MOVE 'Y' TO WS-SOLDE-FINI
               END-IF
           END-IF.

       FIND-SOLDE-EMPLOYE.
           MOVE 'N' TO WS-EMP-TROUVE
           MOVE SPACES TO WS-EMP-PERIODE
           MOVE ZERO TO WS-EMP-ACQUIS
           MOVE ZERO TO WS-EMP-PRIS
           IF WS-CGE-POS <= WS-CGE-CNT
               IF WS-CGE-ID (WS-CGE-POS) = RMASTER-ID
                   MOVE 'Y' TO WS-EMP-TROUVE
                   MOVE WS-CGE-PERIODE (WS-CGE-POS) TO WS-EMP-PERIODE
                   MOVE WS-CGE-ACQUIS (WS-CGE-POS) TO WS-EMP-ACQUIS
                   MOVE WS-CGE-PRIS (WS-CGE-POS) TO WS-EMP-PRIS
                   ADD 1 TO WS-CGE-POS
               END-IF
           END-IF.

       FIND-ABSENCES-EMPLOYE.
           MOVE ZERO TO WS-EMP-JOURS-CP
           MOVE ZERO TO WS-EMP-JOURS-SS
           MOVE ZERO TO WS-EMP-RETENUE
           IF WS-CUM-CNT > 0
               SEARCH ALL WS-CUM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CUM-ID (WS-CUM-IDX) = RMASTER-ID
                       MOVE WS-CUM-JOURS-CP (WS-CUM-IDX)
                           TO WS-EMP-JOURS-CP
                       MOVE WS-CUM-JOURS-SS (WS-CUM-IDX)
                           TO WS-EMP-JOURS-SS
               END-SEARCH
           END-IF
           IF WS-EMP-JOURS-SS > 0 AND WS-OUVRES-MOIS > 0
               IF WS-EMP-JOURS-SS >= WS-OUVRES-MOIS
                   MOVE RMASTER-SALAIRE TO WS-EMP-RETENUE
               ELSE
                   COMPUTE WS-EMP-RETENUE ROUNDED =
                       RMASTER-SALAIRE * WS-EMP-JOURS-SS
                       / WS-OUVRES-MOIS
               END-IF
           END-IF.

       ACCRUE-CONGE.
           MOVE ZERO TO WS-ANNEES
           MOVE ZERO TO WS-EMP-ACQ-MOIS
           MOVE ZERO TO WS-EMP-PRIS-MOIS
           MOVE SPACES TO WS-EMP-OBSERVATION
           COMPUTE WS-EMP-PRECEDENT = WS-EMP-ACQUIS - WS-EMP-PRIS
           IF RMASTER-EMBAUCHE IS NUMERIC
               MOVE RMASTER-EMBAUCHE TO WS-EMBAUCHE-9
               IF WS-EMBAUCHE-9 <= WS-PER-FIN-9
                   COMPUTE WS-ANNEES =
                       (WS-PER-FIN-9 - WS-EMBAUCHE-9) / 10000
               END-IF
           END-IF
           IF WS-EMP-PERIODE NOT = SPACES
               AND WS-EMP-PERIODE >= WS-PERIODE-X
               ADD 1 TO WS-DEJA-COUNT
               MOVE "DEJA TRAITE" TO WS-EMP-OBSERVATION
           ELSE
               IF RMASTER-EMBAUCHE IS NUMERIC
                   AND WS-EMBAUCHE-9 <= WS-PER-FIN-9
                   PERFORM CLASSIFY-BANDE
                   COMPUTE WS-EMP-ACQ-MOIS ROUNDED =
                       WS-DROIT-ANNUEL (WS-BANDE) / 12
               ELSE
                   MOVE "PAS ENCORE EMBAUCHE" TO WS-EMP-OBSERVATION
               END-IF
               MOVE WS-EMP-JOURS-CP TO WS-EMP-PRIS-MOIS
               ADD WS-EMP-ACQ-MOIS TO WS-EMP-ACQUIS
               ADD WS-EMP-PRIS-MOIS TO WS-EMP-PRIS
               MOVE WS-PERIODE-X TO WS-EMP-PERIODE
               ADD WS-EMP-ACQ-MOIS TO WS-ACQUIS-TOTAL
               ADD WS-EMP-PRIS-MOIS TO WS-PRIS-TOTAL
           END-IF
           COMPUTE WS-EMP-SOLDE = WS-EMP-ACQUIS - WS-EMP-PRIS
           IF WS-EMP-SOLDE < 0
               ADD 1 TO WS-NEGATIF-COUNT
               MOVE "SOLDE NEGATIF" TO WS-EMP-OBSERVATION
           END-IF.

       CLASSIFY-BANDE.
           EVALUATE TRUE
               WHEN WS-ANNEES < 1
                   MOVE 1 TO WS-BANDE
               WHEN WS-ANNEES < 5
                   MOVE 2 TO WS-BANDE
               WHEN WS-ANNEES < 10
                   MOVE 3 TO WS-BANDE
               WHEN WS-ANNEES < 20
                   MOVE 4 TO WS-BANDE
               WHEN OTHER
                   MOVE 5 TO WS-BANDE
           END-EVALUATE.

       WRITE-SOLDE-RECORD.
           MOVE RMASTER-ID TO RCGENEW-ID
           MOVE WS-EMP-PERIODE TO RCGENEW-PERIODE
           MOVE WS-EMP-ACQUIS TO RCGENEW-ACQUIS
           MOVE WS-EMP-PRIS TO RCGENEW-PRIS
           WRITE RCGENEW
           MOVE WS-CGENEW-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-CGENEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-ETAT-DETAIL.
           MOVE RMASTER-ID TO ETD-ID
           MOVE RMASTER-NOM TO ETD-NOM
           MOVE RMASTER-PRENOM TO ETD-PRENOM
           IF WS-ANNEES > 99
               MOVE 99 TO ETD-ANCIEN
           ELSE
               MOVE WS-ANNEES TO ETD-ANCIEN
           END-IF
           MOVE WS-EMP-PRECEDENT TO ETD-PRECEDENT
           MOVE WS-EMP-ACQ-MOIS TO ETD-ACQUIS
           MOVE WS-EMP-PRIS-MOIS TO ETD-PRIS
           MOVE WS-EMP-SOLDE TO ETD-SOLDE
           MOVE WS-EMP-JOURS-SS TO ETD-JOURS-SS
           MOVE WS-EMP-RETENUE TO ETD-RETENUE
           MOVE WS-EMP-OBSERVATION TO ETD-OBSERVATION
           WRITE R-CGETAT FROM WS-ETAT-DETAIL
           MOVE WS-CGETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-CGETAT DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO WS-ETAT-COUNT.

       WRITE-RETENUE-ABSENCE.
           MOVE RMASTER-ID TO RDEDNEW-ID
           MOVE WS-TYPE-ABSENCE TO RDEDNEW-TYPE
           MOVE WS-EMP-RETENUE TO RDEDNEW-MONTANT
           WRITE RDEDNEW
           MOVE WS-DEDNEW-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-DEDNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO WS-RETENUE-COUNT
           ADD WS-EMP-RETENUE TO WS-RETENUE-TOTAL.

       WRITE-ETAT-FOOTER.
           WRITE R-CGETAT FROM WS-ETAT-SEP
           MOVE WS-CGETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-CGETAT SEP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE WS-ETAT-COUNT TO ETP-EMPLOYES
           MOVE WS-ACQUIS-TOTAL TO ETP-ACQUIS
           MOVE WS-PRIS-TOTAL TO ETP-PRIS
           MOVE WS-RETENUE-COUNT TO ETP-RETENUES
           MOVE WS-RETENUE-TOTAL TO ETP-MONTANT
           MOVE WS-NEGATIF-COUNT TO ETP-NEGATIFS
           WRITE R-CGETAT FROM WS-ETAT-PIED
           MOVE WS-CGETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-CGETAT FOOTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       PROMOTE-CONGE-FILE.
           MOVE 'N' TO WS-CGENEW-EOF
           OPEN INPUT F-CGENEW
           MOVE WS-CGENEW-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-CGENEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-CONGE
           MOVE WS-CONGE-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-CONGE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-CONGE-RECORD UNTIL WS-CGENEW-EOF = 'Y'
           CLOSE F-CGENEW, F-CONGE.

       COPY-CONGE-RECORD.
           READ F-CGENEW
               AT END
                   MOVE 'Y' TO WS-CGENEW-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-CGENEW-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-CGENEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-CGENEW-EOF = 'N'
               WRITE RCONGE FROM RCGENEW
               MOVE WS-CONGE-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-CONGE" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       PROMOTE-DEDUCT-FILE.
           MOVE 'N' TO WS-DEDNEW-EOF
           OPEN INPUT F-DEDNEW
           MOVE WS-DEDNEW-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-DEDNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-DEDUCT
           MOVE WS-DEDUCT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-DEDUCT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-DEDNEW-RECORD UNTIL WS-DEDNEW-EOF = 'Y'
           CLOSE F-DEDNEW, F-DEDUCT.

       COPY-DEDNEW-RECORD.
           READ F-DEDNEW
               AT END
                   MOVE 'Y' TO WS-DEDNEW-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-DEDNEW-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-DEDNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-DEDNEW-EOF = 'N'
               WRITE RDEDUCT FROM RDEDNEW
               MOVE WS-DEDUCT-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-DEDUCT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       CONVERT-DATE-JOURS.
           DIVIDE WS-CDJ-DATE BY 10000
               GIVING WS-CDJ-AA REMAINDER WS-CDJ-MMJJ
           DIVIDE WS-CDJ-MMJJ BY 100
               GIVING WS-CDJ-MM REMAINDER WS-CDJ-JJ
           IF WS-CDJ-MM < 1 OR WS-CDJ-MM > 12
               MOVE 1 TO WS-CDJ-MM
           END-IF
           COMPUTE WS-CDJ-AP = WS-CDJ-AA - 1
           DIVIDE WS-CDJ-AP BY 4 GIVING WS-CDJ-Q4
           DIVIDE WS-CDJ-AP BY 100 GIVING WS-CDJ-Q100
           DIVIDE WS-CDJ-AP BY 400 GIVING WS-CDJ-Q400
           COMPUTE WS-CDJ-JOURS =
               WS-CDJ-AA * 365
               + WS-CDJ-Q4 - WS-CDJ-Q100 + WS-CDJ-Q400
               + WS-MOIS-OFF (WS-CDJ-MM) + WS-CDJ-JJ
           PERFORM CHECK-BISSEXTILE
           IF WS-CDJ-BISSEXTILE = 'Y' AND WS-CDJ-MM > 2
               ADD 1 TO WS-CDJ-JOURS
           END-IF.

       CHECK-BISSEXTILE.
           MOVE 'N' TO WS-CDJ-BISSEXTILE
           DIVIDE WS-CDJ-AA BY 4
               GIVING WS-CDJ-Q REMAINDER WS-CDJ-R4
           DIVIDE WS-CDJ-AA BY 100
               GIVING WS-CDJ-Q REMAINDER WS-CDJ-R100
           DIVIDE WS-CDJ-AA BY 400
               GIVING WS-CDJ-Q REMAINDER WS-CDJ-R400
           IF WS-CDJ-R4 = 0
               AND (WS-CDJ-R100 NOT = 0 OR WS-CDJ-R400 = 0)
               MOVE 'Y' TO WS-CDJ-BISSEXTILE
           END-IF.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPCONGE TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPCONGE.
