       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINTEG.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-DEPT ASSIGN TO DYNAMIC WS-DEPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT F-GRILLE ASSIGN TO DYNAMIC WS-GRILLE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GRILLE-STATUS.

           SELECT F-COMPTES ASSIGN TO DYNAMIC WS-COMPTES-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COMPTES-STATUS.

           SELECT F-DEDUCT ASSIGN TO DYNAMIC WS-DEDUCT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT F-HISTO ASSIGN TO DYNAMIC WS-HISTO-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT F-TPEND ASSIGN TO DYNAMIC WS-TPEND-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TPEND-STATUS.

           SELECT F-INTEG ASSIGN TO DYNAMIC WS-INTEG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INTEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FMASTER.cpy' REPLACING ==:MASTER:== BY ==MASTER==.
           COPY 'FDEPT.cpy'.
           COPY 'FGRILLE.cpy'.
           COPY 'FCOMPTE.cpy'.
           COPY 'FDEDUCT.cpy' REPLACING ==:DEDUCT:== BY ==DEDUCT==.
           COPY 'FHISTO.cpy' REPLACING ==:HISTO:== BY ==HISTO==.
           COPY 'FTPEND.cpy' REPLACING ==:TPEND:== BY ==TPEND==.
           COPY 'FINTEG.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-INTEG-ENTETE.
           05  FILLER               PIC X(41) VALUE
                   "AUDIT D'INTEGRITE REFERENTIELLE - DATE : ".
           05  WS-INTEG-DATE        PIC X(10).

       01  WS-REGLE-TITRE.
           05  FILLER               PIC X(06) VALUE "REGLE ".
           05  RGT-CODE             PIC X(03).
           05  FILLER               PIC X(03) VALUE " : ".
           05  RGT-LIBELLE          PIC X(40).
           05  FILLER               PIC X(11) VALUE " GRAVITE : ".
           05  RGT-GRAVITE          PIC X(09).

       01  FIC-INTEG.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  INT-REGLE            PIC X(03).
           05  FILLER               PIC X      VALUE "|".
           05  INT-CLE              PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  INT-VALEUR           PIC X(20).
           05  FILLER               PIC X      VALUE "|".
           05  INT-INFO             PIC X(40).

       01  WS-REGLE-PIED.
           05  FILLER               PIC X(17) VALUE
                   "  ANOMALIES REGLE".
           05  FILLER               PIC X      VALUE SPACE.
           05  RGP-CODE             PIC X(03).
           05  FILLER               PIC X(03) VALUE " : ".
           05  RGP-COMPTE           PIC ZZZZZ9.

       01  WS-SYNTHESE-TITRE   PIC X(40) VALUE
               "SYNTHESE PAR REGLE".

       01  WS-SYNTHESE-LIGNE.
           05  SYN-CODE             PIC X(03).
           05  FILLER               PIC X      VALUE SPACE.
           05  SYN-LIBELLE          PIC X(40).
           05  FILLER               PIC X(03) VALUE " : ".
           05  SYN-COMPTE           PIC ZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SYN-GRAVITE          PIC X(09).

       01  WS-SYNTHESE-TOTAL.
           05  FILLER               PIC X(44) VALUE
                   "TOTAL ANOMALIES".
           05  FILLER               PIC X(03) VALUE " : ".
           05  SYT-COMPTE           PIC ZZZZZ9.
           05  FILLER               PIC X(16) VALUE
                   "  CODE RETOUR : ".
           05  SYT-RC               PIC 9(02).

       01  WS-INTEG-AUCUNE     PIC X(20) VALUE "  AUCUNE ANOMALIE".
       01  WS-INTEG-SEP        PIC X(80) VALUE ALL "-".

       01  WS-REGLES-INIT.
           05  FILLER               PIC X(44) VALUE
               "I01BAGENCE DU MAITRE ABSENTE DES DEPTS      ".
           05  FILLER               PIC X(44) VALUE
               "I02APOSTE DU MAITRE ABSENT DE LA GRILLE     ".
           05  FILLER               PIC X(44) VALUE
               "I03BTYPE DE RETENUE SANS COMPTE COMPTABLE   ".
           05  FILLER               PIC X(44) VALUE
               "I04AID HISTORIQUE SANS FICHE MAITRE         ".
           05  FILLER               PIC X(44) VALUE
               "I05ATRANSACTION EN ATTENTE POUR UN PARTI    ".
       01  WS-REGLES-R REDEFINES WS-REGLES-INIT.
           05  WS-REGLE-ENTRY OCCURS 5 TIMES.
               10  WS-REGLE-CODE        PIC X(03).
               10  WS-REGLE-GRAVITE     PIC X(01).
               10  WS-REGLE-LIBELLE     PIC X(40).

       01  WS-REGLE-COMPTES.
           05  WS-REGLE-COMPTE      PIC 9(06) OCCURS 5 TIMES
                                    VALUE ZERO.

       01  WS-MASTER-FILE      PIC X(100) VALUE "EMPMASTER.DAT".
       01  WS-DEPT-FILE        PIC X(100) VALUE "fr-liste-dept.txt".
       01  WS-GRILLE-FILE      PIC X(100)
               VALUE "fr-grille-salaires.txt".
       01  WS-COMPTES-FILE     PIC X(100)
               VALUE "fr-plan-comptes.txt".
       01  WS-DEDUCT-FILE      PIC X(100)
               VALUE "fr-liste-deductions.txt".
       01  WS-HISTO-FILE       PIC X(100) VALUE "EMPHISTO.txt".
       01  WS-TPEND-FILE       PIC X(100) VALUE "EMPTPEND.txt".
       01  WS-INTEG-FILE       PIC X(100) VALUE "EMPINTEG.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-DEPT-STATUS      PIC XX.
       01  WS-GRILLE-STATUS    PIC XX.
       01  WS-COMPTES-STATUS   PIC XX.
       01  WS-DEDUCT-STATUS    PIC XX.
       01  WS-HISTO-STATUS     PIC XX.
       01  WS-TPEND-STATUS     PIC XX.
       01  WS-INTEG-STATUS     PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-MASTER-EOF       PIC X VALUE 'N'.
       01  WS-DEPT-EOF         PIC X VALUE 'N'.
       01  WS-GRILLE-EOF       PIC X VALUE 'N'.
       01  WS-COMPTES-EOF      PIC X VALUE 'N'.
       01  WS-DEDUCT-EOF       PIC X VALUE 'N'.
       01  WS-HISTO-EOF        PIC X VALUE 'N'.
       01  WS-TPEND-EOF        PIC X VALUE 'N'.
       01  WS-CURRENT-DATE     PIC 9(08).

       01  WS-REGLE-NUM        PIC 9(01) VALUE ZERO.
       01  WS-REGLE-IDX        PIC 9(01) VALUE ZERO.
       01  WS-TROUVE           PIC X VALUE 'N'.
       01  WS-TOTAL-ANOMALIES  PIC 9(06) VALUE ZERO.
       01  WS-BLOQUANT-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-NB-LIGNES        PIC ZZZZZ9.

       01  WS-DEDUCT-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-HISTO-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-TPEND-COUNT      PIC 9(06) VALUE ZERO.

       01  WS-HLIGNE.
           05  HL-ID                PIC X(10).
           05  FILLER               PIC X(60).

       01  WS-TLIGNE.
           05  TL-CODE              PIC X(01).
           05  TL-ID                PIC X(10).
           05  FILLER               PIC X(70).
           05  TL-DATE-EFFET        PIC X(08).
           05  FILLER               PIC X(17).

       01  WS-EMP-CNT          PIC 9(05) VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-EMP-CNT
                   ASCENDING KEY IS WS-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-ID            PIC X(10).
               10  WS-EMP-POSTE         PIC X(20).
               10  WS-EMP-AGENCE        PIC X(03).
               10  WS-EMP-STATUT        PIC X(01).
               10  WS-EMP-DATE-FIN      PIC X(08).

       01  WS-DEPT-TABLE-CNT   PIC 9(04) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DEPT-TABLE-CNT
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-TAB-ID       PIC X(03).

       01  WS-GRILLE-CNT       PIC 9(04) VALUE ZERO.
       01  WS-GRILLE-TABLE.
           05  WS-GRILLE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GRILLE-CNT
                   INDEXED BY WS-GRILLE-IDX.
               10  WS-GRILLE-TAB-POSTE  PIC X(20).

       01  WS-COMPTE-CNT       PIC 9(04) VALUE ZERO.
       01  WS-COMPTE-TABLE.
           05  WS-COMPTE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-COMPTE-CNT
                   INDEXED BY WS-COMPTE-IDX.
               10  WS-COMPTE-TAB-CODE   PIC X(03).

       01  WS-TYPE-CNT         PIC 9(04) VALUE ZERO.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TYPE-CNT
                   INDEXED BY WS-TYPE-IDX.
               10  WS-TYPE-CODE         PIC X(03).
               10  WS-TYPE-LIGNES       PIC 9(06).

       01  WS-ORPH-CNT         PIC 9(05) VALUE ZERO.
       01  WS-ORPH-TABLE.
           05  WS-ORPH-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-ORPH-CNT
                   INDEXED BY WS-ORPH-IDX.
               10  WS-ORPH-ID           PIC X(10).
               10  WS-ORPH-LIGNES       PIC 9(06).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-GRILLE-TABLE.
           PERFORM LOAD-COMPTE-TABLE.
           PERFORM LOAD-MASTER-TABLE.

           OPEN OUTPUT F-INTEG
           MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-INTEG" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM WRITE-INTEG-HEADER.

           MOVE 1 TO WS-REGLE-NUM
           PERFORM WRITE-REGLE-TITRE
           PERFORM CHECK-AGENCE-MAITRE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-CNT
           PERFORM WRITE-REGLE-PIED

           MOVE 2 TO WS-REGLE-NUM
           PERFORM WRITE-REGLE-TITRE
           PERFORM CHECK-POSTE-MAITRE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-CNT
           PERFORM WRITE-REGLE-PIED

           MOVE 3 TO WS-REGLE-NUM
           PERFORM WRITE-REGLE-TITRE
           PERFORM LOAD-TYPES-RETENUE
           PERFORM CHECK-TYPE-COMPTE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-TYPE-CNT
           PERFORM WRITE-REGLE-PIED

           MOVE 4 TO WS-REGLE-NUM
           PERFORM WRITE-REGLE-TITRE
           PERFORM LOAD-HISTO-ORPHELINS
           PERFORM WRITE-HISTO-ORPHELIN
               VARYING WS-ORPH-IDX FROM 1 BY 1
               UNTIL WS-ORPH-IDX > WS-ORPH-CNT
           PERFORM WRITE-REGLE-PIED

           MOVE 5 TO WS-REGLE-NUM
           PERFORM WRITE-REGLE-TITRE
           PERFORM CHECK-PENDING-PARTIS
           PERFORM WRITE-REGLE-PIED

           PERFORM SET-RETURN-CODE.
           PERFORM WRITE-SYNTHESE.
           CLOSE F-INTEG.

           DISPLAY "EMPLOYES CONTROLES   : " WS-EMP-CNT.
           DISPLAY "RETENUES LUES        : " WS-DEDUCT-COUNT.
           DISPLAY "LIGNES HISTORIQUE    : " WS-HISTO-COUNT.
           DISPLAY "TRANSACTIONS ATTENTE : " WS-TPEND-COUNT.
           PERFORM DISPLAY-REGLE-COMPTE
               VARYING WS-REGLE-IDX FROM 1 BY 1
               UNTIL WS-REGLE-IDX > 5.
           DISPLAY "TOTAL ANOMALIES      : " WS-TOTAL-ANOMALIES.
           IF WS-TOTAL-ANOMALIES > 0
               DISPLAY "INTEGRITY ANOMALIES FOUND - SEE "
                       WS-INTEG-FILE
           END-IF
           DISPLAY "END OF INTEGRITY AUDIT.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MASTFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASTER-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEPTIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEPT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GRILLEIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-GRILLE-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COMPTESIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-COMPTES-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEDIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEDUCT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "HISTOIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HISTO-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TPENDFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TPEND-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "INTEGOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-INTEG-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-INTEG-FILE FROM ARGUMENT-VALUE
           END-IF.

       LOAD-DEPT-TABLE.
           OPEN INPUT F-DEPT
           MOVE WS-DEPT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-DEPT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-DEPT-RECORD UNTIL WS-DEPT-EOF = 'Y'
           CLOSE F-DEPT
           DISPLAY "Department table loaded: " WS-DEPT-TABLE-CNT
                   " entries".

       READ-DEPT-RECORD.
           READ F-DEPT
               AT END
                   MOVE 'Y' TO WS-DEPT-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-DEPT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-DEPT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-DEPT-EOF = 'N'
               ADD 1 TO WS-DEPT-TABLE-CNT
               SET WS-DEPT-IDX TO WS-DEPT-TABLE-CNT
               MOVE RDEPT-ID TO WS-DEPT-TAB-ID (WS-DEPT-IDX)
           END-IF.

       LOAD-GRILLE-TABLE.
           OPEN INPUT F-GRILLE
           MOVE WS-GRILLE-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-GRILLE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-GRILLE-RECORD UNTIL WS-GRILLE-EOF = 'Y'
           CLOSE F-GRILLE
           DISPLAY "Salary grid loaded: " WS-GRILLE-CNT
                   " entries".

       READ-GRILLE-RECORD.
           READ F-GRILLE
               AT END
                   MOVE 'Y' TO WS-GRILLE-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-GRILLE-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-GRILLE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-GRILLE-EOF = 'N'
               ADD 1 TO WS-GRILLE-CNT
               SET WS-GRILLE-IDX TO WS-GRILLE-CNT
               MOVE RGRILLE-POSTE TO WS-GRILLE-TAB-POSTE (WS-GRILLE-IDX)
           END-IF.

       LOAD-COMPTE-TABLE.
           OPEN INPUT F-COMPTES
           MOVE WS-COMPTES-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-COMPTES" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-COMPTE-RECORD UNTIL WS-COMPTES-EOF = 'Y'
           CLOSE F-COMPTES
           DISPLAY "Chart of accounts loaded: " WS-COMPTE-CNT
                   " entries".

       READ-COMPTE-RECORD.
           READ F-COMPTES
               AT END
                   MOVE 'Y' TO WS-COMPTES-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-COMPTES-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-COMPTES" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-COMPTES-EOF = 'N'
               ADD 1 TO WS-COMPTE-CNT
               SET WS-COMPTE-IDX TO WS-COMPTE-CNT
               MOVE RCOMPTE-CODE TO WS-COMPTE-TAB-CODE (WS-COMPTE-IDX)
           END-IF.

       LOAD-MASTER-TABLE.
           OPEN INPUT F-MASTER
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-MASTER-RECORD UNTIL WS-MASTER-EOF = 'Y'
           CLOSE F-MASTER
           DISPLAY "Master table loaded: " WS-EMP-CNT " entries".

       READ-MASTER-RECORD.
           READ F-MASTER
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-MASTER-EOF = 'N'
               ADD 1 TO WS-EMP-CNT
               SET WS-EMP-IDX TO WS-EMP-CNT
               MOVE RMASTER-ID TO WS-EMP-ID (WS-EMP-IDX)
               MOVE RMASTER-POSTE TO WS-EMP-POSTE (WS-EMP-IDX)
               MOVE RMASTER-AGENCE TO WS-EMP-AGENCE (WS-EMP-IDX)
               MOVE RMASTER-STATUT TO WS-EMP-STATUT (WS-EMP-IDX)
               MOVE RMASTER-DATE-FIN TO WS-EMP-DATE-FIN (WS-EMP-IDX)
           END-IF.

       WRITE-INTEG-HEADER.
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-INTEG-DATE
           WRITE R-INTEG FROM WS-INTEG-ENTETE
           MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-INTEG HEADER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-REGLE-TITRE.
           WRITE R-INTEG FROM WS-INTEG-SEP
           MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-INTEG SEP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE WS-REGLE-CODE (WS-REGLE-NUM) TO RGT-CODE
           MOVE WS-REGLE-LIBELLE (WS-REGLE-NUM) TO RGT-LIBELLE
           IF WS-REGLE-GRAVITE (WS-REGLE-NUM) = "B"
               MOVE "BLOQUANTE" TO RGT-GRAVITE
           ELSE
               MOVE "ALERTE" TO RGT-GRAVITE
           END-IF
           WRITE R-INTEG FROM WS-REGLE-TITRE
           MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-INTEG TITRE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-REGLE-PIED.
           IF WS-REGLE-COMPTE (WS-REGLE-NUM) = 0
               WRITE R-INTEG FROM WS-INTEG-AUCUNE
               MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-INTEG AUCUNE" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF
           MOVE WS-REGLE-CODE (WS-REGLE-NUM) TO RGP-CODE
           MOVE WS-REGLE-COMPTE (WS-REGLE-NUM) TO RGP-COMPTE
           WRITE R-INTEG FROM WS-REGLE-PIED
           MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-INTEG PIED" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-ANOMALIE.
           MOVE WS-REGLE-CODE (WS-REGLE-NUM) TO INT-REGLE
           WRITE R-INTEG FROM FIC-INTEG
           MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-INTEG DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO WS-REGLE-COMPTE (WS-REGLE-NUM)
           ADD 1 TO WS-TOTAL-ANOMALIES
           IF WS-REGLE-GRAVITE (WS-REGLE-NUM) = "B"
               ADD 1 TO WS-BLOQUANT-COUNT
           END-IF.

       CHECK-AGENCE-MAITRE.
           IF WS-EMP-STATUT (WS-EMP-IDX) NOT = "P"
               MOVE 'N' TO WS-TROUVE
               IF WS-DEPT-TABLE-CNT > 0
                   SET WS-DEPT-IDX TO 1
                   SEARCH WS-DEPT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DEPT-TAB-ID (WS-DEPT-IDX)
                               = WS-EMP-AGENCE (WS-EMP-IDX)
                           MOVE 'Y' TO WS-TROUVE
                   END-SEARCH
               END-IF
               IF WS-TROUVE = 'N'
                   MOVE WS-EMP-ID (WS-EMP-IDX) TO INT-CLE
                   MOVE WS-EMP-AGENCE (WS-EMP-IDX) TO INT-VALEUR
                   MOVE SPACES TO INT-INFO
                   STRING "AGENCE ABSENTE DE " WS-DEPT-FILE
                       DELIMITED BY SIZE INTO INT-INFO
                   PERFORM WRITE-ANOMALIE
               END-IF
           END-IF.

       CHECK-POSTE-MAITRE.
           IF WS-EMP-STATUT (WS-EMP-IDX) NOT = "P"
               MOVE 'N' TO WS-TROUVE
               IF WS-GRILLE-CNT > 0
                   SET WS-GRILLE-IDX TO 1
                   SEARCH WS-GRILLE-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-GRILLE-TAB-POSTE (WS-GRILLE-IDX)
                               = WS-EMP-POSTE (WS-EMP-IDX)
                           MOVE 'Y' TO WS-TROUVE
                   END-SEARCH
               END-IF
               IF WS-TROUVE = 'N'
                   MOVE WS-EMP-ID (WS-EMP-IDX) TO INT-CLE
                   MOVE WS-EMP-POSTE (WS-EMP-IDX) TO INT-VALEUR
                   MOVE SPACES TO INT-INFO
                   STRING "POSTE ABSENT DE " WS-GRILLE-FILE
                       DELIMITED BY SIZE INTO INT-INFO
                   PERFORM WRITE-ANOMALIE
               END-IF
           END-IF.

       LOAD-TYPES-RETENUE.
           OPEN INPUT F-DEDUCT
           IF WS-DEDUCT-STATUS = "35"
               DISPLAY "NO DEDUCTION FEED - RULE "
                       WS-REGLE-CODE (WS-REGLE-NUM) " NOT CHECKED"
           ELSE
               MOVE WS-DEDUCT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-DEDUCT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-DEDUCT-RECORD UNTIL WS-DEDUCT-EOF = 'Y'
               CLOSE F-DEDUCT
           END-IF.

       READ-DEDUCT-RECORD.
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
               ADD 1 TO WS-DEDUCT-COUNT
               SET WS-TYPE-IDX TO 1
               IF WS-TYPE-CNT = 0
                   PERFORM ADD-TYPE-ENTRY
               ELSE
                   SEARCH WS-TYPE-ENTRY
                       AT END
                           PERFORM ADD-TYPE-ENTRY
                       WHEN WS-TYPE-CODE (WS-TYPE-IDX)
                               = RDEDUCT-TYPE
                           ADD 1 TO WS-TYPE-LIGNES (WS-TYPE-IDX)
                   END-SEARCH
               END-IF
           END-IF.

       ADD-TYPE-ENTRY.
           ADD 1 TO WS-TYPE-CNT
           SET WS-TYPE-IDX TO WS-TYPE-CNT
           MOVE RDEDUCT-TYPE TO WS-TYPE-CODE (WS-TYPE-IDX)
           MOVE 1 TO WS-TYPE-LIGNES (WS-TYPE-IDX).

       CHECK-TYPE-COMPTE.
           MOVE 'N' TO WS-TROUVE
           IF WS-COMPTE-CNT > 0
               SET WS-COMPTE-IDX TO 1
               SEARCH WS-COMPTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COMPTE-TAB-CODE (WS-COMPTE-IDX)
                           = WS-TYPE-CODE (WS-TYPE-IDX)
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF WS-TROUVE = 'N'
               MOVE WS-TYPE-CODE (WS-TYPE-IDX) TO INT-CLE
               MOVE WS-TYPE-LIGNES (WS-TYPE-IDX) TO WS-NB-LIGNES
               MOVE SPACES TO INT-VALEUR
               STRING WS-NB-LIGNES " LIGNE(S)"
                   DELIMITED BY SIZE INTO INT-VALEUR
               MOVE SPACES TO INT-INFO
               STRING "CODE ABSENT DE " WS-COMPTES-FILE
                   DELIMITED BY SIZE INTO INT-INFO
               PERFORM WRITE-ANOMALIE
           END-IF.

       LOAD-HISTO-ORPHELINS.
           OPEN INPUT F-HISTO
           IF WS-HISTO-STATUS = "35"
               DISPLAY "NO HISTORY FILE - RULE "
                       WS-REGLE-CODE (WS-REGLE-NUM) " NOT CHECKED"
           ELSE
               MOVE WS-HISTO-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-HISTO" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-HISTO-RECORD UNTIL WS-HISTO-EOF = 'Y'
               CLOSE F-HISTO
           END-IF.

       READ-HISTO-RECORD.
           READ F-HISTO
               AT END
                   MOVE 'Y' TO WS-HISTO-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-HISTO-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-HISTO" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-HISTO-EOF = 'N'
               ADD 1 TO WS-HISTO-COUNT
               MOVE R-HISTO TO WS-HLIGNE
               PERFORM FIND-EMPLOYE-HISTO
           END-IF.

       FIND-EMPLOYE-HISTO.
           MOVE 'N' TO WS-TROUVE
           IF WS-EMP-CNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMP-ID (WS-EMP-IDX) = HL-ID
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF WS-TROUVE = 'N'
               SET WS-ORPH-IDX TO 1
               IF WS-ORPH-CNT = 0
                   PERFORM ADD-ORPH-ENTRY
               ELSE
                   SEARCH WS-ORPH-ENTRY
                       AT END
                           PERFORM ADD-ORPH-ENTRY
                       WHEN WS-ORPH-ID (WS-ORPH-IDX) = HL-ID
                           ADD 1 TO WS-ORPH-LIGNES (WS-ORPH-IDX)
                   END-SEARCH
               END-IF
           END-IF.

       ADD-ORPH-ENTRY.
           ADD 1 TO WS-ORPH-CNT
           SET WS-ORPH-IDX TO WS-ORPH-CNT
           MOVE HL-ID TO WS-ORPH-ID (WS-ORPH-IDX)
           MOVE 1 TO WS-ORPH-LIGNES (WS-ORPH-IDX).

       WRITE-HISTO-ORPHELIN.
           MOVE WS-ORPH-ID (WS-ORPH-IDX) TO INT-CLE
           MOVE WS-ORPH-LIGNES (WS-ORPH-IDX) TO WS-NB-LIGNES
           MOVE SPACES TO INT-VALEUR
           STRING WS-NB-LIGNES " PERIODE(S)"
               DELIMITED BY SIZE INTO INT-VALEUR
           MOVE SPACES TO INT-INFO
           STRING "ID ABSENT DE " WS-MASTER-FILE
               DELIMITED BY SIZE INTO INT-INFO
           PERFORM WRITE-ANOMALIE.

       CHECK-PENDING-PARTIS.
           OPEN INPUT F-TPEND
           IF WS-TPEND-STATUS = "35"
               DISPLAY "NO PENDING TRANSACTION FILE - RULE "
                       WS-REGLE-CODE (WS-REGLE-NUM) " NOT CHECKED"
           ELSE
               MOVE WS-TPEND-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-TPEND" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-TPEND-RECORD UNTIL WS-TPEND-EOF = 'Y'
               CLOSE F-TPEND
           END-IF.

       READ-TPEND-RECORD.
           READ F-TPEND
               AT END
                   MOVE 'Y' TO WS-TPEND-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-TPEND-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-TPEND" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-TPEND-EOF = 'N'
               ADD 1 TO WS-TPEND-COUNT
               MOVE RTPEND-TRANS TO WS-TLIGNE
               PERFORM CHECK-PENDING-EMPLOYE
           END-IF.

       CHECK-PENDING-EMPLOYE.
           IF WS-EMP-CNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMP-ID (WS-EMP-IDX) = TL-ID
                       IF WS-EMP-STATUT (WS-EMP-IDX) = "P"
                           MOVE TL-ID TO INT-CLE
                           MOVE SPACES TO INT-VALEUR
                           STRING TL-CODE " EFFET "
                                  TL-DATE-EFFET
                               DELIMITED BY SIZE INTO INT-VALEUR
                           MOVE SPACES TO INT-INFO
                           STRING "EMPLOYE PARTI LE "
                                  WS-EMP-DATE-FIN (WS-EMP-IDX)
                               DELIMITED BY SIZE INTO INT-INFO
                           PERFORM WRITE-ANOMALIE
                       END-IF
               END-SEARCH
           END-IF.

       SET-RETURN-CODE.
           IF WS-BLOQUANT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-ANOMALIES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-SYNTHESE.
           WRITE R-INTEG FROM WS-INTEG-SEP
           MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-INTEG SEP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-INTEG FROM WS-SYNTHESE-TITRE
           MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-INTEG SYNTHESE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM WRITE-SYNTHESE-LIGNE
               VARYING WS-REGLE-IDX FROM 1 BY 1
               UNTIL WS-REGLE-IDX > 5
           MOVE WS-TOTAL-ANOMALIES TO SYT-COMPTE
           MOVE RETURN-CODE TO SYT-RC
           WRITE R-INTEG FROM WS-SYNTHESE-TOTAL
           MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-INTEG TOTAL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-SYNTHESE-LIGNE.
           MOVE WS-REGLE-CODE (WS-REGLE-IDX) TO SYN-CODE
           MOVE WS-REGLE-LIBELLE (WS-REGLE-IDX) TO SYN-LIBELLE
           MOVE WS-REGLE-COMPTE (WS-REGLE-IDX) TO SYN-COMPTE
           IF WS-REGLE-GRAVITE (WS-REGLE-IDX) = "B"
               MOVE "BLOQUANTE" TO SYN-GRAVITE
           ELSE
               MOVE "ALERTE" TO SYN-GRAVITE
           END-IF
           WRITE R-INTEG FROM WS-SYNTHESE-LIGNE
           MOVE WS-INTEG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-INTEG SYNTHESE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       DISPLAY-REGLE-COMPTE.
           DISPLAY "ANOMALIES "
                   WS-REGLE-CODE (WS-REGLE-IDX) "        : "
                   WS-REGLE-COMPTE (WS-REGLE-IDX).

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPINTEG TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPINTEG.
