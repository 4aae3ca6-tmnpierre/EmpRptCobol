       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREFMT.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REFTR ASSIGN TO DYNAMIC WS-REFTR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFTR-STATUS.

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

           SELECT F-REGLES ASSIGN TO DYNAMIC WS-REGLES-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGLES-STATUS.

           SELECT F-DEDUCT ASSIGN TO DYNAMIC WS-DEDUCT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT F-TAUX ASSIGN TO DYNAMIC WS-TAUX-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

           SELECT F-REFNEW ASSIGN TO DYNAMIC WS-REFNEW-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFNEW-STATUS.

           SELECT F-REFREG ASSIGN TO DYNAMIC WS-REFREG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFREG-STATUS.

           SELECT F-REFAUD ASSIGN TO DYNAMIC WS-REFAUD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FREFTR.cpy'.
           COPY 'FMASTER.cpy' REPLACING ==:MASTER:== BY ==MASTER==.
           COPY 'FDEPT.cpy'.
           COPY 'FGRILLE.cpy'.
           COPY 'FCOMPTE.cpy'.
           COPY 'FREVRULE.cpy'.
           COPY 'FDEDUCT.cpy' REPLACING ==:DEDUCT:== BY ==DEDUCT==.
           COPY 'FTAUX.cpy'.
           COPY 'FREFNEW.cpy'.
           COPY 'FREFREG.cpy'.
           COPY 'FREFAUD.cpy'.

       WORKING-STORAGE SECTION.
       01  FIC-REGISTRE.
           05  REG-CODE             PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REG-TABLE            PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REG-CLE              PIC X(46).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REG-DISPO            PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REG-MOTIF            PIC X(21).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REG-DATE-EFFET       PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REG-AUTEUR           PIC X(10).

       01  WS-REGISTRE-ENTETE.
           05  FILLER               PIC X(42) VALUE
                   "REGISTRE DES TABLES DE REFERENCE - DATE : ".
           05  WS-REGISTRE-DATE     PIC X(10).

       01  WS-REGISTRE-PIED.
           05  FILLER               PIC X(12) VALUE "APPLIQUEES :".
           05  WS-PIED-APPLIQUEES   PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  REJETEES :".
           05  WS-PIED-REJETEES     PIC ZZZZZ9.

       01  FIC-AUDIT.
           05  AUD-TABLE            PIC X(04).
           05  FILLER               PIC X      VALUE "|".
           05  AUD-CODE             PIC X(01).
           05  FILLER               PIC X      VALUE "|".
           05  AUD-DATE             PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  AUD-HEURE            PIC X(08).
           05  FILLER               PIC X      VALUE "|".
           05  AUD-AUTEUR           PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  AUD-SOURCE           PIC X(40).
           05  FILLER               PIC X      VALUE "|".
           05  AUD-AVANT            PIC X(58).
           05  FILLER               PIC X      VALUE "|".
           05  AUD-APRES            PIC X(58).
           05  FILLER               PIC X      VALUE "|".
           05  AUD-DATE-EFFET       PIC X(08).

       01  WS-REFTR-FILE       PIC X(100) VALUE "EMPREFTR.txt".
       01  WS-MASTER-FILE      PIC X(100) VALUE "EMPMASTER.DAT".
       01  WS-DEPT-FILE        PIC X(100) VALUE "fr-liste-dept.txt".
       01  WS-GRILLE-FILE      PIC X(100)
               VALUE "fr-grille-salaires.txt".
       01  WS-COMPTES-FILE     PIC X(100) VALUE "fr-plan-comptes.txt".
       01  WS-REGLES-FILE      PIC X(100)
               VALUE "fr-regles-revision.txt".
       01  WS-DEDUCT-FILE      PIC X(100)
               VALUE "fr-liste-deductions.txt".
       01  WS-TAUX-FILE        PIC X(100)
               VALUE "fr-taux-cotisations.txt".
       01  WS-DEPTNEW-FILE     PIC X(100) VALUE "EMPDEPT.NEW".
       01  WS-GRILLENEW-FILE   PIC X(100) VALUE "EMPGRILLE.NEW".
       01  WS-COMPTENEW-FILE   PIC X(100) VALUE "EMPCOMPTE.NEW".
       01  WS-REGLENEW-FILE    PIC X(100) VALUE "EMPREGLE.NEW".
       01  WS-REFNEW-FILE      PIC X(100) VALUE SPACES.
       01  WS-REFREG-FILE      PIC X(100) VALUE "EMPREFREG.txt".
       01  WS-REFAUD-FILE      PIC X(100) VALUE "EMPREFAUD.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-REFTR-STATUS     PIC XX.
       01  WS-MASTER-STATUS    PIC XX.
       01  WS-DEPT-STATUS      PIC XX.
       01  WS-GRILLE-STATUS    PIC XX.
       01  WS-COMPTES-STATUS   PIC XX.
       01  WS-REGLES-STATUS    PIC XX.
       01  WS-DEDUCT-STATUS    PIC XX.
       01  WS-TAUX-STATUS      PIC XX.
       01  WS-REFNEW-STATUS    PIC XX.
       01  WS-REFREG-STATUS    PIC XX.
       01  WS-REFAUD-STATUS    PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-MASTER-EOF       PIC X VALUE 'N'.
       01  WS-DEPT-EOF         PIC X VALUE 'N'.
       01  WS-GRILLE-EOF       PIC X VALUE 'N'.
       01  WS-COMPTES-EOF      PIC X VALUE 'N'.
       01  WS-REGLES-EOF       PIC X VALUE 'N'.
       01  WS-DEDUCT-EOF       PIC X VALUE 'N'.
       01  WS-TAUX-EOF         PIC X VALUE 'N'.
       01  WS-REFNEW-EOF       PIC X VALUE 'N'.
       01  WS-TROUVE           PIC X VALUE 'N'.
       01  WS-DEPT-MODIFIE     PIC X VALUE 'N'.
       01  WS-GRILLE-MODIFIE   PIC X VALUE 'N'.
       01  WS-COMPTE-MODIFIE   PIC X VALUE 'N'.
       01  WS-REGLE-MODIFIE    PIC X VALUE 'N'.
       01  WS-MOTIF            PIC X(21).
       01  WS-REF-CLE          PIC X(46).
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-RUN-DATE-X       PIC X(08).
       01  WS-RUN-TIME         PIC 9(08) VALUE ZERO.
       01  WS-TRANS-SOURCE     PIC X(40) VALUE SPACES.
       01  WS-AVANT-IMAGE      PIC X(58) VALUE SPACES.
       01  WS-APRES-IMAGE      PIC X(58) VALUE SPACES.
       01  WS-TRANS-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-ECRITS-COUNT     PIC 9(06) VALUE ZERO.

       01  WS-REF-IMAGE        PIC X(58).
       01  WS-IMG-DEPT REDEFINES WS-REF-IMAGE.
           05  IMG-DEPT-ID          PIC X(03).
           05  IMG-DEPT-DEP         PIC X(23).
           05  IMG-DEPT-REGION      PIC X(26).
           05  FILLER               PIC X(06).
       01  WS-IMG-GRILLE REDEFINES WS-REF-IMAGE.
           05  IMG-GRILLE-POSTE     PIC X(20).
           05  IMG-GRILLE-MIN       PIC 9(07).
           05  IMG-GRILLE-MAX       PIC 9(07).
           05  FILLER               PIC X(24).
       01  WS-IMG-COMPTE REDEFINES WS-REF-IMAGE.
           05  IMG-COMPTE-CODE      PIC X(03).
           05  IMG-COMPTE-NUMERO    PIC X(08).
           05  IMG-COMPTE-LIBELLE   PIC X(30).
           05  FILLER               PIC X(17).
       01  WS-IMG-REGLE REDEFINES WS-REF-IMAGE.
           05  IMG-REGLE-CLE.
               10  IMG-REGLE-POSTE      PIC X(20).
               10  IMG-REGLE-REGION     PIC X(26).
           05  IMG-REGLE-MODE       PIC X(01).
           05  IMG-REGLE-TAUX       PIC 9(02)V9(02).
           05  IMG-REGLE-MONTANT    PIC 9(07).

       01  WS-DEPT-TABLE-CNT   PIC 9(04) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DEPT-TABLE-CNT
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-TAB-SUPP     PIC X(01).
               10  WS-DEPT-TAB-IMAGE.
                   15  WS-DEPT-TAB-ID       PIC X(03).
                   15  WS-DEPT-TAB-DEP      PIC X(23).
                   15  WS-DEPT-TAB-REGION   PIC X(26).

       01  WS-GRILLE-CNT       PIC 9(04) VALUE ZERO.
       01  WS-GRILLE-TABLE.
           05  WS-GRILLE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GRILLE-CNT
                   INDEXED BY WS-GRILLE-IDX.
               10  WS-GRILLE-TAB-SUPP   PIC X(01).
               10  WS-GRILLE-TAB-IMAGE.
                   15  WS-GRILLE-TAB-POSTE  PIC X(20).
                   15  WS-GRILLE-TAB-MIN    PIC 9(07).
                   15  WS-GRILLE-TAB-MAX    PIC 9(07).

       01  WS-COMPTE-CNT       PIC 9(04) VALUE ZERO.
       01  WS-COMPTE-TABLE.
           05  WS-COMPTE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-COMPTE-CNT
                   INDEXED BY WS-COMPTE-IDX.
               10  WS-COMPTE-TAB-SUPP   PIC X(01).
               10  WS-COMPTE-TAB-IMAGE.
                   15  WS-COMPTE-TAB-CODE   PIC X(03).
                   15  WS-COMPTE-TAB-NUMERO PIC X(08).
                   15  WS-COMPTE-TAB-LIBELLE
                                            PIC X(30).

       01  WS-REGLE-CNT        PIC 9(04) VALUE ZERO.
       01  WS-REGLE-TABLE.
           05  WS-REGLE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-REGLE-CNT
                   INDEXED BY WS-REGLE-IDX.
               10  WS-REGLE-TAB-SUPP    PIC X(01).
               10  WS-REGLE-TAB-IMAGE.
                   15  WS-REGLE-TAB-CLE     PIC X(46).
                   15  WS-REGLE-TAB-DONNEES PIC X(12).

       01  WS-AGUSE-CNT        PIC 9(04) VALUE ZERO.
       01  WS-AGUSE-TABLE.
           05  WS-AGUSE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-AGUSE-CNT
                   INDEXED BY WS-AGUSE-IDX.
               10  WS-AGUSE-AGENCE      PIC X(03).
               10  WS-AGUSE-NB          PIC 9(06).

       01  WS-POSTUSE-CNT      PIC 9(04) VALUE ZERO.
       01  WS-POSTUSE-TABLE.
           05  WS-POSTUSE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-POSTUSE-CNT
                   INDEXED BY WS-POSTUSE-IDX.
               10  WS-POSTUSE-POSTE     PIC X(20).
               10  WS-POSTUSE-NB        PIC 9(06).

       01  WS-TYPE-CHERCHE     PIC X(03).
       01  WS-TYPE-CNT         PIC 9(04) VALUE ZERO.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TYPE-CNT
                   INDEXED BY WS-TYPE-IDX.
               10  WS-TYPE-CODE         PIC X(03).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-X

           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-GRILLE-TABLE.
           PERFORM LOAD-COMPTE-TABLE.
           PERFORM LOAD-REGLE-TABLE.
           PERFORM LOAD-MASTER-USAGE.
           PERFORM LOAD-TYPES-RETENUE.
           PERFORM LOAD-CODES-COTISATION.

           OPEN INPUT F-REFTR
           MOVE WS-REFTR-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-REFTR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT F-REFREG
           MOVE WS-REFREG-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-REFREG" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN EXTEND F-REFAUD
           IF WS-REFAUD-STATUS = "35"
               OPEN OUTPUT F-REFAUD
           END-IF
           MOVE WS-REFAUD-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN EXTEND F-REFAUD" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           PERFORM WRITE-REGISTRE-HEADER.
           PERFORM PROCESS-TRANSACTIONS UNTIL WS-EOF = 'Y'.
           PERFORM WRITE-REGISTRE-FOOTER.
           CLOSE F-REFTR, F-REFREG, F-REFAUD.

           IF WS-DEPT-MODIFIE = 'Y'
               PERFORM PROMOTE-DEPT-TABLE
           END-IF
           IF WS-GRILLE-MODIFIE = 'Y'
               PERFORM PROMOTE-GRILLE-TABLE
           END-IF
           IF WS-COMPTE-MODIFIE = 'Y'
               PERFORM PROMOTE-COMPTE-TABLE
           END-IF
           IF WS-REGLE-MODIFIE = 'Y'
               PERFORM PROMOTE-REGLE-TABLE
           END-IF

           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "TRANSACTIONS READ    : " WS-TRANS-COUNT.
           DISPLAY "TRANSACTIONS APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "END OF REFERENCE TABLE MAINTENANCE.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REFTRIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REFTR-FILE
           END-IF
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
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REGLESIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REGLES-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEDIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEDUCT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TAUXIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TAUX-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEPTSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEPTNEW-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GRILLESNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-GRILLENEW-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COMPTESSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-COMPTENEW-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REGLESSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REGLENEW-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REFREGOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REFREG-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REFAUDOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REFAUD-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-REFTR-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-REFREG-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-REFAUD-FILE FROM ARGUMENT-VALUE
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
               MOVE SPACE TO WS-DEPT-TAB-SUPP (WS-DEPT-IDX)
               MOVE RDEPT TO WS-DEPT-TAB-IMAGE (WS-DEPT-IDX)
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
               MOVE SPACE TO WS-GRILLE-TAB-SUPP (WS-GRILLE-IDX)
               MOVE RGRILLE TO WS-GRILLE-TAB-IMAGE (WS-GRILLE-IDX)
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
               MOVE SPACE TO WS-COMPTE-TAB-SUPP (WS-COMPTE-IDX)
               MOVE RCOMPTE TO WS-COMPTE-TAB-IMAGE (WS-COMPTE-IDX)
           END-IF.

       LOAD-REGLE-TABLE.
           OPEN INPUT F-REGLES
           MOVE WS-REGLES-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-REGLES" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-REGLE-RECORD UNTIL WS-REGLES-EOF = 'Y'
           CLOSE F-REGLES
           DISPLAY "Revision rules loaded: " WS-REGLE-CNT
                   " entries".

       READ-REGLE-RECORD.
           READ F-REGLES
               AT END
                   MOVE 'Y' TO WS-REGLES-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-REGLES-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-REGLES" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-REGLES-EOF = 'N'
               ADD 1 TO WS-REGLE-CNT
               SET WS-REGLE-IDX TO WS-REGLE-CNT
               MOVE SPACE TO WS-REGLE-TAB-SUPP (WS-REGLE-IDX)
               MOVE RREGLE TO WS-REGLE-TAB-IMAGE (WS-REGLE-IDX)
           END-IF.

       LOAD-MASTER-USAGE.
           OPEN INPUT F-MASTER
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-MASTER-RECORD UNTIL WS-MASTER-EOF = 'Y'
           CLOSE F-MASTER
           DISPLAY "Agencies in use: " WS-AGUSE-CNT
                   " - postes in use: " WS-POSTUSE-CNT.

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
           IF WS-MASTER-EOF = 'N' AND RMASTER-STATUT NOT = "P"
               SET WS-AGUSE-IDX TO 1
               IF WS-AGUSE-CNT = 0
                   PERFORM ADD-AGUSE-ENTRY
               ELSE
                   SEARCH WS-AGUSE-ENTRY
                       AT END
                           PERFORM ADD-AGUSE-ENTRY
                       WHEN WS-AGUSE-AGENCE (WS-AGUSE-IDX)
                               = RMASTER-AGENCE
                           ADD 1 TO WS-AGUSE-NB (WS-AGUSE-IDX)
                   END-SEARCH
               END-IF
               SET WS-POSTUSE-IDX TO 1
               IF WS-POSTUSE-CNT = 0
                   PERFORM ADD-POSTUSE-ENTRY
               ELSE
                   SEARCH WS-POSTUSE-ENTRY
                       AT END
                           PERFORM ADD-POSTUSE-ENTRY
                       WHEN WS-POSTUSE-POSTE (WS-POSTUSE-IDX)
                               = RMASTER-POSTE
                           ADD 1 TO WS-POSTUSE-NB (WS-POSTUSE-IDX)
                   END-SEARCH
               END-IF
           END-IF.

       ADD-AGUSE-ENTRY.
           ADD 1 TO WS-AGUSE-CNT
           SET WS-AGUSE-IDX TO WS-AGUSE-CNT
           MOVE RMASTER-AGENCE TO WS-AGUSE-AGENCE (WS-AGUSE-IDX)
           MOVE 1 TO WS-AGUSE-NB (WS-AGUSE-IDX).

       ADD-POSTUSE-ENTRY.
           ADD 1 TO WS-POSTUSE-CNT
           SET WS-POSTUSE-IDX TO WS-POSTUSE-CNT
           MOVE RMASTER-POSTE TO WS-POSTUSE-POSTE (WS-POSTUSE-IDX)
           MOVE 1 TO WS-POSTUSE-NB (WS-POSTUSE-IDX).

       LOAD-TYPES-RETENUE.
           OPEN INPUT F-DEDUCT
           IF WS-DEDUCT-STATUS = "35"
               DISPLAY "NO DEDUCTION FEED - ACCOUNT USAGE NOT CHECKED"
           ELSE
               MOVE WS-DEDUCT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-DEDUCT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-DEDUCT-RECORD UNTIL WS-DEDUCT-EOF = 'Y'
               CLOSE F-DEDUCT
               DISPLAY "Deduction types in use: " WS-TYPE-CNT
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
               MOVE RDEDUCT-TYPE TO WS-TYPE-CHERCHE
               PERFORM FIND-TYPE-ENTRY
           END-IF.

       LOAD-CODES-COTISATION.
           OPEN INPUT F-TAUX
           IF WS-TAUX-STATUS = "35"
               DISPLAY "NO CONTRIBUTION RATE TABLE - "
                       "CHARGE CODES NOT CHECKED"
           ELSE
               MOVE WS-TAUX-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-TAUX" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-TAUX-RECORD UNTIL WS-TAUX-EOF = 'Y'
               CLOSE F-TAUX
               DISPLAY "Account codes in use: " WS-TYPE-CNT
           END-IF.

       READ-TAUX-RECORD.
           READ F-TAUX
               AT END
                   MOVE 'Y' TO WS-TAUX-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-TAUX-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-TAUX" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-TAUX-EOF = 'N' AND RTAUX-CODE NOT = SPACES
               MOVE RTAUX-CODE TO WS-TYPE-CHERCHE
               PERFORM FIND-TYPE-ENTRY
           END-IF.

       FIND-TYPE-ENTRY.
           SET WS-TYPE-IDX TO 1
           IF WS-TYPE-CNT = 0
               PERFORM ADD-TYPE-ENTRY
           ELSE
               SEARCH WS-TYPE-ENTRY
                   AT END
                       PERFORM ADD-TYPE-ENTRY
                   WHEN WS-TYPE-CODE (WS-TYPE-IDX) = WS-TYPE-CHERCHE
                       CONTINUE
               END-SEARCH
           END-IF.

       ADD-TYPE-ENTRY.
           IF WS-TYPE-CNT < 500
               ADD 1 TO WS-TYPE-CNT
               SET WS-TYPE-IDX TO WS-TYPE-CNT
               MOVE WS-TYPE-CHERCHE TO WS-TYPE-CODE (WS-TYPE-IDX)
           ELSE
               DISPLAY "ACCOUNT CODE TABLE FULL - CODE NOT LOADED: "
                       WS-TYPE-CHERCHE
           END-IF.

       WRITE-REGISTRE-HEADER.
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-REGISTRE-DATE
           WRITE R-REFREG FROM WS-REGISTRE-ENTETE
           MOVE WS-REFREG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-REFREG HEADER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-REGISTRE-FOOTER.
           MOVE WS-APPLIED-COUNT TO WS-PIED-APPLIQUEES
           MOVE WS-REJECTED-COUNT TO WS-PIED-REJETEES
           WRITE R-REFREG FROM WS-REGISTRE-PIED
           MOVE WS-REFREG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-REFREG FOOTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       PROCESS-TRANSACTIONS.
           READ F-REFTR AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               CONTINUE
           END-READ
           MOVE WS-REFTR-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-REFTR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EOF = 'N'
               ADD 1 TO WS-TRANS-COUNT
               MOVE WS-REFTR-FILE (1:40) TO WS-TRANS-SOURCE
               PERFORM APPLY-TRANSACTION
           END-IF.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-MOTIF
           MOVE SPACES TO WS-REF-CLE
           MOVE SPACES TO WS-AVANT-IMAGE
           MOVE SPACES TO WS-APRES-IMAGE
           MOVE RREFTR-DONNEES TO WS-REF-IMAGE
           IF RREFTR-CODE NOT = "A" AND RREFTR-CODE NOT = "C"
               AND RREFTR-CODE NOT = "D"
               MOVE "CODE INVALIDE" TO WS-MOTIF
           ELSE
               EVALUATE RREFTR-TABLE
                   WHEN "DEPT"
                       PERFORM APPLY-DEPT
                   WHEN "GRIL"
                       PERFORM APPLY-GRILLE
                   WHEN "CPTE"
                       PERFORM APPLY-COMPTE
                   WHEN "REGL"
                       PERFORM APPLY-REGLE
                   WHEN OTHER
                       MOVE "TABLE INVALIDE" TO WS-MOTIF
               END-EVALUATE
           END-IF
           IF WS-MOTIF = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "APPLIQUEE" TO REG-DISPO
               MOVE SPACES TO REG-MOTIF
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJETEE" TO REG-DISPO
               MOVE WS-MOTIF TO REG-MOTIF
           END-IF
           MOVE RREFTR-CODE TO REG-CODE
           MOVE RREFTR-TABLE TO REG-TABLE
           MOVE WS-REF-CLE TO REG-CLE
           MOVE RREFTR-AUTEUR TO REG-AUTEUR
           PERFORM FORMAT-DATE-EFFET
           WRITE R-REFREG FROM FIC-REGISTRE
           MOVE WS-REFREG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-REFREG DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       FORMAT-DATE-EFFET.
           MOVE SPACES TO REG-DATE-EFFET
           IF RREFTR-DATE-EFFET IS NUMERIC
               STRING RREFTR-DATE-EFFET (1:4) "-"
                      RREFTR-DATE-EFFET (5:2) "-"
                      RREFTR-DATE-EFFET (7:2) DELIMITED BY SIZE
                      INTO REG-DATE-EFFET
           END-IF.

       APPLY-DEPT.
           MOVE IMG-DEPT-ID TO WS-REF-CLE
           IF IMG-DEPT-ID = SPACES
               MOVE "CLE MANQUANTE" TO WS-MOTIF
           ELSE
               PERFORM FIND-DEPT
               EVALUATE RREFTR-CODE
                   WHEN "A"
                       PERFORM AJOUT-DEPT
                   WHEN "C"
                       PERFORM CHANGE-DEPT
                   WHEN "D"
                       PERFORM SUPPRIME-DEPT
               END-EVALUATE
           END-IF.

       FIND-DEPT.
           MOVE 'N' TO WS-TROUVE
           IF WS-DEPT-TABLE-CNT > 0
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-TAB-ID (WS-DEPT-IDX) = IMG-DEPT-ID
                       AND WS-DEPT-TAB-SUPP (WS-DEPT-IDX) = SPACE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       CHECK-DEPT-DONNEES.
           IF IMG-DEPT-DEP = SPACES
               MOVE "LIBELLE MANQUANT" TO WS-MOTIF
           ELSE
               IF IMG-DEPT-REGION = SPACES
                   MOVE "REGION MANQUANTE" TO WS-MOTIF
               END-IF
           END-IF.

       AJOUT-DEPT.
           IF WS-TROUVE = 'Y'
               MOVE "CLE EN DOUBLE" TO WS-MOTIF
           ELSE
               IF WS-DEPT-TABLE-CNT = 500
                   MOVE "TABLE PLEINE" TO WS-MOTIF
               ELSE
                   PERFORM CHECK-DEPT-DONNEES
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               ADD 1 TO WS-DEPT-TABLE-CNT
               SET WS-DEPT-IDX TO WS-DEPT-TABLE-CNT
               MOVE SPACE TO WS-DEPT-TAB-SUPP (WS-DEPT-IDX)
               MOVE WS-REF-IMAGE TO WS-DEPT-TAB-IMAGE (WS-DEPT-IDX)
               MOVE WS-DEPT-TAB-IMAGE (WS-DEPT-IDX) TO WS-APRES-IMAGE
               MOVE 'Y' TO WS-DEPT-MODIFIE
           END-IF.

       CHANGE-DEPT.
           IF WS-TROUVE = 'N'
               MOVE "ABSENT DE LA TABLE" TO WS-MOTIF
           ELSE
               PERFORM CHECK-DEPT-DONNEES
           END-IF
           IF WS-MOTIF = SPACES
               MOVE WS-DEPT-TAB-IMAGE (WS-DEPT-IDX) TO WS-AVANT-IMAGE
               MOVE WS-REF-IMAGE TO WS-DEPT-TAB-IMAGE (WS-DEPT-IDX)
               MOVE WS-DEPT-TAB-IMAGE (WS-DEPT-IDX) TO WS-APRES-IMAGE
               MOVE 'Y' TO WS-DEPT-MODIFIE
           END-IF.

       SUPPRIME-DEPT.
           IF WS-TROUVE = 'N'
               MOVE "ABSENT DE LA TABLE" TO WS-MOTIF
           ELSE
               IF WS-AGUSE-CNT > 0
                   SET WS-AGUSE-IDX TO 1
                   SEARCH WS-AGUSE-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-AGUSE-AGENCE (WS-AGUSE-IDX)
                               = IMG-DEPT-ID
                           MOVE "AGENCE UTILISEE" TO WS-MOTIF
                   END-SEARCH
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               MOVE WS-DEPT-TAB-IMAGE (WS-DEPT-IDX) TO WS-AVANT-IMAGE
               MOVE "S" TO WS-DEPT-TAB-SUPP (WS-DEPT-IDX)
               MOVE 'Y' TO WS-DEPT-MODIFIE
           END-IF.

       APPLY-GRILLE.
           MOVE IMG-GRILLE-POSTE TO WS-REF-CLE
           IF IMG-GRILLE-POSTE = SPACES
               MOVE "CLE MANQUANTE" TO WS-MOTIF
           ELSE
               PERFORM FIND-GRILLE
               EVALUATE RREFTR-CODE
                   WHEN "A"
                       PERFORM AJOUT-GRILLE
                   WHEN "C"
                       PERFORM CHANGE-GRILLE
                   WHEN "D"
                       PERFORM SUPPRIME-GRILLE
               END-EVALUATE
           END-IF.

       FIND-GRILLE.
           MOVE 'N' TO WS-TROUVE
           IF WS-GRILLE-CNT > 0
               SET WS-GRILLE-IDX TO 1
               SEARCH WS-GRILLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRILLE-TAB-POSTE (WS-GRILLE-IDX)
                           = IMG-GRILLE-POSTE
                       AND WS-GRILLE-TAB-SUPP (WS-GRILLE-IDX) = SPACE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       CHECK-GRILLE-DONNEES.
           IF IMG-GRILLE-MIN IS NOT NUMERIC
               OR IMG-GRILLE-MAX IS NOT NUMERIC
               MOVE "MONTANT NON NUMERIQUE" TO WS-MOTIF
           ELSE
               IF IMG-GRILLE-MIN > IMG-GRILLE-MAX
                   MOVE "MIN SUPERIEUR AU MAX" TO WS-MOTIF
               END-IF
           END-IF.

       AJOUT-GRILLE.
           IF WS-TROUVE = 'Y'
               MOVE "CLE EN DOUBLE" TO WS-MOTIF
           ELSE
               IF WS-GRILLE-CNT = 500
                   MOVE "TABLE PLEINE" TO WS-MOTIF
               ELSE
                   PERFORM CHECK-GRILLE-DONNEES
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               ADD 1 TO WS-GRILLE-CNT
               SET WS-GRILLE-IDX TO WS-GRILLE-CNT
               MOVE SPACE TO WS-GRILLE-TAB-SUPP (WS-GRILLE-IDX)
               MOVE WS-REF-IMAGE TO WS-GRILLE-TAB-IMAGE (WS-GRILLE-IDX)
               MOVE WS-GRILLE-TAB-IMAGE (WS-GRILLE-IDX)
                   TO WS-APRES-IMAGE
               MOVE 'Y' TO WS-GRILLE-MODIFIE
           END-IF.

       CHANGE-GRILLE.
           IF WS-TROUVE = 'N'
               MOVE "ABSENT DE LA TABLE" TO WS-MOTIF
           ELSE
               PERFORM CHECK-GRILLE-DONNEES
           END-IF
           IF WS-MOTIF = SPACES
               MOVE WS-GRILLE-TAB-IMAGE (WS-GRILLE-IDX)
                   TO WS-AVANT-IMAGE
               MOVE WS-REF-IMAGE TO WS-GRILLE-TAB-IMAGE (WS-GRILLE-IDX)
               MOVE WS-GRILLE-TAB-IMAGE (WS-GRILLE-IDX)
                   TO WS-APRES-IMAGE
               MOVE 'Y' TO WS-GRILLE-MODIFIE
           END-IF.

       SUPPRIME-GRILLE.
           IF WS-TROUVE = 'N'
               MOVE "ABSENT DE LA TABLE" TO WS-MOTIF
           ELSE
               IF WS-POSTUSE-CNT > 0
                   SET WS-POSTUSE-IDX TO 1
                   SEARCH WS-POSTUSE-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-POSTUSE-POSTE (WS-POSTUSE-IDX)
                               = IMG-GRILLE-POSTE
                           MOVE "POSTE ENCORE UTILISE" TO WS-MOTIF
                   END-SEARCH
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               MOVE WS-GRILLE-TAB-IMAGE (WS-GRILLE-IDX)
                   TO WS-AVANT-IMAGE
               MOVE "S" TO WS-GRILLE-TAB-SUPP (WS-GRILLE-IDX)
               MOVE 'Y' TO WS-GRILLE-MODIFIE
           END-IF.

       APPLY-COMPTE.
           MOVE IMG-COMPTE-CODE TO WS-REF-CLE
           IF IMG-COMPTE-CODE = SPACES
               MOVE "CLE MANQUANTE" TO WS-MOTIF
           ELSE
               PERFORM FIND-COMPTE
               EVALUATE RREFTR-CODE
                   WHEN "A"
                       PERFORM AJOUT-COMPTE
                   WHEN "C"
                       PERFORM CHANGE-COMPTE
                   WHEN "D"
                       PERFORM SUPPRIME-COMPTE
               END-EVALUATE
           END-IF.

       FIND-COMPTE.
           MOVE 'N' TO WS-TROUVE
           IF WS-COMPTE-CNT > 0
               SET WS-COMPTE-IDX TO 1
               SEARCH WS-COMPTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COMPTE-TAB-CODE (WS-COMPTE-IDX)
                           = IMG-COMPTE-CODE
                       AND WS-COMPTE-TAB-SUPP (WS-COMPTE-IDX) = SPACE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       CHECK-COMPTE-DONNEES.
           IF IMG-COMPTE-NUMERO = SPACES
               MOVE "NUMERO MANQUANT" TO WS-MOTIF
           ELSE
               IF IMG-COMPTE-LIBELLE = SPACES
                   MOVE "LIBELLE MANQUANT" TO WS-MOTIF
               END-IF
           END-IF.

       AJOUT-COMPTE.
           IF WS-TROUVE = 'Y'
               MOVE "CLE EN DOUBLE" TO WS-MOTIF
           ELSE
               IF WS-COMPTE-CNT = 500
                   MOVE "TABLE PLEINE" TO WS-MOTIF
               ELSE
                   PERFORM CHECK-COMPTE-DONNEES
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               ADD 1 TO WS-COMPTE-CNT
               SET WS-COMPTE-IDX TO WS-COMPTE-CNT
               MOVE SPACE TO WS-COMPTE-TAB-SUPP (WS-COMPTE-IDX)
               MOVE WS-REF-IMAGE TO WS-COMPTE-TAB-IMAGE (WS-COMPTE-IDX)
               MOVE WS-COMPTE-TAB-IMAGE (WS-COMPTE-IDX)
                   TO WS-APRES-IMAGE
               MOVE 'Y' TO WS-COMPTE-MODIFIE
           END-IF.

       CHANGE-COMPTE.
           IF WS-TROUVE = 'N'
               MOVE "ABSENT DE LA TABLE" TO WS-MOTIF
           ELSE
               PERFORM CHECK-COMPTE-DONNEES
           END-IF
           IF WS-MOTIF = SPACES
               MOVE WS-COMPTE-TAB-IMAGE (WS-COMPTE-IDX)
                   TO WS-AVANT-IMAGE
               MOVE WS-REF-IMAGE TO WS-COMPTE-TAB-IMAGE (WS-COMPTE-IDX)
               MOVE WS-COMPTE-TAB-IMAGE (WS-COMPTE-IDX)
                   TO WS-APRES-IMAGE
               MOVE 'Y' TO WS-COMPTE-MODIFIE
           END-IF.

       SUPPRIME-COMPTE.
           IF WS-TROUVE = 'N'
               MOVE "ABSENT DE LA TABLE" TO WS-MOTIF
           ELSE
               IF IMG-COMPTE-CODE = "BRU" OR IMG-COMPTE-CODE = "NET"
                   OR IMG-COMPTE-CODE = "RAP"
                   OR IMG-COMPTE-CODE = "CHP"
                   OR IMG-COMPTE-CODE = "ABS"
                   MOVE "CODE RESERVE" TO WS-MOTIF
               ELSE
                   IF WS-TYPE-CNT > 0
                       SET WS-TYPE-IDX TO 1
                       SEARCH WS-TYPE-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-TYPE-CODE (WS-TYPE-IDX)
                                   = IMG-COMPTE-CODE
                               MOVE "CODE ENCORE UTILISE"
                                   TO WS-MOTIF
                       END-SEARCH
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               MOVE WS-COMPTE-TAB-IMAGE (WS-COMPTE-IDX)
                   TO WS-AVANT-IMAGE
               MOVE "S" TO WS-COMPTE-TAB-SUPP (WS-COMPTE-IDX)
               MOVE 'Y' TO WS-COMPTE-MODIFIE
           END-IF.

       APPLY-REGLE.
           MOVE IMG-REGLE-CLE TO WS-REF-CLE
           IF IMG-REGLE-POSTE = SPACES
               MOVE "CLE MANQUANTE" TO WS-MOTIF
           ELSE
               PERFORM FIND-REGLE
               EVALUATE RREFTR-CODE
                   WHEN "A"
                       PERFORM AJOUT-REGLE
                   WHEN "C"
                       PERFORM CHANGE-REGLE
                   WHEN "D"
                       PERFORM SUPPRIME-REGLE
               END-EVALUATE
           END-IF.

       FIND-REGLE.
           MOVE 'N' TO WS-TROUVE
           IF WS-REGLE-CNT > 0
               SET WS-REGLE-IDX TO 1
               SEARCH WS-REGLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REGLE-TAB-CLE (WS-REGLE-IDX)
                           = IMG-REGLE-CLE
                       AND WS-REGLE-TAB-SUPP (WS-REGLE-IDX) = SPACE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       CHECK-REGLE-DONNEES.
           IF IMG-REGLE-MODE NOT = "P" AND IMG-REGLE-MODE NOT = "M"
               MOVE "MODE INVALIDE" TO WS-MOTIF
           ELSE
               IF IMG-REGLE-TAUX IS NOT NUMERIC
                   OR IMG-REGLE-MONTANT IS NOT NUMERIC
                   MOVE "MONTANT NON NUMERIQUE" TO WS-MOTIF
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM CHECK-REGLE-POSTE
           END-IF
           IF WS-MOTIF = SPACES AND IMG-REGLE-REGION NOT = SPACES
               PERFORM CHECK-REGLE-REGION
           END-IF.

       CHECK-REGLE-POSTE.
           MOVE "POSTE HORS GRILLE" TO WS-MOTIF
           IF WS-GRILLE-CNT > 0
               SET WS-GRILLE-IDX TO 1
               SEARCH WS-GRILLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRILLE-TAB-POSTE (WS-GRILLE-IDX)
                           = IMG-REGLE-POSTE
                       AND WS-GRILLE-TAB-SUPP (WS-GRILLE-IDX) = SPACE
                       MOVE SPACES TO WS-MOTIF
               END-SEARCH
           END-IF.

       CHECK-REGLE-REGION.
           MOVE "REGION INCONNUE" TO WS-MOTIF
           IF WS-DEPT-TABLE-CNT > 0
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-TAB-REGION (WS-DEPT-IDX)
                           = IMG-REGLE-REGION
                       AND WS-DEPT-TAB-SUPP (WS-DEPT-IDX) = SPACE
                       MOVE SPACES TO WS-MOTIF
               END-SEARCH
           END-IF.

       AJOUT-REGLE.
           IF WS-TROUVE = 'Y'
               MOVE "CLE EN DOUBLE" TO WS-MOTIF
           ELSE
               IF WS-REGLE-CNT = 500
                   MOVE "TABLE PLEINE" TO WS-MOTIF
               ELSE
                   PERFORM CHECK-REGLE-DONNEES
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               ADD 1 TO WS-REGLE-CNT
               SET WS-REGLE-IDX TO WS-REGLE-CNT
               MOVE SPACE TO WS-REGLE-TAB-SUPP (WS-REGLE-IDX)
               MOVE WS-REF-IMAGE TO WS-REGLE-TAB-IMAGE (WS-REGLE-IDX)
               MOVE WS-REGLE-TAB-IMAGE (WS-REGLE-IDX)
                   TO WS-APRES-IMAGE
               MOVE 'Y' TO WS-REGLE-MODIFIE
           END-IF.

       CHANGE-REGLE.
           IF WS-TROUVE = 'N'
               MOVE "ABSENT DE LA TABLE" TO WS-MOTIF
           ELSE
               PERFORM CHECK-REGLE-DONNEES
           END-IF
           IF WS-MOTIF = SPACES
               MOVE WS-REGLE-TAB-IMAGE (WS-REGLE-IDX)
                   TO WS-AVANT-IMAGE
               MOVE WS-REF-IMAGE TO WS-REGLE-TAB-IMAGE (WS-REGLE-IDX)
               MOVE WS-REGLE-TAB-IMAGE (WS-REGLE-IDX)
                   TO WS-APRES-IMAGE
               MOVE 'Y' TO WS-REGLE-MODIFIE
           END-IF.

       SUPPRIME-REGLE.
           IF WS-TROUVE = 'N'
               MOVE "ABSENT DE LA TABLE" TO WS-MOTIF
           ELSE
               MOVE WS-REGLE-TAB-IMAGE (WS-REGLE-IDX)
                   TO WS-AVANT-IMAGE
               MOVE "S" TO WS-REGLE-TAB-SUPP (WS-REGLE-IDX)
               MOVE 'Y' TO WS-REGLE-MODIFIE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE RREFTR-TABLE TO AUD-TABLE
           MOVE RREFTR-CODE TO AUD-CODE
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO AUD-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
                  WS-RUN-TIME (5:2) DELIMITED BY SIZE
                  INTO AUD-HEURE
           MOVE RREFTR-AUTEUR TO AUD-AUTEUR
           MOVE WS-TRANS-SOURCE TO AUD-SOURCE
           MOVE WS-AVANT-IMAGE TO AUD-AVANT
           MOVE WS-APRES-IMAGE TO AUD-APRES
           IF RREFTR-DATE-EFFET IS NUMERIC
               MOVE RREFTR-DATE-EFFET TO AUD-DATE-EFFET
           ELSE
               MOVE WS-RUN-DATE-X TO AUD-DATE-EFFET
           END-IF
           WRITE R-REFAUD FROM FIC-AUDIT
           MOVE WS-REFAUD-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-REFAUD" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       OPEN-REFNEW-OUTPUT.
           MOVE 0 TO WS-ECRITS-COUNT
           OPEN OUTPUT F-REFNEW
           MOVE WS-REFNEW-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-REFNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-REFNEW-RECORD.
           WRITE R-REFNEW
           MOVE WS-REFNEW-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-REFNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO WS-ECRITS-COUNT.

       OPEN-REFNEW-INPUT.
           CLOSE F-REFNEW
           MOVE 'N' TO WS-REFNEW-EOF
           OPEN INPUT F-REFNEW
           MOVE WS-REFNEW-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-REFNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       READ-REFNEW-RECORD.
           READ F-REFNEW
               AT END
                   MOVE 'Y' TO WS-REFNEW-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-REFNEW-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-REFNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       PROMOTE-DEPT-TABLE.
           MOVE WS-DEPTNEW-FILE TO WS-REFNEW-FILE
           PERFORM OPEN-REFNEW-OUTPUT
           PERFORM SNAP-DEPT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-CNT
           PERFORM OPEN-REFNEW-INPUT
           OPEN OUTPUT F-DEPT
           MOVE WS-DEPT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-DEPT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-DEPT-RECORD UNTIL WS-REFNEW-EOF = 'Y'
           CLOSE F-REFNEW, F-DEPT
           DISPLAY "Department table rewritten: " WS-ECRITS-COUNT
                   " entries".

       SNAP-DEPT-ENTRY.
           IF WS-DEPT-TAB-SUPP (WS-DEPT-IDX) = SPACE
               MOVE WS-DEPT-TAB-IMAGE (WS-DEPT-IDX) TO R-REFNEW
               PERFORM WRITE-REFNEW-RECORD
           END-IF.

       COPY-DEPT-RECORD.
           PERFORM READ-REFNEW-RECORD
           IF WS-REFNEW-EOF = 'N'
               WRITE RDEPT FROM R-REFNEW
               MOVE WS-DEPT-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-DEPT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       PROMOTE-GRILLE-TABLE.
           MOVE WS-GRILLENEW-FILE TO WS-REFNEW-FILE
           PERFORM OPEN-REFNEW-OUTPUT
           PERFORM SNAP-GRILLE-ENTRY
               VARYING WS-GRILLE-IDX FROM 1 BY 1
               UNTIL WS-GRILLE-IDX > WS-GRILLE-CNT
           PERFORM OPEN-REFNEW-INPUT
           OPEN OUTPUT F-GRILLE
           MOVE WS-GRILLE-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-GRILLE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-GRILLE-RECORD UNTIL WS-REFNEW-EOF = 'Y'
           CLOSE F-REFNEW, F-GRILLE
           DISPLAY "Salary grid rewritten: " WS-ECRITS-COUNT
                   " entries".

       SNAP-GRILLE-ENTRY.
           IF WS-GRILLE-TAB-SUPP (WS-GRILLE-IDX) = SPACE
               MOVE WS-GRILLE-TAB-IMAGE (WS-GRILLE-IDX) TO R-REFNEW
               PERFORM WRITE-REFNEW-RECORD
           END-IF.

       COPY-GRILLE-RECORD.
           PERFORM READ-REFNEW-RECORD
           IF WS-REFNEW-EOF = 'N'
               WRITE RGRILLE FROM R-REFNEW
               MOVE WS-GRILLE-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-GRILLE" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       PROMOTE-COMPTE-TABLE.
           MOVE WS-COMPTENEW-FILE TO WS-REFNEW-FILE
           PERFORM OPEN-REFNEW-OUTPUT
           PERFORM SNAP-COMPTE-ENTRY
               VARYING WS-COMPTE-IDX FROM 1 BY 1
               UNTIL WS-COMPTE-IDX > WS-COMPTE-CNT
           PERFORM OPEN-REFNEW-INPUT
           OPEN OUTPUT F-COMPTES
           MOVE WS-COMPTES-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-COMPTES" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-COMPTE-RECORD UNTIL WS-REFNEW-EOF = 'Y'
           CLOSE F-REFNEW, F-COMPTES
           DISPLAY "Chart of accounts rewritten: " WS-ECRITS-COUNT
                   " entries".

       SNAP-COMPTE-ENTRY.
           IF WS-COMPTE-TAB-SUPP (WS-COMPTE-IDX) = SPACE
               MOVE WS-COMPTE-TAB-IMAGE (WS-COMPTE-IDX) TO R-REFNEW
               PERFORM WRITE-REFNEW-RECORD
           END-IF.

       COPY-COMPTE-RECORD.
           PERFORM READ-REFNEW-RECORD
           IF WS-REFNEW-EOF = 'N'
               WRITE RCOMPTE FROM R-REFNEW
               MOVE WS-COMPTES-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-COMPTES" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       PROMOTE-REGLE-TABLE.
           MOVE WS-REGLENEW-FILE TO WS-REFNEW-FILE
           PERFORM OPEN-REFNEW-OUTPUT
           PERFORM SNAP-REGLE-ENTRY
               VARYING WS-REGLE-IDX FROM 1 BY 1
               UNTIL WS-REGLE-IDX > WS-REGLE-CNT
           PERFORM OPEN-REFNEW-INPUT
           OPEN OUTPUT F-REGLES
           MOVE WS-REGLES-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-REGLES" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-REGLE-RECORD UNTIL WS-REFNEW-EOF = 'Y'
           CLOSE F-REFNEW, F-REGLES
           DISPLAY "Revision rules rewritten: " WS-ECRITS-COUNT
                   " entries".

       SNAP-REGLE-ENTRY.
           IF WS-REGLE-TAB-SUPP (WS-REGLE-IDX) = SPACE
               MOVE WS-REGLE-TAB-IMAGE (WS-REGLE-IDX) TO R-REFNEW
               PERFORM WRITE-REFNEW-RECORD
           END-IF.

       COPY-REGLE-RECORD.
           PERFORM READ-REFNEW-RECORD
           IF WS-REFNEW-EOF = 'N'
               WRITE RREGLE FROM R-REFNEW
               MOVE WS-REGLES-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-REGLES" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPREFMT TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPREFMT.
