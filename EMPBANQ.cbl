       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBANQ.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BQTRANS ASSIGN TO DYNAMIC WS-BQTRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BQTRANS-STATUS.

           SELECT F-BANQUE ASSIGN TO DYNAMIC WS-BANQUE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RBANQUE-ID
               FILE STATUS IS WS-BANQUE-STATUS.

           SELECT F-REGISTRE ASSIGN TO DYNAMIC WS-REGISTRE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRE-STATUS.

           SELECT F-BQPENDIN ASSIGN TO DYNAMIC WS-BQPENDIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BQPENDIN-STATUS.

           SELECT F-BQPENDOUT ASSIGN TO DYNAMIC WS-BQPENDOUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BQPENDOUT-STATUS.

           SELECT F-BQAUDIT ASSIGN TO DYNAMIC WS-BQAUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BQAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FBQTRANS.cpy' REPLACING ==:BQTRANS:== BY ==BQTRANS==.
           COPY 'FBQPEND.cpy' REPLACING ==:BQPEND:== BY ==BQPENDIN==.
           COPY 'FBQPEND.cpy' REPLACING ==:BQPEND:== BY ==BQPENDOUT==.
           COPY 'FBANQUE.cpy' REPLACING ==:BANQUE:== BY ==BANQUE==.
           COPY 'FREGISTRE.cpy'.
           COPY 'FBQAUDIT.cpy'.

       WORKING-STORAGE SECTION.
       01  FIC-REGISTRE.
           05  REG-CODE             PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REG-ID               PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REG-DISPO            PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REG-MOTIF            PIC X(21).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  REG-DATE-EFFET       PIC X(10).

       01  WS-REGISTRE-ENTETE.
           05  FILLER               PIC X(41) VALUE
                   "REGISTRE COORDONNEES BANCAIRES - DATE : ".
           05  WS-REGISTRE-DATE     PIC X(10).

       01  WS-REGISTRE-PIED.
           05  FILLER               PIC X(12) VALUE "APPLIQUEES :".
           05  WS-PIED-APPLIQUEES   PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  REJETEES :".
           05  WS-PIED-REJETEES     PIC ZZZZZ9.
           05  FILLER               PIC X(14) VALUE "  EN ATTENTE :".
           05  WS-PIED-ATTENTE      PIC ZZZZZ9.

       01  WS-BQTRANS-FILE     PIC X(100) VALUE "EMPBQTRANS.txt".
       01  WS-BANQUE-FILE      PIC X(100) VALUE "EMPBANQUE.DAT".
       01  WS-REGISTRE-FILE    PIC X(100) VALUE "EMPBQREG.txt".
       01  WS-BQPENDIN-FILE    PIC X(100) VALUE "EMPBQPEND.txt".
       01  WS-BQPENDOUT-FILE   PIC X(100) VALUE "EMPBQPEND.NEW".
       01  WS-BQAUDIT-FILE     PIC X(100) VALUE "EMPBQAUDIT.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-BQTRANS-STATUS   PIC XX.
       01  WS-BANQUE-STATUS    PIC XX.
       01  WS-REGISTRE-STATUS  PIC XX.
       01  WS-BQPENDIN-STATUS  PIC XX.
       01  WS-BQPENDOUT-STATUS PIC XX.
       01  WS-BQAUDIT-STATUS   PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-BQPEND-EOF       PIC X VALUE 'N'.
       01  WS-MOTIF            PIC X(21).
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-RUN-DATE-X       PIC X(08).
       01  WS-TRANS-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-PARKED-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-RUN-TIME         PIC 9(08) VALUE ZERO.
       01  WS-TRANS-SOURCE     PIC X(40) VALUE SPACES.
       01  WS-AVANT-IMAGE      PIC X(93) VALUE SPACES.
       01  WS-APRES-IMAGE      PIC X(93) VALUE SPACES.

       01  WS-IBAN-WORK        PIC X(34).
       01  WS-IBAN-LEN         PIC 9(02) VALUE ZERO.
       01  WS-IBAN-POS         PIC 9(02) VALUE ZERO.
       01  WS-IBAN-CAR         PIC X(01).
       01  WS-IBAN-CAR-9 REDEFINES WS-IBAN-CAR
                               PIC 9(01).
       01  WS-IBAN-VALEUR      PIC 9(02) VALUE ZERO.
       01  WS-IBAN-NOMBRE      PIC 9(06) VALUE ZERO.
       01  WS-IBAN-QUOTIENT    PIC 9(06) VALUE ZERO.
       01  WS-IBAN-RESTE       PIC 9(02) VALUE ZERO.
       01  WS-IBAN-VALIDE      PIC X VALUE 'N'.
       01  WS-BIC-WORK         PIC X(11).
       01  WS-BIC-LEN          PIC 9(02) VALUE ZERO.
       01  WS-BIC-VALIDE       PIC X VALUE 'N'.
       01  WS-ALPHABET         PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ALPHA-IDX        PIC 9(02) VALUE ZERO.

       01  FIC-BQAUDIT.
           05  BQA-ID               PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  BQA-CODE             PIC X(01).
           05  FILLER               PIC X      VALUE "|".
           05  BQA-DATE             PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  BQA-HEURE            PIC X(08).
           05  FILLER               PIC X      VALUE "|".
           05  BQA-SOURCE           PIC X(40).
           05  FILLER               PIC X      VALUE "|".
           05  BQA-AVANT            PIC X(93).
           05  FILLER               PIC X      VALUE "|".
           05  BQA-APRES            PIC X(93).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.

           OPEN INPUT F-BQTRANS
           MOVE WS-BQTRANS-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-BQTRANS" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN I-O F-BANQUE
           IF WS-BANQUE-STATUS = "35"
               DISPLAY "NO BANKING DETAILS FILE - CREATING "
                       WS-BANQUE-FILE
               OPEN OUTPUT F-BANQUE
               MOVE WS-BANQUE-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-BANQUE" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               CLOSE F-BANQUE
               OPEN I-O F-BANQUE
           END-IF
           MOVE WS-BANQUE-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN I-O F-BANQUE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT F-REGISTRE
           MOVE WS-REGISTRE-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-REGISTRE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-X

           OPEN OUTPUT F-BQPENDOUT
           MOVE WS-BQPENDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-BQPENDOUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN EXTEND F-BQAUDIT
           IF WS-BQAUDIT-STATUS = "35"
               OPEN OUTPUT F-BQAUDIT
           END-IF
           MOVE WS-BQAUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN EXTEND F-BQAUDIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           PERFORM WRITE-REGISTRE-HEADER.
           PERFORM PROCESS-PENDING-FILE.
           PERFORM PROCESS-TRANSACTIONS UNTIL WS-EOF = 'Y'.
           PERFORM WRITE-REGISTRE-FOOTER.
           CLOSE F-BQTRANS, F-BANQUE, F-REGISTRE, F-BQPENDOUT,
                 F-BQAUDIT.

           PERFORM PROMOTE-PENDING-FILE.

           DISPLAY "TRANSACTIONS READ    : " WS-TRANS-COUNT.
           DISPLAY "TRANSACTIONS APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "TRANSACTIONS PARKED  : " WS-PARKED-COUNT.
           DISPLAY "END OF BANKING DETAILS MAINTENANCE.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BQTRANSIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BQTRANS-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BANQFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BANQUE-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BQREGOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REGISTRE-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BQPENDFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BQPENDIN-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BQPENDSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BQPENDOUT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BQAUDITOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BQAUDIT-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-BQTRANS-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-BANQUE-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-REGISTRE-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 3
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-BQPENDIN-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 4
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-BQPENDOUT-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 5
               DISPLAY 6 UPON ARGUMENT-NUMBER
               ACCEPT WS-BQAUDIT-FILE FROM ARGUMENT-VALUE
           END-IF.

       WRITE-REGISTRE-HEADER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-REGISTRE-DATE
           WRITE R-REGISTRE FROM WS-REGISTRE-ENTETE
           MOVE WS-REGISTRE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-REGISTRE HEADER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-REGISTRE-FOOTER.
           MOVE WS-APPLIED-COUNT TO WS-PIED-APPLIQUEES
           MOVE WS-REJECTED-COUNT TO WS-PIED-REJETEES
           MOVE WS-PARKED-COUNT TO WS-PIED-ATTENTE
           WRITE R-REGISTRE FROM WS-REGISTRE-PIED
           MOVE WS-REGISTRE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-REGISTRE FOOTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       PROCESS-PENDING-FILE.
           OPEN INPUT F-BQPENDIN
           IF WS-BQPENDIN-STATUS = "35"
               MOVE 'Y' TO WS-BQPEND-EOF
               DISPLAY "NO PENDING TRANSACTION FILE - NONE QUEUED"
           ELSE
               MOVE WS-BQPENDIN-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-BQPENDIN" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-BQPEND-RECORD UNTIL WS-BQPEND-EOF = 'Y'
               CLOSE F-BQPENDIN
           END-IF.

       READ-BQPEND-RECORD.
           READ F-BQPENDIN
               AT END
                   MOVE 'Y' TO WS-BQPEND-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-BQPENDIN-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-BQPENDIN" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-BQPEND-EOF = 'N'
               ADD 1 TO WS-TRANS-COUNT
               MOVE RBQPENDIN-TRANS TO RBQTRANS
               IF RBQPENDIN-SOURCE = SPACES
                   MOVE WS-BQPENDIN-FILE (1:40) TO WS-TRANS-SOURCE
               ELSE
                   MOVE RBQPENDIN-SOURCE TO WS-TRANS-SOURCE
               END-IF
               PERFORM DISPATCH-TRANSACTION
           END-IF.

       PROCESS-TRANSACTIONS.
           READ F-BQTRANS AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               CONTINUE
           END-READ
           MOVE WS-BQTRANS-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-BQTRANS" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EOF = 'N'
               ADD 1 TO WS-TRANS-COUNT
               MOVE WS-BQTRANS-FILE (1:40) TO WS-TRANS-SOURCE
               PERFORM DISPATCH-TRANSACTION
           END-IF.

       DISPATCH-TRANSACTION.
           IF RBQTRANS-DATE-EFFET IS NUMERIC
               AND RBQTRANS-DATE-EFFET > WS-RUN-DATE-X
               PERFORM PARK-TRANSACTION
           ELSE
               PERFORM APPLY-TRANSACTION
           END-IF.

       PARK-TRANSACTION.
           ADD 1 TO WS-PARKED-COUNT
           MOVE RBQTRANS TO RBQPENDOUT-TRANS
           MOVE WS-TRANS-SOURCE TO RBQPENDOUT-SOURCE
           WRITE RBQPENDOUT
           MOVE WS-BQPENDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-BQPENDOUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE RBQTRANS-CODE TO REG-CODE
           MOVE RBQTRANS-ID TO REG-ID
           MOVE "EN ATTENTE" TO REG-DISPO
           MOVE "EFFET DIFFERE" TO REG-MOTIF
           PERFORM FORMAT-DATE-EFFET
           WRITE R-REGISTRE FROM FIC-REGISTRE
           MOVE WS-REGISTRE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-REGISTRE DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       FORMAT-DATE-EFFET.
           MOVE SPACES TO REG-DATE-EFFET
           IF RBQTRANS-DATE-EFFET IS NUMERIC
               STRING RBQTRANS-DATE-EFFET (1:4) "-"
                      RBQTRANS-DATE-EFFET (5:2) "-"
                      RBQTRANS-DATE-EFFET (7:2) DELIMITED BY SIZE
                      INTO REG-DATE-EFFET
           END-IF.

       PROMOTE-PENDING-FILE.
           MOVE 'N' TO WS-BQPEND-EOF
           OPEN INPUT F-BQPENDOUT
           MOVE WS-BQPENDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-BQPENDOUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-BQPENDIN
           MOVE WS-BQPENDIN-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-BQPENDIN" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-BQPEND-RECORD UNTIL WS-BQPEND-EOF = 'Y'
           CLOSE F-BQPENDOUT, F-BQPENDIN.

       COPY-BQPEND-RECORD.
           READ F-BQPENDOUT
               AT END
                   MOVE 'Y' TO WS-BQPEND-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-BQPENDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-BQPENDOUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-BQPEND-EOF = 'N'
               WRITE RBQPENDIN FROM RBQPENDOUT
               MOVE WS-BQPENDIN-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-BQPENDIN" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-MOTIF
           MOVE SPACES TO WS-AVANT-IMAGE
           MOVE SPACES TO WS-APRES-IMAGE
           IF RBQTRANS-ID = SPACES
               MOVE "ID MANQUANT" TO WS-MOTIF
           ELSE
               EVALUATE RBQTRANS-CODE
                   WHEN "A"
                       PERFORM APPLY-AJOUT
                   WHEN "C"
                       PERFORM APPLY-CHANGEMENT
                   WHEN "D"
                       PERFORM APPLY-SUPPRESSION
                   WHEN OTHER
                       MOVE "CODE INVALIDE" TO WS-MOTIF
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
           MOVE RBQTRANS-CODE TO REG-CODE
           MOVE RBQTRANS-ID TO REG-ID
           PERFORM FORMAT-DATE-EFFET
           WRITE R-REGISTRE FROM FIC-REGISTRE
           MOVE WS-REGISTRE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-REGISTRE DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       VALIDATE-COORDONNEES.
           MOVE RBQTRANS-IBAN TO WS-IBAN-WORK
           PERFORM CHECK-IBAN
           MOVE RBQTRANS-BIC TO WS-BIC-WORK
           PERFORM CHECK-BIC
           IF WS-IBAN-VALIDE = 'N'
               MOVE "IBAN INVALIDE" TO WS-MOTIF
           ELSE
               IF WS-BIC-VALIDE = 'N'
                   MOVE "BIC INVALIDE" TO WS-MOTIF
               ELSE
                   IF RBQTRANS-TITULAIRE = SPACES
                       MOVE "TITULAIRE MANQUANT" TO WS-MOTIF
                   END-IF
               END-IF
           END-IF.

       APPLY-AJOUT.
           PERFORM VALIDATE-COORDONNEES
           IF WS-MOTIF = SPACES
               MOVE SPACES TO RBANQUE
               PERFORM MOVE-TRANS-TO-BANQUE
               MOVE RBANQUE TO WS-APRES-IMAGE
               WRITE RBANQUE
                   INVALID KEY
                       MOVE "DEJA AU FICHIER" TO WS-MOTIF
                   NOT INVALID KEY
                       MOVE WS-BANQUE-STATUS TO WS-CHECK-STATUS
                       MOVE "WRITE F-BANQUE" TO WS-CHECK-LABEL
                       PERFORM CHECK-FILE-STATUS
               END-WRITE
           END-IF.

       APPLY-CHANGEMENT.
           PERFORM VALIDATE-COORDONNEES
           IF WS-MOTIF = SPACES
               MOVE RBQTRANS-ID TO RBANQUE-ID
               READ F-BANQUE
                   INVALID KEY
                       MOVE "ABSENT DU FICHIER" TO WS-MOTIF
                   NOT INVALID KEY
                       MOVE RBANQUE TO WS-AVANT-IMAGE
                       PERFORM MOVE-TRANS-TO-BANQUE
                       MOVE RBANQUE TO WS-APRES-IMAGE
                       REWRITE RBANQUE
                       MOVE WS-BANQUE-STATUS TO WS-CHECK-STATUS
                       MOVE "REWRITE F-BANQUE" TO WS-CHECK-LABEL
                       PERFORM CHECK-FILE-STATUS
               END-READ
           END-IF.

       APPLY-SUPPRESSION.
           MOVE RBQTRANS-ID TO RBANQUE-ID
           READ F-BANQUE
               INVALID KEY
                   MOVE "ABSENT DU FICHIER" TO WS-MOTIF
               NOT INVALID KEY
                   MOVE RBANQUE TO WS-AVANT-IMAGE
                   DELETE F-BANQUE RECORD
                   MOVE WS-BANQUE-STATUS TO WS-CHECK-STATUS
                   MOVE "DELETE F-BANQUE" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
           END-READ.

       MOVE-TRANS-TO-BANQUE.
           MOVE RBQTRANS-ID TO RBANQUE-ID
           MOVE RBQTRANS-IBAN TO RBANQUE-IBAN
           MOVE RBQTRANS-BIC TO RBANQUE-BIC
           MOVE RBQTRANS-TITULAIRE TO RBANQUE-TITULAIRE
           IF RBQTRANS-DATE-EFFET IS NUMERIC
               MOVE RBQTRANS-DATE-EFFET TO RBANQUE-DATE-EFFET
           ELSE
               MOVE WS-RUN-DATE-X TO RBANQUE-DATE-EFFET
           END-IF.

       CHECK-IBAN.
           MOVE 'Y' TO WS-IBAN-VALIDE
           MOVE ZERO TO WS-IBAN-LEN
           INSPECT WS-IBAN-WORK TALLYING WS-IBAN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-IBAN-LEN < 15
               MOVE 'N' TO WS-IBAN-VALIDE
           ELSE
               IF WS-IBAN-LEN < 34
                   IF WS-IBAN-WORK (WS-IBAN-LEN + 1:) NOT = SPACES
                       MOVE 'N' TO WS-IBAN-VALIDE
                   END-IF
               END-IF
               IF WS-IBAN-WORK (1:2) IS NOT ALPHABETIC-UPPER
                   OR WS-IBAN-WORK (3:2) IS NOT NUMERIC
                   MOVE 'N' TO WS-IBAN-VALIDE
               END-IF
           END-IF
           IF WS-IBAN-VALIDE = 'Y'
               MOVE ZERO TO WS-IBAN-RESTE
               PERFORM ADD-IBAN-CAR
                   VARYING WS-IBAN-POS FROM 5 BY 1
                   UNTIL WS-IBAN-POS > WS-IBAN-LEN
               PERFORM ADD-IBAN-CAR
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 4
               IF WS-IBAN-RESTE NOT = 1
                   MOVE 'N' TO WS-IBAN-VALIDE
               END-IF
           END-IF.

       ADD-IBAN-CAR.
           MOVE WS-IBAN-WORK (WS-IBAN-POS:1) TO WS-IBAN-CAR
           IF WS-IBAN-CAR IS NUMERIC
               COMPUTE WS-IBAN-NOMBRE =
                   WS-IBAN-RESTE * 10 + WS-IBAN-CAR-9
           ELSE
               MOVE ZERO TO WS-IBAN-VALEUR
               PERFORM SCAN-IBAN-ALPHABET
                   VARYING WS-ALPHA-IDX FROM 1 BY 1
                   UNTIL WS-ALPHA-IDX > 26
               IF WS-IBAN-VALEUR = ZERO
                   MOVE 'N' TO WS-IBAN-VALIDE
               END-IF
               COMPUTE WS-IBAN-NOMBRE =
                   WS-IBAN-RESTE * 100 + WS-IBAN-VALEUR
           END-IF
           DIVIDE WS-IBAN-NOMBRE BY 97 GIVING WS-IBAN-QUOTIENT
               REMAINDER WS-IBAN-RESTE.

       SCAN-IBAN-ALPHABET.
           IF WS-ALPHABET (WS-ALPHA-IDX:1) = WS-IBAN-CAR
               COMPUTE WS-IBAN-VALEUR = WS-ALPHA-IDX + 9
           END-IF.

       CHECK-BIC.
           MOVE 'Y' TO WS-BIC-VALIDE
           MOVE ZERO TO WS-BIC-LEN
           INSPECT WS-BIC-WORK TALLYING WS-BIC-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-BIC-LEN NOT = 8 AND WS-BIC-LEN NOT = 11
               MOVE 'N' TO WS-BIC-VALIDE
           ELSE
               IF WS-BIC-LEN = 8
                   IF WS-BIC-WORK (9:3) NOT = SPACES
                       MOVE 'N' TO WS-BIC-VALIDE
                   END-IF
               END-IF
               IF WS-BIC-WORK (1:6) IS NOT ALPHABETIC-UPPER
                   MOVE 'N' TO WS-BIC-VALIDE
               END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE RBQTRANS-ID TO BQA-ID
           MOVE RBQTRANS-CODE TO BQA-CODE
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO BQA-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
                  WS-RUN-TIME (5:2) DELIMITED BY SIZE
                  INTO BQA-HEURE
           MOVE WS-TRANS-SOURCE TO BQA-SOURCE
           MOVE WS-AVANT-IMAGE TO BQA-AVANT
           MOVE WS-APRES-IMAGE TO BQA-APRES
           WRITE R-BQAUDIT FROM FIC-BQAUDIT
           MOVE WS-BQAUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-BQAUDIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPBANQ TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPBANQ.
