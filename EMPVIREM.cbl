       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPVIREM.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EXTRAIT ASSIGN TO DYNAMIC WS-EXTRAIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTRAIT-STATUS.

           SELECT F-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-BANQUE ASSIGN TO DYNAMIC WS-BANQUE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RBANQUE-ID
               FILE STATUS IS WS-BANQUE-STATUS.

           SELECT F-COMPTES ASSIGN TO DYNAMIC WS-COMPTES-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COMPTES-STATUS.

           SELECT F-GLPOST ASSIGN TO DYNAMIC WS-GLPOST-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.

           SELECT F-VIREMENT ASSIGN TO DYNAMIC WS-VIREMENT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIREMENT-STATUS.

           SELECT F-VIRHOLD ASSIGN TO DYNAMIC WS-VIRHOLD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIRHOLD-STATUS.

           SELECT F-VIREXC ASSIGN TO DYNAMIC WS-VIREXC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIREXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLISORTIE.cpy' REPLACING ==:CLISOR:== BY ==EXTRAIT==.
           COPY 'FMASTER.cpy' REPLACING ==:MASTER:== BY ==MASTER==.
           COPY 'FBANQUE.cpy' REPLACING ==:BANQUE:== BY ==BANQUE==.
           COPY 'FCOMPTE.cpy'.
           COPY 'FGLPOST.cpy' REPLACING ==:GLFIC:== BY ==GLPOST==.
           COPY 'FVIREMENT.cpy' REPLACING ==:VIRFIC:== BY ==VIREMENT==.
           COPY 'FVIREMENT.cpy' REPLACING ==:VIRFIC:== BY ==VIRHOLD==.
           COPY 'FVIREXC.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-LIGNE.
           05  LIG-ID               PIC X(10).
           05  FILLER               PIC X.
           05  LIG-NOM              PIC X(20).
           05  FILLER               PIC X.
           05  LIG-PRENOM           PIC X(20).
           05  FILLER               PIC X.
           05  LIG-POSTE            PIC X(20).
           05  FILLER               PIC X.
           05  LIG-SALAIRE          PIC X(07).
           05  LIG-SALAIRE-9 REDEFINES LIG-SALAIRE
                                    PIC 9(07).
           05  FILLER               PIC X.
           05  LIG-AGENCE           PIC X(03).
           05  FILLER               PIC X.
           05  LIG-DEPART           PIC X(23).
           05  FILLER               PIC X.
           05  LIG-REGION           PIC X(26).
           05  FILLER               PIC X.
           05  LIG-NET-SALAIRE      PIC X(07).
           05  LIG-NET-SALAIRE-9 REDEFINES LIG-NET-SALAIRE
                                    PIC 9(07).

       01  WS-GLIGNE.
           05  GL-COMPTE            PIC X(08).
           05  GL-SEP               PIC X.
           05  GL-SENS              PIC X(01).
           05  FILLER               PIC X.
           05  GL-AGENCE            PIC X(03).
           05  FILLER               PIC X.
           05  GL-MONTANT           PIC X(11).
           05  GL-MONTANT-9 REDEFINES GL-MONTANT
                                    PIC 9(11).
           05  FILLER               PIC X.
           05  GL-LIBELLE           PIC X(30).
       01  WS-GLENTETE REDEFINES WS-GLIGNE.
           05  GLE-ENTETE           PIC X(24).
           05  GLE-PERIODE          PIC X(06).
           05  FILLER               PIC X(27).

       01  FIC-VIR-ENTETE.
           05  VIE-TYPE             PIC X(02)  VALUE "01".
           05  FILLER               PIC X      VALUE "|".
           05  VIE-LOT              PIC X(11).
           05  FILLER               PIC X      VALUE "|".
           05  VIE-DATE             PIC X(08).
           05  FILLER               PIC X      VALUE "|".
           05  VIE-PERIODE          PIC X(06).
           05  FILLER               PIC X      VALUE "|".
           05  VIE-LIBELLE          PIC X(30)
                   VALUE "VIREMENTS SALAIRES".

       01  FIC-VIREMENT.
           05  VIR-TYPE             PIC X(02)  VALUE "02".
           05  FILLER               PIC X      VALUE "|".
           05  VIR-ID               PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  VIR-TITULAIRE        PIC X(30).
           05  FILLER               PIC X      VALUE "|".
           05  VIR-IBAN             PIC X(34).
           05  FILLER               PIC X      VALUE "|".
           05  VIR-BIC              PIC X(11).
           05  FILLER               PIC X      VALUE "|".
           05  VIR-MONTANT          PIC 9(11)  VALUE ZERO.
           05  FILLER               PIC X      VALUE "|".
           05  VIR-LIBELLE          PIC X(20).

       01  FIC-VIR-PIED.
           05  VIP-TYPE             PIC X(02)  VALUE "09".
           05  FILLER               PIC X      VALUE "|".
           05  VIP-NOMBRE           PIC 9(06)  VALUE ZERO.
           05  FILLER               PIC X      VALUE "|".
           05  VIP-TOTAL            PIC 9(13)  VALUE ZERO.

       01  FIC-VIREXC.
           05  VXC-ID               PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  VXC-NOM              PIC X(20).
           05  FILLER               PIC X      VALUE "|".
           05  VXC-PRENOM           PIC X(20).
           05  FILLER               PIC X      VALUE "|".
           05  VXC-NET              PIC 9(07)  VALUE ZERO.
           05  FILLER               PIC X      VALUE "|".
           05  VXC-MOTIF            PIC X(20).

       01  WS-VIREXC-ENTETE.
           05  FILLER               PIC X(32) VALUE
                   "EXCEPTIONS DE PAIEMENT - DATE : ".
           05  WS-VIREXC-DATE       PIC X(10).

       01  WS-VIREXC-LIGNE     PIC X(100).

       01  WS-EXTRAIT-FILE     PIC X(100) VALUE "sortieclient.txt".
       01  WS-MASTER-FILE      PIC X(100) VALUE "EMPMASTER.DAT".
       01  WS-BANQUE-FILE      PIC X(100) VALUE "EMPBANQUE.DAT".
       01  WS-COMPTES-FILE     PIC X(100)
               VALUE "fr-plan-comptes.txt".
       01  WS-GLPOST-FILE      PIC X(100) VALUE "EMPGLPOST.txt".
       01  WS-VIREMENT-FILE    PIC X(100) VALUE "EMPVIREMENT.txt".
       01  WS-VIRHOLD-FILE     PIC X(100) VALUE "EMPVIRHOLD.txt".
       01  WS-VIREXC-FILE      PIC X(100) VALUE "EMPVIREXC.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-EXTRAIT-STATUS   PIC XX.
       01  WS-MASTER-STATUS    PIC XX.
       01  WS-BANQUE-STATUS    PIC XX.
       01  WS-COMPTES-STATUS   PIC XX.
       01  WS-GLPOST-STATUS    PIC XX.
       01  WS-VIREMENT-STATUS  PIC XX.
       01  WS-VIRHOLD-STATUS   PIC XX.
       01  WS-VIREXC-STATUS    PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EXTRAIT-EOF      PIC X VALUE 'N'.
       01  WS-COMPTES-EOF      PIC X VALUE 'N'.
       01  WS-GLPOST-EOF       PIC X VALUE 'N'.
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-RUN-DATE-X       PIC X(08).
       01  WS-BANQUE-PRESENT   PIC X VALUE 'N'.
       01  WS-COMPTE-NET       PIC X(08) VALUE SPACES.
       01  WS-GL-TROUVE        PIC X VALUE 'N'.
       01  WS-GL-PERIODE-OK    PIC X VALUE 'N'.
       01  WS-GL-NET           PIC 9(11) VALUE ZERO.
       01  WS-MOTIF            PIC X(20).
       01  WS-FILE-HELD        PIC X VALUE 'N'.

       01  WS-EXTRAIT-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-EXTRAIT-NET      PIC 9(11) VALUE ZERO.
       01  WS-VIR-TOTAL        PIC 9(13) VALUE ZERO.
       01  WS-EXC-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-EXC-TOTAL        PIC 9(11) VALUE ZERO.
       01  WS-RECONCILE-TOTAL  PIC 9(13) VALUE ZERO.

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

       01  WS-VIR-CNT          PIC 9(05) VALUE ZERO.
       01  WS-VIR-TABLE.
           05  WS-VIR-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-VIR-CNT
                   INDEXED BY WS-VIR-IDX.
               10  WS-VIR-LIGNE         PIC X(124).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-X

           OPEN INPUT F-COMPTES
           MOVE WS-COMPTES-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-COMPTES" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-COMPTE-RECORD UNTIL WS-COMPTES-EOF = 'Y'.
           CLOSE F-COMPTES.
           IF WS-COMPTE-NET = SPACES
               DISPLAY "NO GL ACCOUNT FOR CODE: NET"
           END-IF

           OPEN INPUT F-GLPOST
           IF WS-GLPOST-STATUS = "35"
               DISPLAY "NO GL POSTING FILE - NET CREDIT NOT AVAILABLE"
           ELSE
               MOVE WS-GLPOST-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-GLPOST" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-GLPOST-RECORD UNTIL WS-GLPOST-EOF = 'Y'
               CLOSE F-GLPOST
           END-IF

           OPEN INPUT F-MASTER
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN INPUT F-BANQUE
           IF WS-BANQUE-STATUS = "35"
               DISPLAY "NO BANKING DETAILS FILE - NO TRANSFER POSSIBLE"
           ELSE
               MOVE WS-BANQUE-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-BANQUE" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'Y' TO WS-BANQUE-PRESENT
           END-IF

           OPEN OUTPUT F-VIREXC
           MOVE WS-VIREXC-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-VIREXC" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM WRITE-VIREXC-HEADER.

           OPEN INPUT F-EXTRAIT
           MOVE WS-EXTRAIT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-EXTRAIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM PROCESS-EXTRAIT UNTIL WS-EXTRAIT-EOF = 'Y'.
           CLOSE F-EXTRAIT, F-MASTER.
           IF WS-BANQUE-PRESENT = 'Y'
               CLOSE F-BANQUE
           END-IF

           PERFORM RECONCILE-PAYMENT.
           PERFORM WRITE-VIREXC-FOOTER.
           CLOSE F-VIREXC.
           PERFORM RELEASE-PAYMENT.

           DISPLAY "EMPLOYES EXTRAIT  : " WS-EXTRAIT-COUNT.
           DISPLAY "VIREMENTS         : " WS-VIR-CNT.
           DISPLAY "TOTAL VIREMENTS   : " WS-VIR-TOTAL.
           DISPLAY "EXCEPTIONS        : " WS-EXC-COUNT.
           DISPLAY "TOTAL EXCEPTIONS  : " WS-EXC-TOTAL.
           DISPLAY "CREDIT NET GL     : " WS-GL-NET.
           IF WS-FILE-HELD = 'Y'
               DISPLAY "FICHIER DE VIREMENTS RETENU DANS "
                       WS-VIRHOLD-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "FICHIER DE VIREMENTS EMIS DANS "
                       WS-VIREMENT-FILE
               IF WS-EXC-COUNT > 0
                   DISPLAY "PAYMENT EXCEPTIONS - SEE " WS-VIREXC-FILE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "END OF PAYMENT FILE.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EXTRIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXTRAIT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MASTFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASTER-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BANQFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BANQUE-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COMPTESIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-COMPTES-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GLOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-GLPOST-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VIROUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-VIREMENT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VIRHOLDOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-VIRHOLD-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VIREXCOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-VIREXC-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-EXTRAIT-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-BANQUE-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-GLPOST-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 3
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-VIREMENT-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 4
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-VIREXC-FILE FROM ARGUMENT-VALUE
           END-IF.

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
               IF RCOMPTE-CODE = "NET"
                   MOVE RCOMPTE-NUMERO TO WS-COMPTE-NET
               END-IF
           END-IF.

       READ-GLPOST-RECORD.
           READ F-GLPOST
               AT END
                   MOVE 'Y' TO WS-GLPOST-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-GLPOST-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-GLPOST" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-GLPOST-EOF = 'N'
               MOVE R-GLPOST TO WS-GLIGNE
               IF GLE-ENTETE = "LOT GL PAIE - PERIODE : "
                   IF GLE-PERIODE = WS-CURRENT-DATE (1:6)
                       MOVE 'Y' TO WS-GL-PERIODE-OK
                   ELSE
                       DISPLAY "GL POSTING FILE FOR PERIOD "
                               GLE-PERIODE " IGNORED"
                       MOVE 'Y' TO WS-GLPOST-EOF
                   END-IF
               ELSE
                   IF WS-GL-PERIODE-OK = 'Y'
                       AND GL-SEP = "|" AND GL-SENS = "C"
                       AND GL-COMPTE = WS-COMPTE-NET
                       AND WS-COMPTE-NET NOT = SPACES
                       AND GL-MONTANT-9 IS NUMERIC
                       ADD GL-MONTANT-9 TO WS-GL-NET
                       MOVE 'Y' TO WS-GL-TROUVE
                   END-IF
               END-IF
           END-IF.

       PROCESS-EXTRAIT.
           READ F-EXTRAIT
               AT END
                   MOVE 'Y' TO WS-EXTRAIT-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-EXTRAIT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-EXTRAIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EXTRAIT-EOF = 'N'
               MOVE R-EXTRAIT TO WS-LIGNE
               IF WS-LIGNE (11:1) = "|" AND LIG-SALAIRE-9 IS NUMERIC
                   ADD 1 TO WS-EXTRAIT-COUNT
                   IF LIG-NET-SALAIRE-9 IS NUMERIC
                       ADD LIG-NET-SALAIRE-9 TO WS-EXTRAIT-NET
                   END-IF
                   PERFORM CHECK-EMPLOYE-PAIEMENT
                   IF WS-MOTIF = SPACES
                       PERFORM ADD-VIREMENT
                   ELSE
                       PERFORM WRITE-VIREXC-RECORD
                   END-IF
               END-IF
           END-IF.

       CHECK-EMPLOYE-PAIEMENT.
           MOVE SPACES TO WS-MOTIF
           IF LIG-NET-SALAIRE-9 IS NOT NUMERIC
               MOVE "NET NON NUMERIQUE" TO WS-MOTIF
           ELSE
               MOVE LIG-ID TO RMASTER-ID
               READ F-MASTER
                   INVALID KEY
                       MOVE "ABSENT DU MAITRE" TO WS-MOTIF
                   NOT INVALID KEY
                       IF RMASTER-STATUT = "P"
                           MOVE "SALARIE PARTI" TO WS-MOTIF
                       END-IF
               END-READ
           END-IF
           IF WS-MOTIF = SPACES AND LIG-NET-SALAIRE-9 = ZERO
               MOVE "NET A ZERO" TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
               IF WS-BANQUE-PRESENT = 'N'
                   MOVE "COORDONNEES ABSENTES" TO WS-MOTIF
               ELSE
                   MOVE LIG-ID TO RBANQUE-ID
                   READ F-BANQUE
                       INVALID KEY
                           MOVE "COORDONNEES ABSENTES" TO WS-MOTIF
                       NOT INVALID KEY
                           PERFORM CHECK-COORDONNEES
                   END-READ
               END-IF
           END-IF.

       CHECK-COORDONNEES.
           MOVE RBANQUE-IBAN TO WS-IBAN-WORK
           PERFORM CHECK-IBAN
           MOVE RBANQUE-BIC TO WS-BIC-WORK
           PERFORM CHECK-BIC
           IF WS-IBAN-VALIDE = 'N'
               MOVE "IBAN INVALIDE" TO WS-MOTIF
           ELSE
               IF WS-BIC-VALIDE = 'N'
                   MOVE "BIC INVALIDE" TO WS-MOTIF
               ELSE
                   IF RBANQUE-TITULAIRE = SPACES
                       MOVE "TITULAIRE MANQUANT" TO WS-MOTIF
                   ELSE
                       IF RBANQUE-DATE-EFFET > WS-RUN-DATE-X
                           MOVE "RIB NON EFFECTIF" TO WS-MOTIF
                       END-IF
                   END-IF
               END-IF
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

       ADD-VIREMENT.
           MOVE LIG-ID TO VIR-ID
           MOVE RBANQUE-TITULAIRE TO VIR-TITULAIRE
           MOVE RBANQUE-IBAN TO VIR-IBAN
           MOVE RBANQUE-BIC TO VIR-BIC
           MOVE LIG-NET-SALAIRE-9 TO VIR-MONTANT
           MOVE SPACES TO VIR-LIBELLE
           STRING "SALAIRE " WS-CURRENT-DATE (1:6)
                  DELIMITED BY SIZE INTO VIR-LIBELLE
           ADD LIG-NET-SALAIRE-9 TO WS-VIR-TOTAL
           ADD 1 TO WS-VIR-CNT
           SET WS-VIR-IDX TO WS-VIR-CNT
           MOVE FIC-VIREMENT TO WS-VIR-LIGNE (WS-VIR-IDX).

       WRITE-VIREXC-HEADER.
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-VIREXC-DATE
           WRITE R-VIREXC FROM WS-VIREXC-ENTETE
           MOVE WS-VIREXC-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-VIREXC HEADER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-VIREXC-RECORD.
           ADD 1 TO WS-EXC-COUNT
           MOVE LIG-ID TO VXC-ID
           MOVE LIG-NOM TO VXC-NOM
           MOVE LIG-PRENOM TO VXC-PRENOM
           IF LIG-NET-SALAIRE-9 IS NUMERIC
               ADD LIG-NET-SALAIRE-9 TO WS-EXC-TOTAL
               MOVE LIG-NET-SALAIRE-9 TO VXC-NET
           ELSE
               MOVE ZERO TO VXC-NET
           END-IF
           MOVE WS-MOTIF TO VXC-MOTIF
           WRITE R-VIREXC FROM FIC-VIREXC
           MOVE WS-VIREXC-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-VIREXC" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       RECONCILE-PAYMENT.
           COMPUTE WS-RECONCILE-TOTAL = WS-VIR-TOTAL + WS-EXC-TOTAL
           IF WS-GL-PERIODE-OK = 'N'
               DISPLAY "NO GL POSTING BATCH FOR PERIOD "
                       WS-CURRENT-DATE (1:6) " IN " WS-GLPOST-FILE
               MOVE 'Y' TO WS-FILE-HELD
           ELSE
               IF WS-GL-TROUVE = 'N'
                   DISPLAY "NET CREDIT LINE NOT FOUND IN "
                           WS-GLPOST-FILE
                   MOVE 'Y' TO WS-FILE-HELD
               ELSE
                   IF WS-RECONCILE-TOTAL NOT = WS-GL-NET
                       DISPLAY "PAYMENT TOTAL DOES NOT RECONCILE TO "
                               "NET CREDIT LINE"
                       MOVE 'Y' TO WS-FILE-HELD
                   END-IF
               END-IF
           END-IF.

       WRITE-VIREXC-FOOTER.
           MOVE SPACES TO WS-VIREXC-LIGNE
           STRING "VIREMENTS          : ", WS-VIR-CNT,
                  " / ", WS-VIR-TOTAL
                  DELIMITED BY SIZE INTO WS-VIREXC-LIGNE
           PERFORM WRITE-VIREXC-LIGNE
           MOVE SPACES TO WS-VIREXC-LIGNE
           STRING "EXCEPTIONS         : ", WS-EXC-COUNT,
                  " / ", WS-EXC-TOTAL
                  DELIMITED BY SIZE INTO WS-VIREXC-LIGNE
           PERFORM WRITE-VIREXC-LIGNE
           MOVE SPACES TO WS-VIREXC-LIGNE
           STRING "TOTAL A RAPPROCHER : ", WS-RECONCILE-TOTAL
                  DELIMITED BY SIZE INTO WS-VIREXC-LIGNE
           PERFORM WRITE-VIREXC-LIGNE
           MOVE SPACES TO WS-VIREXC-LIGNE
           STRING "CREDIT NET GL      : ", WS-GL-NET
                  DELIMITED BY SIZE INTO WS-VIREXC-LIGNE
           PERFORM WRITE-VIREXC-LIGNE
           MOVE SPACES TO WS-VIREXC-LIGNE
           IF WS-FILE-HELD = 'Y'
               MOVE "STATUT PAIEMENT    : RETENU" TO WS-VIREXC-LIGNE
           ELSE
               MOVE "STATUT PAIEMENT    : EMIS" TO WS-VIREXC-LIGNE
           END-IF
           PERFORM WRITE-VIREXC-LIGNE.

       WRITE-VIREXC-LIGNE.
           WRITE R-VIREXC FROM WS-VIREXC-LIGNE
           MOVE WS-VIREXC-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-VIREXC FOOTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       RELEASE-PAYMENT.
           STRING "VIR" WS-RUN-DATE-X DELIMITED BY SIZE INTO VIE-LOT
           MOVE WS-RUN-DATE-X TO VIE-DATE
           MOVE WS-CURRENT-DATE (1:6) TO VIE-PERIODE
           MOVE WS-VIR-CNT TO VIP-NOMBRE
           MOVE WS-VIR-TOTAL TO VIP-TOTAL
           IF WS-FILE-HELD = 'Y'
               OPEN OUTPUT F-VIREMENT
               MOVE WS-VIREMENT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-VIREMENT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               CLOSE F-VIREMENT
               OPEN OUTPUT F-VIRHOLD
               MOVE WS-VIRHOLD-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-VIRHOLD" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               WRITE R-VIRHOLD FROM FIC-VIR-ENTETE
               MOVE WS-VIRHOLD-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-VIRHOLD HEADER" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM WRITE-HOLD-LIGNE
                   VARYING WS-VIR-IDX FROM 1 BY 1
                   UNTIL WS-VIR-IDX > WS-VIR-CNT
               WRITE R-VIRHOLD FROM FIC-VIR-PIED
               MOVE WS-VIRHOLD-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-VIRHOLD TRAILER" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               CLOSE F-VIRHOLD
           ELSE
               OPEN OUTPUT F-VIREMENT
               MOVE WS-VIREMENT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-VIREMENT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               WRITE R-VIREMENT FROM FIC-VIR-ENTETE
               MOVE WS-VIREMENT-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-VIREMENT HEADER" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM WRITE-VIREMENT-LIGNE
                   VARYING WS-VIR-IDX FROM 1 BY 1
                   UNTIL WS-VIR-IDX > WS-VIR-CNT
               WRITE R-VIREMENT FROM FIC-VIR-PIED
               MOVE WS-VIREMENT-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-VIREMENT TRAILER" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               CLOSE F-VIREMENT
           END-IF.

       WRITE-VIREMENT-LIGNE.
           WRITE R-VIREMENT FROM WS-VIR-LIGNE (WS-VIR-IDX)
           MOVE WS-VIREMENT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-VIREMENT DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-HOLD-LIGNE.
           WRITE R-VIRHOLD FROM WS-VIR-LIGNE (WS-VIR-IDX)
           MOVE WS-VIRHOLD-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-VIRHOLD DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPVIREM TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPVIREM.
