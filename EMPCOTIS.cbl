       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCOTIS.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EXTRAIT ASSIGN TO DYNAMIC WS-EXTRAIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTRAIT-STATUS.

           SELECT F-TAUX ASSIGN TO DYNAMIC WS-TAUX-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.

           SELECT F-COMPTES ASSIGN TO DYNAMIC WS-COMPTES-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COMPTES-STATUS.

           SELECT F-COTIS ASSIGN TO DYNAMIC WS-COTIS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COTIS-STATUS.

           SELECT F-COTRECAP ASSIGN TO DYNAMIC WS-COTRECAP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COTRECAP-STATUS.

           SELECT F-COTGL ASSIGN TO DYNAMIC WS-COTGL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COTGL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLISORTIE.cpy' REPLACING ==:CLISOR:== BY ==EXTRAIT==.
           COPY 'FTAUX.cpy'.
           COPY 'FCOMPTE.cpy'.
           COPY 'FCOTIS.cpy'.
           COPY 'FCOTRECAP.cpy'.
           COPY 'FGLPOST.cpy' REPLACING ==:GLFIC:== BY ==COTGL==.

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

       01  FIC-COTIS.
           05  COT-ID               PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  COT-AGENCE           PIC X(03).
           05  FILLER               PIC X      VALUE "|".
           05  COT-CODE             PIC X(03).
           05  FILLER               PIC X      VALUE "|".
           05  COT-ORGANISME        PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  COT-BASE             PIC 9(07)  VALUE ZERO.
           05  FILLER               PIC X      VALUE "|".
           05  COT-TAUX             PIC 99.999 VALUE ZERO.
           05  FILLER               PIC X      VALUE "|".
           05  COT-MONTANT          PIC 9(07)  VALUE ZERO.

       01  FIC-GLPOST.
           05  GLP-COMPTE           PIC X(08).
           05  FILLER               PIC X      VALUE "|".
           05  GLP-SENS             PIC X(01).
           05  FILLER               PIC X      VALUE "|".
           05  GLP-AGENCE           PIC X(03).
           05  FILLER               PIC X      VALUE "|".
           05  GLP-MONTANT          PIC 9(11)  VALUE ZERO.
           05  FILLER               PIC X      VALUE "|".
           05  GLP-LIBELLE          PIC X(30).

       01  WS-GL-ENTETE.
           05  FILLER               PIC X(29) VALUE
                   "LOT CHARGES PAIE - PERIODE : ".
           05  WS-GL-PERIODE        PIC X(06).
           05  FILLER               PIC X(09) VALUE " DATE : ".
           05  WS-GL-DATE           PIC X(10).

       01  WS-GL-PIED.
           05  FILLER               PIC X(14) VALUE "TOTAL DEBIT : ".
           05  WS-PIED-DEBIT        PIC 9(11).
           05  FILLER               PIC X(16) VALUE "  TOTAL CREDIT :".
           05  WS-PIED-CREDIT       PIC 9(11).
           05  FILLER               PIC X(10) VALUE "  STATUT :".
           05  WS-PIED-STATUT       PIC X(13).

       01  WS-RECAP-ENTETE.
           05  FILLER               PIC X(45) VALUE
                   "RECAPITULATIF CHARGES PATRONALES - PERIODE : ".
           05  WS-RECAP-PERIODE     PIC X(06).
           05  FILLER               PIC X(09) VALUE "  DATE : ".
           05  WS-RECAP-DATE        PIC X(10).

       01  WS-RECAP-ORGANISME.
           05  FILLER               PIC X(12) VALUE "ORGANISME : ".
           05  RCO-ORGANISME        PIC X(10).

       01  WS-RECAP-DETAIL.
           05  FILLER               PIC X(07) VALUE "  CODE ".
           05  RCD-CODE             PIC X(03).
           05  FILLER               PIC X(09) VALUE "  AGENCE ".
           05  RCD-AGENCE           PIC X(03).
           05  FILLER               PIC X(11) VALUE "  EFFECTIF ".
           05  RCD-EFFECTIF         PIC ZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  ASSIETTE ".
           05  RCD-ASSIETTE         PIC 9(11).
           05  FILLER               PIC X(13) VALUE "  COTISATION ".
           05  RCD-MONTANT          PIC 9(11).

       01  WS-RECAP-AGLIG.
           05  FILLER               PIC X(09) VALUE "  AGENCE ".
           05  RCA-AGENCE           PIC X(03).
           05  FILLER               PIC X(15) VALUE "  COTISATIONS ".
           05  RCA-MONTANT          PIC 9(11).

       01  WS-RECAP-LIGNE      PIC X(100).
       01  WS-RECAP-SEP        PIC X(80) VALUE ALL "-".

       01  WS-EXTRAIT-FILE     PIC X(100) VALUE "sortieclient.txt".
       01  WS-TAUX-FILE        PIC X(100)
               VALUE "fr-taux-cotisations.txt".
       01  WS-COMPTES-FILE     PIC X(100)
               VALUE "fr-plan-comptes.txt".
       01  WS-COTIS-FILE       PIC X(100) VALUE "EMPCOTIS.txt".
       01  WS-COTRECAP-FILE    PIC X(100) VALUE "EMPCOTRECAP.txt".
       01  WS-COTGL-FILE       PIC X(100) VALUE "EMPCOTGL.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-EXTRAIT-STATUS   PIC XX.
       01  WS-TAUX-STATUS      PIC XX.
       01  WS-COMPTES-STATUS   PIC XX.
       01  WS-COTIS-STATUS     PIC XX.
       01  WS-COTRECAP-STATUS  PIC XX.
       01  WS-COTGL-STATUS     PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EXTRAIT-EOF      PIC X VALUE 'N'.
       01  WS-TAUX-EOF         PIC X VALUE 'N'.
       01  WS-COMPTES-EOF      PIC X VALUE 'N'.
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-RUN-DATE         PIC X(10).

       01  WS-EMPLOYE-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-COTIS-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-TAUX-REJETS      PIC 9(04) VALUE ZERO.
       01  WS-TOTAL-DEBIT      PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-CREDIT     PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-COTIS      PIC 9(11) VALUE ZERO.
       01  WS-GL-INCOMPLET     PIC X VALUE 'N'.
       01  WS-COMPTE-TROUVE    PIC X VALUE 'N'.
       01  WS-COMPTE-NUM       PIC X(08) VALUE SPACES.
       01  WS-COMPTE-LIB       PIC X(30) VALUE SPACES.
       01  WS-CODE-CHERCHE     PIC X(03) VALUE SPACES.

       01  WS-COT-BASE         PIC 9(07) VALUE ZERO.
       01  WS-COT-MONTANT      PIC 9(07) VALUE ZERO.
       01  WS-COT-SCORE        PIC 9(01) VALUE ZERO.
       01  WS-ORG-COURANT      PIC X(10) VALUE SPACES.
       01  WS-CODE-COURANT     PIC X(03) VALUE SPACES.
       01  WS-ORG-TOTAL        PIC 9(11) VALUE ZERO.
       01  WS-CODE-TOTAL       PIC 9(11) VALUE ZERO.

       01  WS-TAUX-CNT         PIC 9(04) VALUE ZERO.
       01  WS-TAUX-TABLE.
           05  WS-TAUX-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-TAUX-CNT
                   INDEXED BY WS-TAUX-IDX.
               10  WS-TAUX-TAB-CODE     PIC X(03).
               10  WS-TAUX-TAB-ORG      PIC X(10).
               10  WS-TAUX-TAB-TAUX     PIC 9(02)V9(03).
               10  WS-TAUX-TAB-PLAFOND  PIC 9(07).
               10  WS-TAUX-TAB-POSTE    PIC X(20).
               10  WS-TAUX-TAB-REGION   PIC X(26).

       01  WS-SEL-CNT          PIC 9(04) VALUE ZERO.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SEL-CNT
                   INDEXED BY WS-SEL-IDX.
               10  WS-SEL-CODE          PIC X(03).
               10  WS-SEL-TAUX-NUM      PIC 9(04).
               10  WS-SEL-SCORE         PIC 9(01).

       01  WS-COMPTE-CNT       PIC 9(04) VALUE ZERO.
       01  WS-COMPTE-TABLE.
           05  WS-COMPTE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-COMPTE-CNT
                   INDEXED BY WS-COMPTE-IDX.
               10  WS-COMPTE-TAB-CODE   PIC X(03).
               10  WS-COMPTE-TAB-NUM    PIC X(08).
               10  WS-COMPTE-TAB-LIB    PIC X(30).

       01  WS-RECAP-CNT        PIC 9(05) VALUE ZERO.
       01  WS-RECAP-TABLE.
           05  WS-RECAP-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RECAP-CNT
                   ASCENDING KEY IS WS-RECAP-ORG WS-RECAP-CODE
                                    WS-RECAP-AGENCE
                   INDEXED BY WS-RECAP-IDX.
               10  WS-RECAP-ORG         PIC X(10).
               10  WS-RECAP-CODE        PIC X(03).
               10  WS-RECAP-AGENCE      PIC X(03).
               10  WS-RECAP-EFFECTIF    PIC 9(06).
               10  WS-RECAP-ASSIETTE    PIC 9(11).
               10  WS-RECAP-MONTANT     PIC 9(11).

       01  WS-AGCOT-CNT        PIC 9(04) VALUE ZERO.
       01  WS-AGCOT-TABLE.
           05  WS-AGCOT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-AGCOT-CNT
                   ASCENDING KEY IS WS-AGCOT-AGENCE
                   INDEXED BY WS-AGCOT-IDX.
               10  WS-AGCOT-AGENCE      PIC X(03).
               10  WS-AGCOT-MONTANT     PIC 9(11).

       01  WS-CODCOT-CNT       PIC 9(04) VALUE ZERO.
       01  WS-CODCOT-TABLE.
           05  WS-CODCOT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CODCOT-CNT
                   INDEXED BY WS-CODCOT-IDX.
               10  WS-CODCOT-CODE       PIC X(03).
               10  WS-CODCOT-MONTANT    PIC 9(11).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-RUN-DATE

           OPEN INPUT F-TAUX
           MOVE WS-TAUX-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-TAUX" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-TAUX-RECORD UNTIL WS-TAUX-EOF = 'Y'.
           CLOSE F-TAUX.
           DISPLAY "Contribution rates loaded: " WS-TAUX-CNT
                   " entries"

           OPEN INPUT F-COMPTES
           MOVE WS-COMPTES-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-COMPTES" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-COMPTE-RECORD UNTIL WS-COMPTES-EOF = 'Y'.
           CLOSE F-COMPTES.

           OPEN OUTPUT F-COTIS
           MOVE WS-COTIS-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-COTIS" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN INPUT F-EXTRAIT
           MOVE WS-EXTRAIT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-EXTRAIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM PROCESS-EXTRAIT UNTIL WS-EXTRAIT-EOF = 'Y'.
           CLOSE F-EXTRAIT, F-COTIS.

           PERFORM WRITE-RECAP-REPORT.
           PERFORM WRITE-GL-LINES.

           DISPLAY "EMPLOYES EXTRAIT  : " WS-EMPLOYE-COUNT.
           DISPLAY "LIGNES COTISATION : " WS-COTIS-COUNT.
           DISPLAY "TOTAL COTISATIONS : " WS-TOTAL-COTIS.
           DISPLAY "TOTAL DEBIT       : " WS-TOTAL-DEBIT.
           DISPLAY "TOTAL CREDIT      : " WS-TOTAL-CREDIT.
           IF WS-GL-INCOMPLET = 'Y'
               DISPLAY "CHARGE LINES WITHOUT GL ACCOUNT - SEE "
                       WS-COTGL-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TAUX-REJETS > 0
                   DISPLAY "RATE TABLE HAS REJECTS - SEE CONSOLE"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "END OF EMPLOYER CONTRIBUTIONS.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EXTRIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXTRAIT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TAUXIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TAUX-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COMPTESIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-COMPTES-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COTISOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-COTIS-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COTRECAPOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-COTRECAP-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COTGLOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-COTGL-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-EXTRAIT-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-TAUX-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-COTIS-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 3
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-COTRECAP-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 4
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-COTGL-FILE FROM ARGUMENT-VALUE
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
           IF WS-TAUX-EOF = 'N'
               IF RTAUX-CODE = SPACES
                   OR RTAUX-TAUX IS NOT NUMERIC
                   OR RTAUX-PLAFOND IS NOT NUMERIC
                   DISPLAY "INVALID RATE RECORD IGNORED: " RTAUX
                   ADD 1 TO WS-TAUX-REJETS
               ELSE
                   ADD 1 TO WS-TAUX-CNT
                   SET WS-TAUX-IDX TO WS-TAUX-CNT
                   MOVE RTAUX-CODE TO WS-TAUX-TAB-CODE (WS-TAUX-IDX)
                   MOVE RTAUX-ORGANISME TO WS-TAUX-TAB-ORG (WS-TAUX-IDX)
                   MOVE RTAUX-TAUX TO WS-TAUX-TAB-TAUX (WS-TAUX-IDX)
                   MOVE RTAUX-PLAFOND
                       TO WS-TAUX-TAB-PLAFOND (WS-TAUX-IDX)
                   MOVE RTAUX-POSTE TO WS-TAUX-TAB-POSTE (WS-TAUX-IDX)
                   MOVE RTAUX-REGION
                       TO WS-TAUX-TAB-REGION (WS-TAUX-IDX)
               END-IF
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
               ADD 1 TO WS-COMPTE-CNT
               SET WS-COMPTE-IDX TO WS-COMPTE-CNT
               MOVE RCOMPTE-CODE
                   TO WS-COMPTE-TAB-CODE (WS-COMPTE-IDX)
               MOVE RCOMPTE-NUMERO
                   TO WS-COMPTE-TAB-NUM (WS-COMPTE-IDX)
               MOVE RCOMPTE-LIBELLE
                   TO WS-COMPTE-TAB-LIB (WS-COMPTE-IDX)
           END-IF.

       LOOKUP-COMPTE.
           MOVE 'N' TO WS-COMPTE-TROUVE
           MOVE "????????" TO WS-COMPTE-NUM
           MOVE "CODE SANS COMPTE" TO WS-COMPTE-LIB
           IF WS-COMPTE-CNT > 0
               SET WS-COMPTE-IDX TO 1
               SEARCH WS-COMPTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COMPTE-TAB-CODE (WS-COMPTE-IDX)
                           = WS-CODE-CHERCHE
                       MOVE 'Y' TO WS-COMPTE-TROUVE
                       MOVE WS-COMPTE-TAB-NUM (WS-COMPTE-IDX)
                           TO WS-COMPTE-NUM
                       MOVE WS-COMPTE-TAB-LIB (WS-COMPTE-IDX)
                           TO WS-COMPTE-LIB
               END-SEARCH
           END-IF
           IF WS-COMPTE-TROUVE = 'N'
               DISPLAY "NO GL ACCOUNT FOR CODE: " WS-CODE-CHERCHE
               MOVE 'Y' TO WS-GL-INCOMPLET
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
                   ADD 1 TO WS-EMPLOYE-COUNT
                   MOVE ZERO TO WS-SEL-CNT
                   PERFORM SELECT-TAUX
                       VARYING WS-TAUX-IDX FROM 1 BY 1
                       UNTIL WS-TAUX-IDX > WS-TAUX-CNT
                   PERFORM COMPUTE-COTISATION
                       VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > WS-SEL-CNT
               END-IF
           END-IF.

       SELECT-TAUX.
           IF (WS-TAUX-TAB-POSTE (WS-TAUX-IDX) = SPACES
                   OR WS-TAUX-TAB-POSTE (WS-TAUX-IDX) = LIG-POSTE)
               AND (WS-TAUX-TAB-REGION (WS-TAUX-IDX) = SPACES
                   OR WS-TAUX-TAB-REGION (WS-TAUX-IDX) = LIG-REGION)
               MOVE ZERO TO WS-COT-SCORE
               IF WS-TAUX-TAB-POSTE (WS-TAUX-IDX) NOT = SPACES
                   ADD 2 TO WS-COT-SCORE
               END-IF
               IF WS-TAUX-TAB-REGION (WS-TAUX-IDX) NOT = SPACES
                   ADD 1 TO WS-COT-SCORE
               END-IF
               SET WS-SEL-IDX TO 1
               IF WS-SEL-CNT = 0
                   PERFORM ADD-SEL-ENTRY
               ELSE
                   SEARCH WS-SEL-ENTRY
                       AT END
                           PERFORM ADD-SEL-ENTRY
                       WHEN WS-SEL-CODE (WS-SEL-IDX)
                               = WS-TAUX-TAB-CODE (WS-TAUX-IDX)
                           IF WS-COT-SCORE > WS-SEL-SCORE (WS-SEL-IDX)
                               SET WS-SEL-TAUX-NUM (WS-SEL-IDX)
                                   TO WS-TAUX-IDX
                               MOVE WS-COT-SCORE
                                   TO WS-SEL-SCORE (WS-SEL-IDX)
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

       ADD-SEL-ENTRY.
           ADD 1 TO WS-SEL-CNT
           SET WS-SEL-IDX TO WS-SEL-CNT
           MOVE WS-TAUX-TAB-CODE (WS-TAUX-IDX)
               TO WS-SEL-CODE (WS-SEL-IDX)
           SET WS-SEL-TAUX-NUM (WS-SEL-IDX) TO WS-TAUX-IDX
           MOVE WS-COT-SCORE TO WS-SEL-SCORE (WS-SEL-IDX).

       COMPUTE-COTISATION.
           SET WS-TAUX-IDX TO WS-SEL-TAUX-NUM (WS-SEL-IDX)
           MOVE LIG-SALAIRE-9 TO WS-COT-BASE
           IF WS-TAUX-TAB-PLAFOND (WS-TAUX-IDX) > ZERO
               AND WS-COT-BASE > WS-TAUX-TAB-PLAFOND (WS-TAUX-IDX)
               MOVE WS-TAUX-TAB-PLAFOND (WS-TAUX-IDX) TO WS-COT-BASE
           END-IF
           COMPUTE WS-COT-MONTANT ROUNDED =
               WS-COT-BASE * WS-TAUX-TAB-TAUX (WS-TAUX-IDX) / 100
           MOVE LIG-ID TO COT-ID
           MOVE LIG-AGENCE TO COT-AGENCE
           MOVE WS-TAUX-TAB-CODE (WS-TAUX-IDX) TO COT-CODE
           MOVE WS-TAUX-TAB-ORG (WS-TAUX-IDX) TO COT-ORGANISME
           MOVE WS-COT-BASE TO COT-BASE
           MOVE WS-TAUX-TAB-TAUX (WS-TAUX-IDX) TO COT-TAUX
           MOVE WS-COT-MONTANT TO COT-MONTANT
           WRITE R-COTIS FROM FIC-COTIS
           MOVE WS-COTIS-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-COTIS" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO WS-COTIS-COUNT
           ADD WS-COT-MONTANT TO WS-TOTAL-COTIS
           PERFORM ACCUMULATE-RECAP
           PERFORM ACCUMULATE-AGENCE
           PERFORM ACCUMULATE-CODE.

       ACCUMULATE-RECAP.
           SET WS-RECAP-IDX TO 1
           IF WS-RECAP-CNT = 0
               PERFORM ADD-RECAP-ENTRY
           ELSE
               SEARCH WS-RECAP-ENTRY
                   AT END
                       PERFORM ADD-RECAP-ENTRY
                   WHEN WS-RECAP-CODE (WS-RECAP-IDX) = COT-CODE
                       AND WS-RECAP-AGENCE (WS-RECAP-IDX) = COT-AGENCE
                       AND WS-RECAP-ORG (WS-RECAP-IDX) = COT-ORGANISME
                       ADD 1 TO WS-RECAP-EFFECTIF (WS-RECAP-IDX)
                       ADD WS-COT-BASE
                           TO WS-RECAP-ASSIETTE (WS-RECAP-IDX)
                       ADD WS-COT-MONTANT
                           TO WS-RECAP-MONTANT (WS-RECAP-IDX)
               END-SEARCH
           END-IF.

       ADD-RECAP-ENTRY.
           ADD 1 TO WS-RECAP-CNT
           SET WS-RECAP-IDX TO WS-RECAP-CNT
           MOVE COT-ORGANISME TO WS-RECAP-ORG (WS-RECAP-IDX)
           MOVE COT-CODE TO WS-RECAP-CODE (WS-RECAP-IDX)
           MOVE COT-AGENCE TO WS-RECAP-AGENCE (WS-RECAP-IDX)
           MOVE 1 TO WS-RECAP-EFFECTIF (WS-RECAP-IDX)
           MOVE WS-COT-BASE TO WS-RECAP-ASSIETTE (WS-RECAP-IDX)
           MOVE WS-COT-MONTANT TO WS-RECAP-MONTANT (WS-RECAP-IDX).

       ACCUMULATE-AGENCE.
           SET WS-AGCOT-IDX TO 1
           IF WS-AGCOT-CNT = 0
               PERFORM ADD-AGENCE-ENTRY
           ELSE
               SEARCH WS-AGCOT-ENTRY
                   AT END
                       PERFORM ADD-AGENCE-ENTRY
                   WHEN WS-AGCOT-AGENCE (WS-AGCOT-IDX) = COT-AGENCE
                       ADD WS-COT-MONTANT
                           TO WS-AGCOT-MONTANT (WS-AGCOT-IDX)
               END-SEARCH
           END-IF.

       ADD-AGENCE-ENTRY.
           ADD 1 TO WS-AGCOT-CNT
           SET WS-AGCOT-IDX TO WS-AGCOT-CNT
           MOVE COT-AGENCE TO WS-AGCOT-AGENCE (WS-AGCOT-IDX)
           MOVE WS-COT-MONTANT TO WS-AGCOT-MONTANT (WS-AGCOT-IDX).

       ACCUMULATE-CODE.
           SET WS-CODCOT-IDX TO 1
           IF WS-CODCOT-CNT = 0
               PERFORM ADD-CODE-ENTRY
           ELSE
               SEARCH WS-CODCOT-ENTRY
                   AT END
                       PERFORM ADD-CODE-ENTRY
                   WHEN WS-CODCOT-CODE (WS-CODCOT-IDX) = COT-CODE
                       ADD WS-COT-MONTANT
                           TO WS-CODCOT-MONTANT (WS-CODCOT-IDX)
               END-SEARCH
           END-IF.

       ADD-CODE-ENTRY.
           ADD 1 TO WS-CODCOT-CNT
           SET WS-CODCOT-IDX TO WS-CODCOT-CNT
           MOVE COT-CODE TO WS-CODCOT-CODE (WS-CODCOT-IDX)
           MOVE WS-COT-MONTANT TO WS-CODCOT-MONTANT (WS-CODCOT-IDX).

       WRITE-RECAP-REPORT.
           OPEN OUTPUT F-COTRECAP
           MOVE WS-COTRECAP-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-COTRECAP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE WS-CURRENT-DATE (1:6) TO WS-RECAP-PERIODE
           MOVE WS-RUN-DATE TO WS-RECAP-DATE
           MOVE WS-RECAP-ENTETE TO WS-RECAP-LIGNE
           PERFORM WRITE-RECAP-LIGNE
           IF WS-RECAP-CNT > 0
               SORT WS-RECAP-ENTRY ASCENDING KEY WS-RECAP-ORG
                   WS-RECAP-CODE WS-RECAP-AGENCE
               PERFORM WRITE-RECAP-DETAIL
                   VARYING WS-RECAP-IDX FROM 1 BY 1
                   UNTIL WS-RECAP-IDX > WS-RECAP-CNT
               PERFORM WRITE-CODE-TOTAL
               PERFORM WRITE-ORG-TOTAL
           END-IF
           MOVE WS-RECAP-SEP TO WS-RECAP-LIGNE
           PERFORM WRITE-RECAP-LIGNE
           MOVE "TOTAL PAR AGENCE" TO WS-RECAP-LIGNE
           PERFORM WRITE-RECAP-LIGNE
           IF WS-AGCOT-CNT > 0
               SORT WS-AGCOT-ENTRY ASCENDING KEY WS-AGCOT-AGENCE
               PERFORM WRITE-RECAP-AGENCE
                   VARYING WS-AGCOT-IDX FROM 1 BY 1
                   UNTIL WS-AGCOT-IDX > WS-AGCOT-CNT
           END-IF
           MOVE WS-RECAP-SEP TO WS-RECAP-LIGNE
           PERFORM WRITE-RECAP-LIGNE
           MOVE SPACES TO WS-RECAP-LIGNE
           STRING "TOTAL CHARGES PATRONALES : " WS-TOTAL-COTIS
                  "  LIGNES : " WS-COTIS-COUNT
                  DELIMITED BY SIZE INTO WS-RECAP-LIGNE
           PERFORM WRITE-RECAP-LIGNE
           CLOSE F-COTRECAP.

       WRITE-RECAP-DETAIL.
           IF WS-RECAP-ORG (WS-RECAP-IDX) NOT = WS-ORG-COURANT
               OR WS-RECAP-IDX = 1
               IF WS-RECAP-IDX > 1
                   PERFORM WRITE-CODE-TOTAL
                   PERFORM WRITE-ORG-TOTAL
               END-IF
               MOVE WS-RECAP-ORG (WS-RECAP-IDX) TO WS-ORG-COURANT
               MOVE WS-RECAP-CODE (WS-RECAP-IDX) TO WS-CODE-COURANT
               MOVE ZERO TO WS-ORG-TOTAL
               MOVE ZERO TO WS-CODE-TOTAL
               MOVE WS-RECAP-SEP TO WS-RECAP-LIGNE
               PERFORM WRITE-RECAP-LIGNE
               MOVE WS-RECAP-ORG (WS-RECAP-IDX) TO RCO-ORGANISME
               MOVE WS-RECAP-ORGANISME TO WS-RECAP-LIGNE
               PERFORM WRITE-RECAP-LIGNE
           ELSE
               IF WS-RECAP-CODE (WS-RECAP-IDX) NOT = WS-CODE-COURANT
                   PERFORM WRITE-CODE-TOTAL
                   MOVE WS-RECAP-CODE (WS-RECAP-IDX)
                       TO WS-CODE-COURANT
                   MOVE ZERO TO WS-CODE-TOTAL
               END-IF
           END-IF
           MOVE WS-RECAP-CODE (WS-RECAP-IDX) TO RCD-CODE
           MOVE WS-RECAP-AGENCE (WS-RECAP-IDX) TO RCD-AGENCE
           MOVE WS-RECAP-EFFECTIF (WS-RECAP-IDX) TO RCD-EFFECTIF
           MOVE WS-RECAP-ASSIETTE (WS-RECAP-IDX) TO RCD-ASSIETTE
           MOVE WS-RECAP-MONTANT (WS-RECAP-IDX) TO RCD-MONTANT
           MOVE WS-RECAP-DETAIL TO WS-RECAP-LIGNE
           PERFORM WRITE-RECAP-LIGNE
           ADD WS-RECAP-MONTANT (WS-RECAP-IDX) TO WS-CODE-TOTAL
           ADD WS-RECAP-MONTANT (WS-RECAP-IDX) TO WS-ORG-TOTAL.

       WRITE-CODE-TOTAL.
           MOVE SPACES TO WS-RECAP-LIGNE
           STRING "  TOTAL CODE " WS-CODE-COURANT " : "
                  WS-CODE-TOTAL
                  DELIMITED BY SIZE INTO WS-RECAP-LIGNE
           PERFORM WRITE-RECAP-LIGNE.

       WRITE-ORG-TOTAL.
           MOVE SPACES TO WS-RECAP-LIGNE
           STRING "TOTAL ORGANISME " WS-ORG-COURANT " : "
                  WS-ORG-TOTAL
                  DELIMITED BY SIZE INTO WS-RECAP-LIGNE
           PERFORM WRITE-RECAP-LIGNE.

       WRITE-RECAP-AGENCE.
           MOVE WS-AGCOT-AGENCE (WS-AGCOT-IDX) TO RCA-AGENCE
           MOVE WS-AGCOT-MONTANT (WS-AGCOT-IDX) TO RCA-MONTANT
           MOVE WS-RECAP-AGLIG TO WS-RECAP-LIGNE
           PERFORM WRITE-RECAP-LIGNE.

       WRITE-RECAP-LIGNE.
           WRITE R-COTRECAP FROM WS-RECAP-LIGNE
           MOVE WS-COTRECAP-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-COTRECAP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-GL-LINES.
           OPEN OUTPUT F-COTGL
           MOVE WS-COTGL-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-COTGL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE WS-CURRENT-DATE (1:6) TO WS-GL-PERIODE
           MOVE WS-RUN-DATE TO WS-GL-DATE
           WRITE R-COTGL FROM WS-GL-ENTETE
           MOVE WS-COTGL-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-COTGL HEADER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM BUILD-DEBIT-AGENCE
               VARYING WS-AGCOT-IDX FROM 1 BY 1
               UNTIL WS-AGCOT-IDX > WS-AGCOT-CNT
           PERFORM BUILD-CREDIT-CODE
               VARYING WS-CODCOT-IDX FROM 1 BY 1
               UNTIL WS-CODCOT-IDX > WS-CODCOT-CNT
           MOVE WS-TOTAL-DEBIT TO WS-PIED-DEBIT
           MOVE WS-TOTAL-CREDIT TO WS-PIED-CREDIT
           IF WS-GL-INCOMPLET = 'Y'
               MOVE "INCOMPLET" TO WS-PIED-STATUT
           ELSE
               MOVE "EQUILIBRE" TO WS-PIED-STATUT
           END-IF
           WRITE R-COTGL FROM WS-GL-PIED
           MOVE WS-COTGL-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-COTGL FOOTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           CLOSE F-COTGL.

       BUILD-DEBIT-AGENCE.
           MOVE "CHP" TO WS-CODE-CHERCHE
           PERFORM LOOKUP-COMPTE
           MOVE WS-COMPTE-NUM TO GLP-COMPTE
           MOVE "D" TO GLP-SENS
           MOVE WS-AGCOT-AGENCE (WS-AGCOT-IDX) TO GLP-AGENCE
           MOVE WS-AGCOT-MONTANT (WS-AGCOT-IDX) TO GLP-MONTANT
           MOVE WS-COMPTE-LIB TO GLP-LIBELLE
           ADD WS-AGCOT-MONTANT (WS-AGCOT-IDX) TO WS-TOTAL-DEBIT
           PERFORM WRITE-GL-LIGNE.

       BUILD-CREDIT-CODE.
           MOVE WS-CODCOT-CODE (WS-CODCOT-IDX) TO WS-CODE-CHERCHE
           PERFORM LOOKUP-COMPTE
           MOVE WS-COMPTE-NUM TO GLP-COMPTE
           MOVE "C" TO GLP-SENS
           MOVE SPACES TO GLP-AGENCE
           MOVE WS-CODCOT-MONTANT (WS-CODCOT-IDX) TO GLP-MONTANT
           MOVE WS-COMPTE-LIB TO GLP-LIBELLE
           ADD WS-CODCOT-MONTANT (WS-CODCOT-IDX) TO WS-TOTAL-CREDIT
           PERFORM WRITE-GL-LIGNE.

       WRITE-GL-LIGNE.
           WRITE R-COTGL FROM FIC-GLPOST
           MOVE WS-COTGL-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-COTGL DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPCOTIS TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPCOTIS.
