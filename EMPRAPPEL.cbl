       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRAPPEL.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AUDIT ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT F-HISTO ASSIGN TO DYNAMIC WS-HISTO-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT F-RAPPEL ASSIGN TO DYNAMIC WS-RAPPEL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAPPEL-STATUS.

           SELECT F-RAPMARK ASSIGN TO DYNAMIC WS-RAPMARK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAPMARK-STATUS.

           SELECT F-RAPETAT ASSIGN TO DYNAMIC WS-RAPETAT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAPETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FAUDIT.cpy'.
           COPY 'FHISTO.cpy' REPLACING ==:HISTO:== BY ==HISTO==.
           COPY 'FRAPPEL.cpy' REPLACING ==:RAPPEL:== BY ==RAPPEL==.
           COPY 'FRAPMARK.cpy'.
           COPY 'FRAPETAT.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ALIGNE.
           05  AL-ID                PIC X(10).
           05  FILLER               PIC X.
           05  AL-CODE              PIC X(01).
           05  FILLER               PIC X.
           05  AL-DATE              PIC X(10).
           05  FILLER               PIC X.
           05  AL-HEURE             PIC X(08).
           05  FILLER               PIC X.
           05  AL-SOURCE            PIC X(40).
           05  FILLER               PIC X.
           05  AL-AVANT             PIC X(97).
           05  FILLER               PIC X.
           05  AL-APRES             PIC X(97).
           05  FILLER               PIC X.
           05  AL-DATE-EFFET        PIC X(08).

       01  WS-IMAGE.
           05  IMG-ID               PIC X(10).
           05  IMG-NOM              PIC X(20).
           05  IMG-PRENOM           PIC X(20).
           05  IMG-POSTE            PIC X(20).
           05  IMG-SALAIRE          PIC X(07).
           05  IMG-SALAIRE-9 REDEFINES IMG-SALAIRE
                                    PIC 9(07).
           05  IMG-AGENCE           PIC X(03).
           05  IMG-EMBAUCHE         PIC X(08).
           05  IMG-STATUT           PIC X(01).
           05  IMG-DATE-FIN         PIC X(08).

       01  WS-HLIGNE.
           05  HL-ID                PIC X(10).
           05  FILLER               PIC X.
           05  HL-PERIODE           PIC X(06).
           05  FILLER               PIC X.
           05  HL-SALAIRE           PIC X(07).
           05  HL-SALAIRE-9 REDEFINES HL-SALAIRE
                                    PIC 9(07).
           05  FILLER               PIC X.
           05  HL-RETENUES          PIC X(09).
           05  FILLER               PIC X.
           05  HL-NET-SALAIRE       PIC X(07).
           05  FILLER               PIC X.
           05  HL-REGION            PIC X(26).

       01  WS-RLIGNE.
           05  RL-ID                PIC X(10).
           05  FILLER               PIC X.
           05  RL-PERIODE           PIC X(06).
           05  FILLER               PIC X.
           05  RL-PAIE              PIC X(06).
           05  FILLER               PIC X.
           05  RL-ANCIEN            PIC X(07).
           05  FILLER               PIC X.
           05  RL-NOUVEAU           PIC X(07).
           05  FILLER               PIC X.
           05  RL-MONTANT           PIC X(07).
           05  RL-MONTANT-9 REDEFINES RL-MONTANT
                                    PIC 9(07).
           05  FILLER               PIC X.
           05  RL-DATE-EFFET        PIC X(08).
           05  FILLER               PIC X.
           05  RL-DATE-CALCUL       PIC X(10).

       01  FIC-RAPPEL.
           05  RAP-ID               PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  RAP-PERIODE          PIC X(06).
           05  FILLER               PIC X      VALUE "|".
           05  RAP-PAIE             PIC X(06).
           05  FILLER               PIC X      VALUE "|".
           05  RAP-ANCIEN           PIC 9(07)  VALUE ZERO.
           05  FILLER               PIC X      VALUE "|".
           05  RAP-NOUVEAU          PIC 9(07)  VALUE ZERO.
           05  FILLER               PIC X      VALUE "|".
           05  RAP-MONTANT          PIC 9(07)  VALUE ZERO.
           05  FILLER               PIC X      VALUE "|".
           05  RAP-DATE-EFFET       PIC X(08).
           05  FILLER               PIC X      VALUE "|".
           05  RAP-DATE-CALCUL      PIC X(10).

       01  WS-ETAT-ENTETE.
           05  FILLER               PIC X(37) VALUE
                   "ETAT DES RAPPELS DE SALAIRE - DATE : ".
           05  WS-ETAT-DATE         PIC X(10).
           05  FILLER               PIC X(20) VALUE
                   "  PERIODE DE PAIE : ".
           05  WS-ETAT-PAIE         PIC X(06).

       01  WS-ETAT-EMPLOYE.
           05  FILLER               PIC X(10) VALUE "EMPLOYE : ".
           05  ETE-ID               PIC X(10).
           05  FILLER               PIC X      VALUE SPACE.
           05  ETE-NOM              PIC X(20).
           05  FILLER               PIC X      VALUE SPACE.
           05  ETE-PRENOM           PIC X(20).
           05  FILLER               PIC X(17) VALUE
                   "  DATE D'EFFET : ".
           05  ETE-EFFET            PIC X(10).

       01  WS-ETAT-COLONNES.
           05  FILLER               PIC X(36) VALUE
                   "  PERIODE  ANCIEN BRUT  NOUVEAU BRUT".
           05  FILLER               PIC X(37) VALUE
                   "  DEJA RAPPELE     ECART  OBSERVATION".

       01  WS-ETAT-DETAIL.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ETD-PERIODE          PIC X(06).
           05  FILLER               PIC X(07) VALUE SPACES.
           05  ETD-ANCIEN           PIC 9(07).
           05  FILLER               PIC X(07) VALUE SPACES.
           05  ETD-NOUVEAU          PIC 9(07).
           05  FILLER               PIC X(07) VALUE SPACES.
           05  ETD-DEJA             PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ETD-ECART            PIC +9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ETD-OBSERVATION      PIC X(26).

       01  WS-ETAT-TOTAL.
           05  FILLER               PIC X(17) VALUE
                   "  TOTAL RAPPEL : ".
           05  ETT-MONTANT          PIC 9(09).
           05  FILLER               PIC X(37) VALUE
                   "     VISA RH : ______________________".

       01  WS-ETAT-PIED.
           05  FILLER               PIC X(11) VALUE "EMPLOYES : ".
           05  ETP-EMPLOYES         PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  LIGNES : ".
           05  ETP-LIGNES           PIC ZZZZZ9.
           05  FILLER               PIC X(19) VALUE
                   "  TOTAL RAPPELS : ".
           05  ETP-MONTANT          PIC 9(11).

       01  WS-ETAT-SEP         PIC X(80) VALUE ALL "-".
       01  WS-ETAT-AUCUN       PIC X(40) VALUE
               "AUCUN RAPPEL A CALCULER".

       01  WS-AUDIT-FILE       PIC X(100) VALUE "EMPAUDIT.txt".
       01  WS-HISTO-FILE       PIC X(100) VALUE "EMPHISTO.txt".
       01  WS-RAPPEL-FILE      PIC X(100) VALUE "EMPRAPPEL.txt".
       01  WS-RAPMARK-FILE     PIC X(100) VALUE "EMPRAPMARK.txt".
       01  WS-RAPETAT-FILE     PIC X(100) VALUE "EMPRAPETAT.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-AUDIT-STATUS     PIC XX.
       01  WS-HISTO-STATUS     PIC XX.
       01  WS-RAPPEL-STATUS    PIC XX.
       01  WS-RAPMARK-STATUS   PIC XX.
       01  WS-RAPETAT-STATUS   PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-HISTO-EOF        PIC X VALUE 'N'.
       01  WS-RAPPEL-EOF       PIC X VALUE 'N'.
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-CALCUL-DATE      PIC X(10).

       01  WS-MARK             PIC X(18) VALUE SPACES.
       01  WS-MARK-NEW         PIC X(18) VALUE SPACES.
       01  WS-STAMP.
           05  WS-STAMP-DATE        PIC X(10).
           05  WS-STAMP-HEURE       PIC X(08).

       01  WS-AVANT-SALAIRE    PIC X(07).
       01  WS-EFFET            PIC X(08).
       01  WS-DERNIERE-PERIODE PIC X(06) VALUE SPACES.
       01  WS-PAIE-PERIODE.
           05  WS-PAIE-ANNEE        PIC 9(04).
           05  WS-PAIE-MOIS         PIC 9(02).
       01  WS-PAIE-PERIODE-X REDEFINES WS-PAIE-PERIODE
                               PIC X(06).

       01  WS-BEST-TROUVE      PIC X VALUE 'N'.
       01  WS-BEST-EFFET       PIC X(08).
       01  WS-BEST-SALAIRE     PIC 9(07) VALUE ZERO.
       01  WS-DEJA-SUM         PIC 9(07) VALUE ZERO.
       01  WS-ECART            PIC S9(07) VALUE ZERO.
       01  WS-EMPLOYE-COURANT  PIC X(10) VALUE SPACES.
       01  WS-EMPLOYE-TOTAL    PIC 9(09) VALUE ZERO.

       01  WS-AUDIT-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-NEW-CHG-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-HISTO-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-EMPLOYE-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-RAPPEL-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-TROP-PERCU-COUNT PIC 9(06) VALUE ZERO.
       01  WS-RAPPEL-TOTAL     PIC 9(11) VALUE ZERO.

       01  WS-CHG-CNT          PIC 9(05) VALUE ZERO.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-CHG-CNT
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-ID            PIC X(10).
               10  WS-CHG-EFFET         PIC X(08).
               10  WS-CHG-SALAIRE       PIC 9(07).

       01  WS-NEW-CNT          PIC 9(05) VALUE ZERO.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-NEW-CNT
                   INDEXED BY WS-NEW-IDX.
               10  WS-NEW-ID            PIC X(10).
               10  WS-NEW-EFFET         PIC X(08).
               10  WS-NEW-NOM           PIC X(20).
               10  WS-NEW-PRENOM        PIC X(20).

       01  WS-DEJA-CNT         PIC 9(05) VALUE ZERO.
       01  WS-DEJA-TABLE.
           05  WS-DEJA-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-DEJA-CNT
                   INDEXED BY WS-DEJA-IDX.
               10  WS-DEJA-ID           PIC X(10).
               10  WS-DEJA-PERIODE      PIC X(06).
               10  WS-DEJA-MONTANT      PIC 9(07).

       01  WS-LIG-CNT          PIC 9(05) VALUE ZERO.
       01  WS-LIG-TABLE.
           05  WS-LIG-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-LIG-CNT
                   ASCENDING KEY IS WS-LIG-ID WS-LIG-PERIODE
                   INDEXED BY WS-LIG-IDX.
               10  WS-LIG-ID            PIC X(10).
               10  WS-LIG-PERIODE       PIC X(06).
               10  WS-LIG-ANCIEN        PIC 9(07).
               10  WS-LIG-NOUVEAU       PIC 9(07).
               10  WS-LIG-DEJA          PIC 9(07).
               10  WS-LIG-ECART         PIC S9(07).
               10  WS-LIG-EFFET         PIC X(08).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-CALCUL-DATE

           PERFORM LOAD-MARK.
           PERFORM LOAD-DEJA-TABLE.

           OPEN INPUT F-AUDIT
           IF WS-AUDIT-STATUS = "35"
               MOVE 'Y' TO WS-EOF
               DISPLAY "NO AUDIT FILE - NO CHANGE TO EXAMINE"
           ELSE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-AUDIT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM PROCESS-AUDIT UNTIL WS-EOF = 'Y'
               CLOSE F-AUDIT
           END-IF

           OPEN INPUT F-HISTO
           IF WS-HISTO-STATUS = "35"
               MOVE 'Y' TO WS-HISTO-EOF
               DISPLAY "NO HISTORY FILE - NO PAID PERIOD"
           ELSE
               MOVE WS-HISTO-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-HISTO" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM PROCESS-HISTO UNTIL WS-HISTO-EOF = 'Y'
               CLOSE F-HISTO
           END-IF
           PERFORM COMPUTE-PERIODE-PAIE.

           IF WS-LIG-CNT > 0
               SORT WS-LIG-ENTRY ASCENDING KEY WS-LIG-ID
                   WS-LIG-PERIODE
           END-IF

           OPEN OUTPUT F-RAPETAT
           MOVE WS-RAPETAT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-RAPETAT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN EXTEND F-RAPPEL
           IF WS-RAPPEL-STATUS = "35"
               OPEN OUTPUT F-RAPPEL
           END-IF
           MOVE WS-RAPPEL-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN EXTEND F-RAPPEL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           PERFORM WRITE-ETAT-HEADER.
           IF WS-LIG-CNT = 0
               WRITE R-RAPETAT FROM WS-ETAT-AUCUN
               MOVE WS-RAPETAT-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-RAPETAT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           ELSE
               PERFORM WRITE-LIGNE-RAPPEL
                   VARYING WS-LIG-IDX FROM 1 BY 1
                   UNTIL WS-LIG-IDX > WS-LIG-CNT
               PERFORM WRITE-EMPLOYE-FOOTER
           END-IF
           PERFORM WRITE-ETAT-FOOTER.
           CLOSE F-RAPETAT, F-RAPPEL.

           IF WS-MARK-NEW > WS-MARK
               PERFORM SAVE-MARK
           END-IF

           DISPLAY "AUDIT RECORDS READ   : " WS-AUDIT-COUNT.
           DISPLAY "NEW SALARY CHANGES   : " WS-NEW-CHG-COUNT.
           DISPLAY "LAST CLOSED PERIOD   : " WS-DERNIERE-PERIODE.
           DISPLAY "PAYMENT PERIOD       : " WS-PAIE-PERIODE-X.
           DISPLAY "EMPLOYEES WITH ARREARS: " WS-EMPLOYE-COUNT.
           DISPLAY "ARREARS LINES WRITTEN: " WS-RAPPEL-COUNT.
           DISPLAY "OVERPAID PERIODS     : " WS-TROP-PERCU-COUNT.
           DISPLAY "TOTAL ARREARS        : " WS-RAPPEL-TOTAL.
           DISPLAY "END OF ARREARS CALCULATION.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUDITIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDIT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "HISTOIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HISTO-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RAPPELFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RAPPEL-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RAPMARK"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RAPMARK-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RAPETATOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RAPETAT-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-AUDIT-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-HISTO-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-RAPPEL-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 3
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-RAPETAT-FILE FROM ARGUMENT-VALUE
           END-IF.

       LOAD-MARK.
           MOVE SPACES TO WS-MARK
           OPEN INPUT F-RAPMARK
           IF WS-RAPMARK-STATUS = "35"
               DISPLAY "NO ARREARS MARK - WHOLE AUDIT TRAIL EXAMINED"
           ELSE
               MOVE WS-RAPMARK-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-RAPMARK" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               READ F-RAPMARK
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE R-RAPMARK TO WS-MARK
               END-READ
               CLOSE F-RAPMARK
               DISPLAY "AUDIT EXAMINED AFTER : " WS-MARK
           END-IF
           MOVE WS-MARK TO WS-MARK-NEW.

       SAVE-MARK.
           OPEN OUTPUT F-RAPMARK
           MOVE WS-RAPMARK-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-RAPMARK" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE WS-MARK-NEW TO R-RAPMARK
           WRITE R-RAPMARK
           MOVE WS-RAPMARK-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-RAPMARK" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           CLOSE F-RAPMARK.

       LOAD-DEJA-TABLE.
           OPEN INPUT F-RAPPEL
           IF WS-RAPPEL-STATUS = "35"
               DISPLAY "NO ARREARS FILE - NONE RAISED YET"
           ELSE
               MOVE WS-RAPPEL-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-RAPPEL" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-DEJA-RECORD UNTIL WS-RAPPEL-EOF = 'Y'
               CLOSE F-RAPPEL
               DISPLAY "Arrears already raised: " WS-DEJA-CNT
                       " entries"
           END-IF.

       READ-DEJA-RECORD.
           READ F-RAPPEL
               AT END
                   MOVE 'Y' TO WS-RAPPEL-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-RAPPEL-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-RAPPEL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-RAPPEL-EOF = 'N'
               MOVE R-RAPPEL TO WS-RLIGNE
               IF RL-MONTANT-9 IS NUMERIC
                   ADD 1 TO WS-DEJA-CNT
                   SET WS-DEJA-IDX TO WS-DEJA-CNT
                   MOVE RL-ID TO WS-DEJA-ID (WS-DEJA-IDX)
                   MOVE RL-PERIODE TO WS-DEJA-PERIODE (WS-DEJA-IDX)
                   MOVE RL-MONTANT-9 TO WS-DEJA-MONTANT (WS-DEJA-IDX)
               END-IF
           END-IF.

       PROCESS-AUDIT.
           READ F-AUDIT
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-AUDIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EOF = 'N'
               ADD 1 TO WS-AUDIT-COUNT
               MOVE R-AUDIT TO WS-ALIGNE
               IF AL-CODE = "C"
                   PERFORM EXAMINE-CHANGEMENT
               END-IF
           END-IF.

       EXAMINE-CHANGEMENT.
           MOVE AL-AVANT TO WS-IMAGE
           MOVE IMG-SALAIRE TO WS-AVANT-SALAIRE
           MOVE AL-APRES TO WS-IMAGE
           IF IMG-SALAIRE-9 IS NUMERIC
               AND IMG-SALAIRE NOT = WS-AVANT-SALAIRE
               IF AL-DATE-EFFET IS NUMERIC
                   MOVE AL-DATE-EFFET TO WS-EFFET
               ELSE
                   MOVE SPACES TO WS-EFFET
                   STRING AL-DATE (1:4) AL-DATE (6:2) AL-DATE (9:2)
                          DELIMITED BY SIZE INTO WS-EFFET
               END-IF
               ADD 1 TO WS-CHG-CNT
               SET WS-CHG-IDX TO WS-CHG-CNT
               MOVE AL-ID TO WS-CHG-ID (WS-CHG-IDX)
               MOVE WS-EFFET TO WS-CHG-EFFET (WS-CHG-IDX)
               MOVE IMG-SALAIRE-9 TO WS-CHG-SALAIRE (WS-CHG-IDX)
               MOVE AL-DATE TO WS-STAMP-DATE
               MOVE AL-HEURE TO WS-STAMP-HEURE
               IF WS-STAMP > WS-MARK
                   ADD 1 TO WS-NEW-CHG-COUNT
                   PERFORM REGISTER-NEW-CHANGE
                   IF WS-STAMP > WS-MARK-NEW
                       MOVE WS-STAMP TO WS-MARK-NEW
                   END-IF
               END-IF
           END-IF.

       REGISTER-NEW-CHANGE.
           SET WS-NEW-IDX TO 1
           IF WS-NEW-CNT = 0
               PERFORM ADD-NEW-ENTRY
           ELSE
               SEARCH WS-NEW-ENTRY
                   AT END
                       PERFORM ADD-NEW-ENTRY
                   WHEN WS-NEW-ID (WS-NEW-IDX) = AL-ID
                       IF WS-EFFET < WS-NEW-EFFET (WS-NEW-IDX)
                           MOVE WS-EFFET TO WS-NEW-EFFET (WS-NEW-IDX)
                       END-IF
                       MOVE IMG-NOM TO WS-NEW-NOM (WS-NEW-IDX)
                       MOVE IMG-PRENOM TO WS-NEW-PRENOM (WS-NEW-IDX)
               END-SEARCH
           END-IF.

       ADD-NEW-ENTRY.
           ADD 1 TO WS-NEW-CNT
           SET WS-NEW-IDX TO WS-NEW-CNT
           MOVE AL-ID TO WS-NEW-ID (WS-NEW-IDX)
           MOVE WS-EFFET TO WS-NEW-EFFET (WS-NEW-IDX)
           MOVE IMG-NOM TO WS-NEW-NOM (WS-NEW-IDX)
           MOVE IMG-PRENOM TO WS-NEW-PRENOM (WS-NEW-IDX).

       PROCESS-HISTO.
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
               IF HL-PERIODE > WS-DERNIERE-PERIODE
                   MOVE HL-PERIODE TO WS-DERNIERE-PERIODE
               END-IF
               IF WS-NEW-CNT > 0 AND HL-SALAIRE-9 IS NUMERIC
                   SET WS-NEW-IDX TO 1
                   SEARCH WS-NEW-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-NEW-ID (WS-NEW-IDX) = HL-ID
                           IF HL-PERIODE
                                   NOT < WS-NEW-EFFET (WS-NEW-IDX) (1:6)
                               PERFORM COMPUTE-RAPPEL-PERIODE
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

       COMPUTE-RAPPEL-PERIODE.
           MOVE 'N' TO WS-BEST-TROUVE
           MOVE SPACES TO WS-BEST-EFFET
           MOVE ZERO TO WS-BEST-SALAIRE
           PERFORM CHECK-CHANGEMENT
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-CNT
           IF WS-BEST-TROUVE = 'Y'
               MOVE ZERO TO WS-DEJA-SUM
               PERFORM ADD-DEJA-MONTANT
                   VARYING WS-DEJA-IDX FROM 1 BY 1
                   UNTIL WS-DEJA-IDX > WS-DEJA-CNT
               COMPUTE WS-ECART = WS-BEST-SALAIRE - HL-SALAIRE-9
                   - WS-DEJA-SUM
               IF WS-ECART NOT = ZERO
                   ADD 1 TO WS-LIG-CNT
                   SET WS-LIG-IDX TO WS-LIG-CNT
                   MOVE HL-ID TO WS-LIG-ID (WS-LIG-IDX)
                   MOVE HL-PERIODE TO WS-LIG-PERIODE (WS-LIG-IDX)
                   MOVE HL-SALAIRE-9 TO WS-LIG-ANCIEN (WS-LIG-IDX)
                   MOVE WS-BEST-SALAIRE TO WS-LIG-NOUVEAU (WS-LIG-IDX)
                   MOVE WS-DEJA-SUM TO WS-LIG-DEJA (WS-LIG-IDX)
                   MOVE WS-ECART TO WS-LIG-ECART (WS-LIG-IDX)
                   MOVE WS-BEST-EFFET TO WS-LIG-EFFET (WS-LIG-IDX)
               END-IF
           END-IF.

       CHECK-CHANGEMENT.
           IF WS-CHG-ID (WS-CHG-IDX) = HL-ID
               AND WS-CHG-EFFET (WS-CHG-IDX) (1:6) NOT > HL-PERIODE
               IF WS-BEST-TROUVE = 'N'
                   OR WS-CHG-EFFET (WS-CHG-IDX) NOT < WS-BEST-EFFET
                   MOVE 'Y' TO WS-BEST-TROUVE
                   MOVE WS-CHG-EFFET (WS-CHG-IDX) TO WS-BEST-EFFET
                   MOVE WS-CHG-SALAIRE (WS-CHG-IDX) TO WS-BEST-SALAIRE
               END-IF
           END-IF.

       ADD-DEJA-MONTANT.
           IF WS-DEJA-ID (WS-DEJA-IDX) = HL-ID
               AND WS-DEJA-PERIODE (WS-DEJA-IDX) = HL-PERIODE
               ADD WS-DEJA-MONTANT (WS-DEJA-IDX) TO WS-DEJA-SUM
           END-IF.

       COMPUTE-PERIODE-PAIE.
           IF WS-DERNIERE-PERIODE IS NUMERIC
               MOVE WS-DERNIERE-PERIODE TO WS-PAIE-PERIODE-X
               IF WS-PAIE-MOIS = 12
                   ADD 1 TO WS-PAIE-ANNEE
                   MOVE 1 TO WS-PAIE-MOIS
               ELSE
                   ADD 1 TO WS-PAIE-MOIS
               END-IF
           ELSE
               MOVE WS-CURRENT-DATE (1:6) TO WS-PAIE-PERIODE-X
           END-IF.

       WRITE-ETAT-HEADER.
           MOVE WS-CALCUL-DATE TO WS-ETAT-DATE
           MOVE WS-PAIE-PERIODE-X TO WS-ETAT-PAIE
           WRITE R-RAPETAT FROM WS-ETAT-ENTETE
           MOVE WS-RAPETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-RAPETAT HEADER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-LIGNE-RAPPEL.
           IF WS-LIG-ID (WS-LIG-IDX) NOT = WS-EMPLOYE-COURANT
               IF WS-EMPLOYE-COURANT NOT = SPACES
                   PERFORM WRITE-EMPLOYE-FOOTER
               END-IF
               PERFORM WRITE-EMPLOYE-HEADER
           END-IF
           MOVE WS-LIG-PERIODE (WS-LIG-IDX) TO ETD-PERIODE
           MOVE WS-LIG-ANCIEN (WS-LIG-IDX) TO ETD-ANCIEN
           MOVE WS-LIG-NOUVEAU (WS-LIG-IDX) TO ETD-NOUVEAU
           MOVE WS-LIG-DEJA (WS-LIG-IDX) TO ETD-DEJA
           MOVE WS-LIG-ECART (WS-LIG-IDX) TO ETD-ECART
           IF WS-LIG-ECART (WS-LIG-IDX) > ZERO
               MOVE "RAPPEL A PAYER" TO ETD-OBSERVATION
               PERFORM WRITE-RAPPEL-RECORD
           ELSE
               MOVE "TROP-PERCU A REGULARISER" TO ETD-OBSERVATION
               ADD 1 TO WS-TROP-PERCU-COUNT
           END-IF
           WRITE R-RAPETAT FROM WS-ETAT-DETAIL
           MOVE WS-RAPETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-RAPETAT DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-EMPLOYE-HEADER.
           MOVE WS-LIG-ID (WS-LIG-IDX) TO WS-EMPLOYE-COURANT
           MOVE ZERO TO WS-EMPLOYE-TOTAL
           ADD 1 TO WS-EMPLOYE-COUNT
           MOVE WS-LIG-ID (WS-LIG-IDX) TO ETE-ID
           MOVE SPACES TO ETE-NOM
           MOVE SPACES TO ETE-PRENOM
           MOVE SPACES TO ETE-EFFET
           SET WS-NEW-IDX TO 1
           SEARCH WS-NEW-ENTRY
               AT END
                   CONTINUE
               WHEN WS-NEW-ID (WS-NEW-IDX) = WS-LIG-ID (WS-LIG-IDX)
                   MOVE WS-NEW-NOM (WS-NEW-IDX) TO ETE-NOM
                   MOVE WS-NEW-PRENOM (WS-NEW-IDX) TO ETE-PRENOM
                   STRING WS-NEW-EFFET (WS-NEW-IDX) (1:4) "-"
                          WS-NEW-EFFET (WS-NEW-IDX) (5:2) "-"
                          WS-NEW-EFFET (WS-NEW-IDX) (7:2)
                          DELIMITED BY SIZE INTO ETE-EFFET
           END-SEARCH
           WRITE R-RAPETAT FROM WS-ETAT-SEP
           MOVE WS-RAPETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-RAPETAT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-RAPETAT FROM WS-ETAT-EMPLOYE
           MOVE WS-RAPETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-RAPETAT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-RAPETAT FROM WS-ETAT-COLONNES
           MOVE WS-RAPETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-RAPETAT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-EMPLOYE-FOOTER.
           MOVE WS-EMPLOYE-TOTAL TO ETT-MONTANT
           WRITE R-RAPETAT FROM WS-ETAT-TOTAL
           MOVE WS-RAPETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-RAPETAT TOTAL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-RAPPEL-RECORD.
           MOVE WS-LIG-ID (WS-LIG-IDX) TO RAP-ID
           MOVE WS-LIG-PERIODE (WS-LIG-IDX) TO RAP-PERIODE
           MOVE WS-PAIE-PERIODE-X TO RAP-PAIE
           MOVE WS-LIG-ANCIEN (WS-LIG-IDX) TO RAP-ANCIEN
           MOVE WS-LIG-NOUVEAU (WS-LIG-IDX) TO RAP-NOUVEAU
           MOVE WS-LIG-ECART (WS-LIG-IDX) TO RAP-MONTANT
           MOVE WS-LIG-EFFET (WS-LIG-IDX) TO RAP-DATE-EFFET
           MOVE WS-CALCUL-DATE TO RAP-DATE-CALCUL
           WRITE R-RAPPEL FROM FIC-RAPPEL
           MOVE WS-RAPPEL-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-RAPPEL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO WS-RAPPEL-COUNT
           ADD RAP-MONTANT TO WS-EMPLOYE-TOTAL
           ADD RAP-MONTANT TO WS-RAPPEL-TOTAL.

       WRITE-ETAT-FOOTER.
           WRITE R-RAPETAT FROM WS-ETAT-SEP
           MOVE WS-RAPETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-RAPETAT FOOTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE WS-EMPLOYE-COUNT TO ETP-EMPLOYES
           MOVE WS-LIG-CNT TO ETP-LIGNES
           MOVE WS-RAPPEL-TOTAL TO ETP-MONTANT
           WRITE R-RAPETAT FROM WS-ETAT-PIED
           MOVE WS-RAPETAT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-RAPETAT FOOTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPRAPPEL TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPRAPPEL.
