       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSYNC.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EXPRH ASSIGN TO DYNAMIC WS-EXPRH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPRH-STATUS.

           SELECT F-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-SYNTR ASSIGN TO DYNAMIC WS-SYNTR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYNTR-STATUS.

           SELECT F-SYNHOLD ASSIGN TO DYNAMIC WS-SYNHOLD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYNHOLD-STATUS.

           SELECT F-SYNRPT ASSIGN TO DYNAMIC WS-SYNRPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FEXPRH.cpy'.
           COPY 'FMASTER.cpy' REPLACING ==:MASTER:== BY ==MASTER==.
           COPY 'FTRANS.cpy' REPLACING ==:TRANS:== BY ==SYNTR==.
           COPY 'FTRANS.cpy' REPLACING ==:TRANS:== BY ==SYNHOLD==.
           COPY 'FSYNRPT.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-SYN-ENTETE.
           05  FILLER               PIC X(42) VALUE
                   "RAPPROCHEMENT EXPORT RH / MAITRE - DATE : ".
           05  WS-SYN-DATE          PIC X(10).

       01  WS-SYN-TITRE-ANOM   PIC X(40) VALUE
               "ANOMALIES DE L'EXPORT RH".
       01  WS-SYN-TITRE-MVT    PIC X(40) VALUE
               "MOUVEMENTS GENERES".
       01  WS-SYN-TITRE-RECAP  PIC X(40) VALUE
               "RECAPITULATIF PAR TYPE".

       01  WS-SYN-COLONNES.
           05  FILLER               PIC X(03) VALUE "T".
           05  FILLER               PIC X(12) VALUE "ID".
           05  FILLER               PIC X(10) VALUE "CHAMP".
           05  FILLER               PIC X(22) VALUE "AVANT (MAITRE)".
           05  FILLER               PIC X(22) VALUE "APRES (EXPORT)".
           05  FILLER               PIC X(12) VALUE "DISPOSITION".
           05  FILLER               PIC X(05) VALUE "MOTIF".

       01  FIC-SYNC.
           05  SYN-CODE             PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SYN-ID               PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SYN-CHAMP            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SYN-AVANT            PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SYN-APRES            PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SYN-DISPO            PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SYN-MOTIF            PIC X(25).

       01  WS-SYN-RECAP-COL.
           05  FILLER               PIC X(20) VALUE "TYPE".
           05  FILLER               PIC X(10) VALUE "  GENEREES".
           05  FILLER               PIC X(12) VALUE "  EN ATTENTE".

       01  FIC-RECAP.
           05  RCP-LIBELLE          PIC X(20).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  RCP-GENEREES         PIC ZZZZZ9.
           05  FILLER               PIC X(07) VALUE SPACES.
           05  RCP-ATTENTE          PIC ZZZZZ9.

       01  WS-SYN-PIED.
           05  FILLER               PIC X(12) VALUE "INCHANGES : ".
           05  WS-PIED-INCHANGES    PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  IGNORES : ".
           05  WS-PIED-IGNORES      PIC ZZZZZ9.
           05  FILLER               PIC X(18) VALUE
                   "  REJETS EXPORT : ".
           05  WS-PIED-REJETS       PIC ZZZZZ9.

       01  WS-SYN-PARAMETRES.
           05  FILLER               PIC X(14) VALUE "DATE EXPORT : ".
           05  WS-PARM-EXPORT       PIC X(10).
           05  FILLER               PIC X(20) VALUE
                   "  SEUIL SALAIRE % : ".
           05  WS-PARM-SAL          PIC ZZ9.
           05  FILLER               PIC X(21) VALUE
                   "  SEUIL EFFECTIF % : ".
           05  WS-PARM-EFF          PIC ZZ9.

       01  WS-SYN-EFFECTIF.
           05  FILLER               PIC X(17) VALUE
                   "EFFECTIF ACTIF : ".
           05  WS-EFF-ACTIF         PIC ZZZZZ9.
           05  FILLER               PIC X(22) VALUE
                   "  ENTREES + SORTIES : ".
           05  WS-EFF-MOUVEMENTS    PIC ZZZZZ9.

       01  WS-SYN-AUCUN        PIC X(40) VALUE
               "AUCUN ECART".
       01  WS-SYN-SEP          PIC X(106) VALUE ALL "-".

       01  WS-EXPRH-FILE       PIC X(100) VALUE "fr-export-rh.txt".
       01  WS-MASTER-FILE      PIC X(100) VALUE "EMPMASTER.DAT".
       01  WS-SYNTR-FILE       PIC X(100) VALUE "EMPSYNTR.txt".
       01  WS-SYNHOLD-FILE     PIC X(100) VALUE "EMPSYNHOLD.txt".
       01  WS-SYNRPT-FILE      PIC X(100) VALUE "EMPSYNRPT.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-EXPRH-STATUS     PIC XX.
       01  WS-MASTER-STATUS    PIC XX.
       01  WS-SYNTR-STATUS     PIC XX.
       01  WS-SYNHOLD-STATUS   PIC XX.
       01  WS-SYNRPT-STATUS    PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EXPRH-EOF        PIC X VALUE 'N'.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-EXP-TROUVE       PIC X VALUE 'N'.
       01  WS-EXPORT-FINI      PIC X VALUE 'N'.
       01  WS-DOUBLON-FINI     PIC X VALUE 'N'.
       01  WS-SEUIL-DEPASSE    PIC X VALUE 'N'.
       01  WS-CLE-MAITRE       PIC X(10).
       01  WS-EXP-DERNIER-ID   PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-DATE-EXPORT      PIC X(08) VALUE SPACES.
       01  WS-SEUIL-SAL        PIC 9(03) VALUE 10.
       01  WS-SEUIL-EFF        PIC 9(03) VALUE 5.
       01  WS-ECART            PIC S9(07) VALUE ZERO.
       01  WS-SAL-EDIT         PIC Z(06)9.
       01  WS-STATUT-EXPORT    PIC X(01).
       01  WS-MOTIF            PIC X(25).

       01  WS-EXP-READ         PIC 9(06) VALUE ZERO.
       01  WS-MASTER-READ      PIC 9(06) VALUE ZERO.
       01  WS-ACTIF-CNT        PIC 9(06) VALUE ZERO.
       01  WS-MOUVEMENT-CNT    PIC 9(06) VALUE ZERO.
       01  WS-INCHANGE-CNT     PIC 9(06) VALUE ZERO.
       01  WS-IGNORE-CNT       PIC 9(06) VALUE ZERO.
       01  WS-REJET-CNT        PIC 9(06) VALUE ZERO.
       01  WS-ATTENTE-CNT      PIC 9(06) VALUE ZERO.
       01  WS-A-CNT            PIC 9(06) VALUE ZERO.
       01  WS-D-CNT            PIC 9(06) VALUE ZERO.
       01  WS-A-GEN            PIC 9(06) VALUE ZERO.
       01  WS-A-ATT            PIC 9(06) VALUE ZERO.
       01  WS-C-GEN            PIC 9(06) VALUE ZERO.
       01  WS-C-ATT            PIC 9(06) VALUE ZERO.
       01  WS-D-GEN            PIC 9(06) VALUE ZERO.
       01  WS-D-ATT            PIC 9(06) VALUE ZERO.

       01  WS-PARM-VALUE       PIC X(60).
       01  WS-PARM-NUM         PIC 9(07) VALUE ZERO.
       01  WS-PARM-POS         PIC 9(02) VALUE 1.
       01  WS-PARM-NUM-OK      PIC X VALUE 'N'.
       01  WS-PARM-DONE        PIC X VALUE 'N'.
       01  WS-PARM-DIGIT-X     PIC X(01).
       01  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
                               PIC 9(01).

       01  WS-EX-IMAGE.
           05  EXI-ID               PIC X(10).
           05  EXI-NOM              PIC X(20).
           05  EXI-PRENOM           PIC X(20).
           05  EXI-POSTE            PIC X(20).
           05  EXI-SALAIRE          PIC 9(07).
           05  EXI-AGENCE           PIC X(03).
           05  EXI-EMBAUCHE         PIC X(08).
           05  EXI-STATUT           PIC X(01).
           05  EXI-DATE-FIN         PIC X(08).
           05  EXI-DATE-EFFET       PIC X(08).

       01  WS-TR-IMAGE.
           05  TRI-CODE             PIC X(01).
           05  TRI-ID               PIC X(10).
           05  TRI-NOM              PIC X(20).
           05  TRI-PRENOM           PIC X(20).
           05  TRI-POSTE            PIC X(20).
           05  TRI-SALAIRE          PIC 9(07).
           05  TRI-AGENCE           PIC X(03).
           05  TRI-DATE-EFFET       PIC X(08).
           05  TRI-EMBAUCHE         PIC X(08).
           05  TRI-STATUT           PIC X(01).
           05  TRI-DATE-FIN         PIC X(08).

       01  WS-AV-IMAGE.
           05  AVI-ID               PIC X(10).
           05  AVI-NOM              PIC X(20).
           05  AVI-PRENOM           PIC X(20).
           05  AVI-POSTE            PIC X(20).
           05  AVI-SALAIRE          PIC 9(07).
           05  AVI-AGENCE           PIC X(03).
           05  AVI-EMBAUCHE         PIC X(08).
           05  AVI-STATUT           PIC X(01).
           05  AVI-DATE-FIN         PIC X(08).

       01  WS-EXP-POS          PIC 9(05) VALUE 1.
       01  WS-EXP-CNT          PIC 9(05) VALUE ZERO.
       01  WS-EXP-TABLE.
           05  WS-EXP-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-EXP-CNT
                   INDEXED BY WS-EXP-IDX.
               10  WS-EXP-DONNEES.
                   15  WS-EXP-ID        PIC X(10).
                   15  WS-EXP-RESTE     PIC X(95).
               10  WS-EXP-SEQ           PIC 9(05).

       01  WS-GEN-CNT          PIC 9(05) VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-GEN-CNT
                   INDEXED BY WS-GEN-IDX.
               10  WS-GEN-TRANS         PIC X(106).
               10  WS-GEN-AVANT         PIC X(97).
               10  WS-GEN-ATTENTE       PIC X(01).
               10  WS-GEN-MOTIF         PIC X(25).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT F-SYNRPT
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-SYNRPT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM WRITE-SYNC-HEADER.

           PERFORM LOAD-EXPORT.

           OPEN INPUT F-MASTER
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM PROCESS-RECORDS UNTIL WS-EOF = 'Y'.
           MOVE HIGH-VALUES TO WS-CLE-MAITRE
           PERFORM FLUSH-EXPORT-ANTERIEURS.
           CLOSE F-MASTER.

           PERFORM CHECK-SEUIL-EFFECTIF.
           PERFORM WRITE-MOUVEMENTS.
           PERFORM WRITE-SYNC-FOOTER.
           CLOSE F-SYNRPT.

           IF WS-REJET-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ATTENTE-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "EXPORT RECORDS READ  : " WS-EXP-READ.
           DISPLAY "EXPORT REJECTS       : " WS-REJET-CNT.
           DISPLAY "MASTER RECORDS READ  : " WS-MASTER-READ.
           DISPLAY "UNCHANGED            : " WS-INCHANGE-CNT.
           DISPLAY "TRANSACTIONS BUILT   : " WS-GEN-CNT.
           DISPLAY "TRANSACTIONS ON HOLD : " WS-ATTENTE-CNT.
           DISPLAY "END OF HR SYNCHRONISATION.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SYNCEXPIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXPRH-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MASTFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASTER-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SYNCTROUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SYNTR-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SYNCHOLDOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SYNHOLD-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SYNCRPTOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SYNRPT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SYNCSEUILSAL"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE (1:60) TO WS-PARM-VALUE
               PERFORM CONVERT-PARM-AMOUNT
               IF WS-PARM-NUM-OK = 'Y' AND WS-PARM-NUM < 1000
                   MOVE WS-PARM-NUM TO WS-SEUIL-SAL
               ELSE
                   DISPLAY "INVALID PARAMETER VALUE: " WS-ENV-VALUE
               END-IF
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SYNCSEUILEFF"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE (1:60) TO WS-PARM-VALUE
               PERFORM CONVERT-PARM-AMOUNT
               IF WS-PARM-NUM-OK = 'Y' AND WS-PARM-NUM < 1000
                   MOVE WS-PARM-NUM TO WS-SEUIL-EFF
               ELSE
                   DISPLAY "INVALID PARAMETER VALUE: " WS-ENV-VALUE
               END-IF
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-EXPRH-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-SYNTR-FILE FROM ARGUMENT-VALUE
           END-IF.

       CONVERT-PARM-AMOUNT.
           MOVE ZERO TO WS-PARM-NUM
           MOVE 1 TO WS-PARM-POS
           MOVE 'N' TO WS-PARM-DONE
           MOVE 'N' TO WS-PARM-NUM-OK
           PERFORM CONVERT-PARM-DIGIT UNTIL WS-PARM-DONE = 'Y'.

       CONVERT-PARM-DIGIT.
           IF WS-PARM-POS > 60
               MOVE 'Y' TO WS-PARM-DONE
           ELSE
               MOVE WS-PARM-VALUE (WS-PARM-POS:1) TO WS-PARM-DIGIT-X
               IF WS-PARM-DIGIT-X = SPACE
                   MOVE 'Y' TO WS-PARM-DONE
               ELSE
                   IF WS-PARM-DIGIT-X IS NUMERIC
                       COMPUTE WS-PARM-NUM =
                           WS-PARM-NUM * 10 + WS-PARM-DIGIT-9
                           ON SIZE ERROR
                               MOVE 'N' TO WS-PARM-NUM-OK
                               MOVE 'Y' TO WS-PARM-DONE
                           NOT ON SIZE ERROR
                               MOVE 'Y' TO WS-PARM-NUM-OK
                               ADD 1 TO WS-PARM-POS
                       END-COMPUTE
                   ELSE
                       MOVE 'N' TO WS-PARM-NUM-OK
                       MOVE 'Y' TO WS-PARM-DONE
                   END-IF
               END-IF
           END-IF.

       LOAD-EXPORT.
           OPEN INPUT F-EXPRH
           MOVE WS-EXPRH-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-EXPRH" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-TITRE-ANOM
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT TITLE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-SEP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT SEPARATOR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-EXPORT-RECORD UNTIL WS-EXPRH-EOF = 'Y'
           CLOSE F-EXPRH
           IF WS-EXP-CNT > 0
               SORT WS-EXP-ENTRY ASCENDING KEY WS-EXP-ID WS-EXP-SEQ
               PERFORM SCAN-DATE-EXPORT
                   VARYING WS-EXP-POS FROM 1 BY 1
                   UNTIL WS-EXP-POS > WS-EXP-CNT
               MOVE 1 TO WS-EXP-POS
           END-IF
           IF WS-DATE-EXPORT = SPACES
               MOVE WS-CURRENT-DATE TO WS-DATE-EXPORT
           END-IF
           DISPLAY "HR export rows loaded: " WS-EXP-CNT
                   " - export date " WS-DATE-EXPORT.

       READ-EXPORT-RECORD.
           READ F-EXPRH
               AT END
                   MOVE 'Y' TO WS-EXPRH-EOF
               NOT AT END
                   ADD 1 TO WS-EXP-READ
           END-READ
           MOVE WS-EXPRH-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-EXPRH" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EXPRH-EOF = 'N'
               MOVE REXPRH TO WS-EX-IMAGE
               IF EXI-ID = SPACES
                   MOVE "ID MANQUANT" TO WS-MOTIF
                   PERFORM WRITE-EXPORT-REJET
               ELSE
                   IF EXI-SALAIRE IS NOT NUMERIC
                       MOVE "SALAIRE NON NUMERIQUE" TO WS-MOTIF
                       PERFORM WRITE-EXPORT-REJET
                   ELSE
                       IF WS-EXP-CNT < 50000
                           PERFORM ADD-EXPORT-ENTRY
                       ELSE
                           MOVE "TABLE EXPORT PLEINE" TO WS-MOTIF
                           PERFORM WRITE-EXPORT-REJET
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-EXPORT-ENTRY.
           ADD 1 TO WS-EXP-CNT
           SET WS-EXP-IDX TO WS-EXP-CNT
           MOVE WS-EX-IMAGE TO WS-EXP-DONNEES (WS-EXP-IDX)
           MOVE WS-EXP-CNT TO WS-EXP-SEQ (WS-EXP-IDX).

       SCAN-DATE-EXPORT.
           IF WS-EXP-ID (WS-EXP-POS) NOT = WS-EXP-DERNIER-ID
               MOVE WS-EXP-ID (WS-EXP-POS) TO WS-EXP-DERNIER-ID
               MOVE WS-EXP-DONNEES (WS-EXP-POS) TO WS-EX-IMAGE
               IF EXI-DATE-EFFET IS NUMERIC
                   IF WS-DATE-EXPORT = SPACES
                       OR EXI-DATE-EFFET > WS-DATE-EXPORT
                       MOVE EXI-DATE-EFFET TO WS-DATE-EXPORT
                   END-IF
               END-IF
           END-IF.

       WRITE-EXPORT-REJET.
           MOVE "*" TO SYN-CODE
           MOVE EXI-ID TO SYN-ID
           MOVE "EXPORT" TO SYN-CHAMP
           MOVE EXI-NOM TO SYN-AVANT
           MOVE EXI-PRENOM TO SYN-APRES
           MOVE "REJETEE" TO SYN-DISPO
           MOVE WS-MOTIF TO SYN-MOTIF
           PERFORM WRITE-SYNC-LIGNE
           ADD 1 TO WS-REJET-CNT.

       PROCESS-RECORDS.
           READ F-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
           END-READ
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EOF = 'N'
               IF RMASTER-STATUT NOT = "P"
                   ADD 1 TO WS-ACTIF-CNT
               END-IF
               MOVE RMASTER-ID TO WS-CLE-MAITRE
               PERFORM FLUSH-EXPORT-ANTERIEURS
               PERFORM FIND-EXPORT-EMPLOYE
               IF WS-EXP-TROUVE = 'Y'
                   PERFORM COMPARE-EMPLOYE
               ELSE
                   IF RMASTER-STATUT NOT = "P"
                       PERFORM GENERE-SORTIE
                   END-IF
               END-IF
           END-IF.

       FLUSH-EXPORT-ANTERIEURS.
           MOVE 'N' TO WS-EXPORT-FINI
           PERFORM FLUSH-EXPORT-NOUVEAU UNTIL WS-EXPORT-FINI = 'Y'.

       FLUSH-EXPORT-NOUVEAU.
           IF WS-EXP-POS > WS-EXP-CNT
               MOVE 'Y' TO WS-EXPORT-FINI
           ELSE
               IF WS-EXP-ID (WS-EXP-POS) < WS-CLE-MAITRE
                   MOVE WS-EXP-DONNEES (WS-EXP-POS) TO WS-EX-IMAGE
                   ADD 1 TO WS-EXP-POS
                   PERFORM SKIP-EXPORT-DOUBLONS
                   PERFORM GENERE-AJOUT
               ELSE
                   MOVE 'Y' TO WS-EXPORT-FINI
               END-IF
           END-IF.

       FIND-EXPORT-EMPLOYE.
           MOVE 'N' TO WS-EXP-TROUVE
           IF WS-EXP-POS <= WS-EXP-CNT
               IF WS-EXP-ID (WS-EXP-POS) = RMASTER-ID
                   MOVE 'Y' TO WS-EXP-TROUVE
                   MOVE WS-EXP-DONNEES (WS-EXP-POS) TO WS-EX-IMAGE
                   ADD 1 TO WS-EXP-POS
                   PERFORM SKIP-EXPORT-DOUBLONS
               END-IF
           END-IF.

       SKIP-EXPORT-DOUBLONS.
           MOVE 'N' TO WS-DOUBLON-FINI
           PERFORM SKIP-EXPORT-DOUBLON UNTIL WS-DOUBLON-FINI = 'Y'.

       SKIP-EXPORT-DOUBLON.
           IF WS-EXP-POS > WS-EXP-CNT
               MOVE 'Y' TO WS-DOUBLON-FINI
           ELSE
               IF WS-EXP-ID (WS-EXP-POS) = EXI-ID
                   MOVE "*" TO SYN-CODE
                   MOVE EXI-ID TO SYN-ID
                   MOVE "EXPORT" TO SYN-CHAMP
                   MOVE WS-EXP-RESTE (WS-EXP-POS) (1:20) TO SYN-AVANT
                   MOVE WS-EXP-RESTE (WS-EXP-POS) (21:20) TO SYN-APRES
                   MOVE "REJETEE" TO SYN-DISPO
                   MOVE "ID EN DOUBLE DANS EXPORT" TO SYN-MOTIF
                   PERFORM WRITE-SYNC-LIGNE
                   ADD 1 TO WS-REJET-CNT
                   ADD 1 TO WS-EXP-POS
               ELSE
                   MOVE 'Y' TO WS-DOUBLON-FINI
               END-IF
           END-IF.

       GENERE-AJOUT.
           IF EXI-STATUT = "P"
               MOVE "*" TO SYN-CODE
               MOVE EXI-ID TO SYN-ID
               MOVE "EXPORT" TO SYN-CHAMP
               MOVE EXI-NOM TO SYN-AVANT
               MOVE EXI-PRENOM TO SYN-APRES
               MOVE "IGNOREE" TO SYN-DISPO
               MOVE "SORTI ET ABSENT DU MAITRE" TO SYN-MOTIF
               PERFORM WRITE-SYNC-LIGNE
               ADD 1 TO WS-IGNORE-CNT
           ELSE
               MOVE "A" TO TRI-CODE
               PERFORM MOVE-EXPORT-TO-TRANS
               MOVE SPACES TO WS-AV-IMAGE
               MOVE SPACES TO WS-MOTIF
               PERFORM ADD-GEN-ENTRY
               ADD 1 TO WS-A-CNT
           END-IF.

       COMPARE-EMPLOYE.
           MOVE EXI-STATUT TO WS-STATUT-EXPORT
           IF WS-STATUT-EXPORT = SPACE
               MOVE "A" TO WS-STATUT-EXPORT
           END-IF
           IF EXI-NOM = RMASTER-NOM
               AND EXI-PRENOM = RMASTER-PRENOM
               AND EXI-POSTE = RMASTER-POSTE
               AND EXI-SALAIRE = RMASTER-SALAIRE
               AND EXI-AGENCE = RMASTER-AGENCE
               AND WS-STATUT-EXPORT = RMASTER-STATUT
               ADD 1 TO WS-INCHANGE-CNT
           ELSE
               MOVE "C" TO TRI-CODE
               PERFORM MOVE-EXPORT-TO-TRANS
               MOVE RMASTER TO WS-AV-IMAGE
               MOVE SPACES TO WS-MOTIF
               IF TRI-SALAIRE NOT = AVI-SALAIRE
                   COMPUTE WS-ECART = TRI-SALAIRE - AVI-SALAIRE
                   IF WS-ECART < 0
                       COMPUTE WS-ECART = 0 - WS-ECART
                   END-IF
                   IF WS-ECART * 100 > WS-SEUIL-SAL * AVI-SALAIRE
                       MOVE "ECART SALAIRE > SEUIL" TO WS-MOTIF
                   END-IF
               END-IF
               PERFORM ADD-GEN-ENTRY
           END-IF.

       GENERE-SORTIE.
           MOVE "D" TO TRI-CODE
           MOVE RMASTER-ID TO TRI-ID
           MOVE RMASTER-NOM TO TRI-NOM
           MOVE RMASTER-PRENOM TO TRI-PRENOM
           MOVE RMASTER-POSTE TO TRI-POSTE
           MOVE RMASTER-SALAIRE TO TRI-SALAIRE
           MOVE RMASTER-AGENCE TO TRI-AGENCE
           MOVE WS-DATE-EXPORT TO TRI-DATE-EFFET
           MOVE SPACES TO TRI-EMBAUCHE
           MOVE SPACES TO TRI-STATUT
           MOVE SPACES TO TRI-DATE-FIN
           MOVE RMASTER TO WS-AV-IMAGE
           MOVE SPACES TO WS-MOTIF
           PERFORM ADD-GEN-ENTRY
           ADD 1 TO WS-D-CNT.

       MOVE-EXPORT-TO-TRANS.
           MOVE EXI-ID TO TRI-ID
           MOVE EXI-NOM TO TRI-NOM
           MOVE EXI-PRENOM TO TRI-PRENOM
           MOVE EXI-POSTE TO TRI-POSTE
           MOVE EXI-SALAIRE TO TRI-SALAIRE
           MOVE EXI-AGENCE TO TRI-AGENCE
           MOVE EXI-EMBAUCHE TO TRI-EMBAUCHE
           MOVE EXI-STATUT TO TRI-STATUT
           IF TRI-STATUT = SPACE
               MOVE "A" TO TRI-STATUT
           END-IF
           IF EXI-DATE-EFFET IS NUMERIC
               MOVE EXI-DATE-EFFET TO TRI-DATE-EFFET
           ELSE
               MOVE WS-DATE-EXPORT TO TRI-DATE-EFFET
           END-IF
           MOVE EXI-DATE-FIN TO TRI-DATE-FIN
           IF TRI-STATUT = "P" AND TRI-DATE-FIN = SPACES
               MOVE TRI-DATE-EFFET TO TRI-DATE-FIN
           END-IF.

       ADD-GEN-ENTRY.
           IF WS-GEN-CNT < 50000
               ADD 1 TO WS-GEN-CNT
               SET WS-GEN-IDX TO WS-GEN-CNT
               MOVE WS-TR-IMAGE TO WS-GEN-TRANS (WS-GEN-IDX)
               MOVE WS-AV-IMAGE TO WS-GEN-AVANT (WS-GEN-IDX)
               MOVE WS-MOTIF TO WS-GEN-MOTIF (WS-GEN-IDX)
               IF WS-MOTIF = SPACES
                   MOVE 'N' TO WS-GEN-ATTENTE (WS-GEN-IDX)
               ELSE
                   MOVE 'Y' TO WS-GEN-ATTENTE (WS-GEN-IDX)
               END-IF
           ELSE
               MOVE TRI-CODE TO SYN-CODE
               MOVE TRI-ID TO SYN-ID
               MOVE "EXPORT" TO SYN-CHAMP
               MOVE TRI-NOM TO SYN-AVANT
               MOVE TRI-PRENOM TO SYN-APRES
               MOVE "REJETEE" TO SYN-DISPO
               MOVE "TABLE MOUVEMENTS PLEINE" TO SYN-MOTIF
               PERFORM WRITE-SYNC-LIGNE
               ADD 1 TO WS-REJET-CNT
           END-IF.

       CHECK-SEUIL-EFFECTIF.
           COMPUTE WS-MOUVEMENT-CNT = WS-A-CNT + WS-D-CNT
           IF WS-MOUVEMENT-CNT > 0
               IF WS-MOUVEMENT-CNT * 100 > WS-SEUIL-EFF * WS-ACTIF-CNT
                   MOVE 'Y' TO WS-SEUIL-DEPASSE
               END-IF
           END-IF
           IF WS-SEUIL-DEPASSE = 'Y' AND WS-GEN-CNT > 0
               PERFORM MARK-ATTENTE-EFFECTIF
                   VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-CNT
           END-IF.

       MARK-ATTENTE-EFFECTIF.
           MOVE WS-GEN-TRANS (WS-GEN-IDX) TO WS-TR-IMAGE
           IF TRI-CODE = "A" OR TRI-CODE = "D"
               MOVE 'Y' TO WS-GEN-ATTENTE (WS-GEN-IDX)
               MOVE "SEUIL EFFECTIF DEPASSE"
                   TO WS-GEN-MOTIF (WS-GEN-IDX)
           END-IF.

       WRITE-MOUVEMENTS.
           OPEN OUTPUT F-SYNTR
           MOVE WS-SYNTR-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-SYNTR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-SYNHOLD
           MOVE WS-SYNHOLD-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-SYNHOLD" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-SEP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT SEPARATOR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-TITRE-MVT
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT TITLE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-SEP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT SEPARATOR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-COLONNES
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT COLUMNS" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-SEP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT SEPARATOR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-GEN-CNT = 0
               WRITE R-SYNRPT FROM WS-SYN-AUCUN
               MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-SYNRPT AUCUN" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           ELSE
               PERFORM WRITE-MOUVEMENT
                   VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-CNT
           END-IF
           CLOSE F-SYNTR, F-SYNHOLD.

       WRITE-MOUVEMENT.
           MOVE WS-GEN-TRANS (WS-GEN-IDX) TO WS-TR-IMAGE
           MOVE WS-GEN-AVANT (WS-GEN-IDX) TO WS-AV-IMAGE
           MOVE WS-GEN-MOTIF (WS-GEN-IDX) TO SYN-MOTIF
           IF WS-GEN-ATTENTE (WS-GEN-IDX) = 'Y'
               WRITE RSYNHOLD FROM WS-TR-IMAGE
               MOVE WS-SYNHOLD-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-SYNHOLD" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE "EN ATTENTE" TO SYN-DISPO
               ADD 1 TO WS-ATTENTE-CNT
               EVALUATE TRI-CODE
                   WHEN "A" ADD 1 TO WS-A-ATT
                   WHEN "C" ADD 1 TO WS-C-ATT
                   WHEN OTHER ADD 1 TO WS-D-ATT
               END-EVALUATE
           ELSE
               WRITE RSYNTR FROM WS-TR-IMAGE
               MOVE WS-SYNTR-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-SYNTR" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE "GENEREE" TO SYN-DISPO
               EVALUATE TRI-CODE
                   WHEN "A" ADD 1 TO WS-A-GEN
                   WHEN "C" ADD 1 TO WS-C-GEN
                   WHEN OTHER ADD 1 TO WS-D-GEN
               END-EVALUATE
           END-IF
           MOVE TRI-CODE TO SYN-CODE
           MOVE TRI-ID TO SYN-ID
           EVALUATE TRI-CODE
               WHEN "A"
                   MOVE "CREATION" TO SYN-CHAMP
                   MOVE SPACES TO SYN-AVANT
                   MOVE TRI-NOM TO SYN-APRES
                   PERFORM WRITE-SYNC-LIGNE
               WHEN "C"
                   PERFORM WRITE-ECARTS-CHAMPS
               WHEN OTHER
                   MOVE "SORTIE" TO SYN-CHAMP
                   MOVE AVI-NOM TO SYN-AVANT
                   MOVE SPACES TO SYN-APRES
                   STRING TRI-DATE-EFFET (1:4) "-" TRI-DATE-EFFET (5:2)
                          "-" TRI-DATE-EFFET (7:2) DELIMITED BY SIZE
                          INTO SYN-APRES
                   PERFORM WRITE-SYNC-LIGNE
           END-EVALUATE.

       WRITE-ECARTS-CHAMPS.
           IF TRI-NOM NOT = AVI-NOM
               MOVE "NOM" TO SYN-CHAMP
               MOVE AVI-NOM TO SYN-AVANT
               MOVE TRI-NOM TO SYN-APRES
               PERFORM WRITE-SYNC-LIGNE
           END-IF
           IF TRI-PRENOM NOT = AVI-PRENOM
               MOVE "PRENOM" TO SYN-CHAMP
               MOVE AVI-PRENOM TO SYN-AVANT
               MOVE TRI-PRENOM TO SYN-APRES
               PERFORM WRITE-SYNC-LIGNE
           END-IF
           IF TRI-POSTE NOT = AVI-POSTE
               MOVE "POSTE" TO SYN-CHAMP
               MOVE AVI-POSTE TO SYN-AVANT
               MOVE TRI-POSTE TO SYN-APRES
               PERFORM WRITE-SYNC-LIGNE
           END-IF
           IF TRI-SALAIRE NOT = AVI-SALAIRE
               MOVE "SALAIRE" TO SYN-CHAMP
               MOVE AVI-SALAIRE TO WS-SAL-EDIT
               MOVE WS-SAL-EDIT TO SYN-AVANT
               MOVE TRI-SALAIRE TO WS-SAL-EDIT
               MOVE WS-SAL-EDIT TO SYN-APRES
               PERFORM WRITE-SYNC-LIGNE
           END-IF
           IF TRI-AGENCE NOT = AVI-AGENCE
               MOVE "AGENCE" TO SYN-CHAMP
               MOVE AVI-AGENCE TO SYN-AVANT
               MOVE TRI-AGENCE TO SYN-APRES
               PERFORM WRITE-SYNC-LIGNE
           END-IF
           IF TRI-STATUT NOT = AVI-STATUT
               MOVE "STATUT" TO SYN-CHAMP
               MOVE AVI-STATUT TO SYN-AVANT
               MOVE TRI-STATUT TO SYN-APRES
               PERFORM WRITE-SYNC-LIGNE
           END-IF.

       WRITE-SYNC-HEADER.
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-SYN-DATE
           WRITE R-SYNRPT FROM WS-SYN-ENTETE
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT HEADER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-SEP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT SEPARATOR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-SYNC-LIGNE.
           WRITE R-SYNRPT FROM FIC-SYNC
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-SYNC-FOOTER.
           WRITE R-SYNRPT FROM WS-SYN-SEP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT SEPARATOR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-TITRE-RECAP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT TITLE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-SEP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT SEPARATOR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-SYNRPT FROM WS-SYN-RECAP-COL
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT COLUMNS" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE "A - CREATIONS" TO RCP-LIBELLE
           MOVE WS-A-GEN TO RCP-GENEREES
           MOVE WS-A-ATT TO RCP-ATTENTE
           WRITE R-SYNRPT FROM FIC-RECAP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT RECAP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE "C - MODIFICATIONS" TO RCP-LIBELLE
           MOVE WS-C-GEN TO RCP-GENEREES
           MOVE WS-C-ATT TO RCP-ATTENTE
           WRITE R-SYNRPT FROM FIC-RECAP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT RECAP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE "D - SORTIES" TO RCP-LIBELLE
           MOVE WS-D-GEN TO RCP-GENEREES
           MOVE WS-D-ATT TO RCP-ATTENTE
           WRITE R-SYNRPT FROM FIC-RECAP
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT RECAP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE WS-INCHANGE-CNT TO WS-PIED-INCHANGES
           MOVE WS-IGNORE-CNT TO WS-PIED-IGNORES
           MOVE WS-REJET-CNT TO WS-PIED-REJETS
           WRITE R-SYNRPT FROM WS-SYN-PIED
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT FOOTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           STRING WS-DATE-EXPORT (1:4) "-" WS-DATE-EXPORT (5:2) "-"
                  WS-DATE-EXPORT (7:2) DELIMITED BY SIZE
                  INTO WS-PARM-EXPORT
           MOVE WS-SEUIL-SAL TO WS-PARM-SAL
           MOVE WS-SEUIL-EFF TO WS-PARM-EFF
           WRITE R-SYNRPT FROM WS-SYN-PARAMETRES
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT PARAMETERS" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE WS-ACTIF-CNT TO WS-EFF-ACTIF
           MOVE WS-MOUVEMENT-CNT TO WS-EFF-MOUVEMENTS
           WRITE R-SYNRPT FROM WS-SYN-EFFECTIF
           MOVE WS-SYNRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-SYNRPT HEADCOUNT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPSYNC TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPSYNC.
