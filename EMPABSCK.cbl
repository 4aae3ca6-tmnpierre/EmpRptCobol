       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPABSCK.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-ABSENCE ASSIGN TO DYNAMIC WS-ABSENCE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT F-ABSOK ASSIGN TO DYNAMIC WS-ABSOK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ABSOK-STATUS.

           SELECT F-ABSEX ASSIGN TO DYNAMIC WS-ABSEX-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ABSEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FMASTER.cpy' REPLACING ==:MASTER:== BY ==MASTER==.
           COPY 'FABSENCE.cpy' REPLACING ==:ABSENCE:== BY ==ABSENCE==.
           COPY 'FABSENCE.cpy' REPLACING ==:ABSENCE:== BY ==ABSOK==.
           COPY 'FABSEX.cpy'.

       WORKING-STORAGE SECTION.
       01  FIC-ABSEX.
           05  AEX-RECORD           PIC X(30).
           05  FILLER               PIC X      VALUE "|".
           05  AEX-MOTIF            PIC X(03).

       01  WS-MASTER-FILE      PIC X(100) VALUE "EMPMASTER.DAT".
       01  WS-ABSENCE-FILE     PIC X(100)
               VALUE "fr-liste-absences.txt".
       01  WS-ABSOK-FILE       PIC X(100) VALUE "EMPABSOK.txt".
       01  WS-ABSEX-FILE       PIC X(100) VALUE "EMPABSEX.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-ABSENCE-STATUS   PIC XX.
       01  WS-ABSOK-STATUS     PIC XX.
       01  WS-ABSEX-STATUS     PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-MASTER-EOF       PIC X VALUE 'N'.
       01  WS-MOTIF            PIC X(03).
       01  WS-READ-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-ACCEPT-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-EMP-TROUVE       PIC X VALUE 'N'.
       01  WS-EMP-EMBAUCHE     PIC X(08) VALUE SPACES.
       01  WS-EMP-STATUT       PIC X(01) VALUE SPACE.
       01  WS-EMP-DATE-FIN     PIC X(08) VALUE SPACES.

       01  WS-DATE-CTL.
           05  WS-DCT-AA            PIC 9(04).
           05  WS-DCT-MM            PIC 9(02).
           05  WS-DCT-JJ            PIC 9(02).
       01  WS-DATE-CTL-X REDEFINES WS-DATE-CTL
                               PIC X(08).
       01  WS-DATE-OK          PIC X VALUE 'N'.
       01  WS-DCT-MAX          PIC 9(02) VALUE ZERO.
       01  WS-DCT-Q            PIC 9(04) VALUE ZERO.
       01  WS-DCT-R4           PIC 9(04) VALUE ZERO.
       01  WS-DCT-R100         PIC 9(04) VALUE ZERO.
       01  WS-DCT-R400         PIC 9(04) VALUE ZERO.

       01  WS-MOIS-JOURS       PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MOIS-JOURS-R REDEFINES WS-MOIS-JOURS.
           05  WS-MOIS-JR          PIC 9(02) OCCURS 12 TIMES.

       01  WS-EMP-CNT          PIC 9(05) VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-EMP-CNT
                   ASCENDING KEY IS WS-EMP-ID
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-ID            PIC X(10).
               10  WS-EMP-EMB           PIC X(08).
               10  WS-EMP-STA           PIC X(01).
               10  WS-EMP-FIN           PIC X(08).

       01  WS-ABS-CNT          PIC 9(05) VALUE ZERO.
       01  WS-ABS-TABLE.
           05  WS-ABS-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-ABS-CNT
                   INDEXED BY WS-ABS-IDX.
               10  WS-ABS-ID            PIC X(10).
               10  WS-ABS-DEBUT         PIC X(08).
               10  WS-ABS-FIN           PIC X(08).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.

           OPEN INPUT F-MASTER
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM LOAD-MASTER-TABLE.
           CLOSE F-MASTER.

           OPEN INPUT F-ABSENCE
           MOVE WS-ABSENCE-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-ABSENCE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT F-ABSOK
           MOVE WS-ABSOK-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-ABSOK" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT F-ABSEX
           MOVE WS-ABSEX-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-ABSEX" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           PERFORM PROCESS-RECORDS UNTIL WS-EOF = 'Y'.
           CLOSE F-ABSENCE, F-ABSOK, F-ABSEX.

           DISPLAY "ABSENCES READ       : " WS-READ-COUNT.
           DISPLAY "ABSENCES ACCEPTED   : " WS-ACCEPT-COUNT.
           DISPLAY "ABSENCES REJECTED   : " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               DISPLAY "ABSENCE FILE HAS REJECTS - SEE "
                       WS-ABSEX-FILE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF ABSENCE CHECK.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MASTFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASTER-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ABSIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ABSENCE-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ABSOKOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ABSOK-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ABSEXOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ABSEX-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ABSENCE-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ABSOK-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 3
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-ABSEX-FILE FROM ARGUMENT-VALUE
           END-IF.

       LOAD-MASTER-TABLE.
           MOVE 'N' TO WS-MASTER-EOF
           PERFORM READ-MASTER-RECORD UNTIL WS-MASTER-EOF = 'Y'
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
               MOVE RMASTER-EMBAUCHE TO WS-EMP-EMB (WS-EMP-IDX)
               MOVE RMASTER-STATUT TO WS-EMP-STA (WS-EMP-IDX)
               MOVE RMASTER-DATE-FIN TO WS-EMP-FIN (WS-EMP-IDX)
           END-IF.

       PROCESS-RECORDS.
           READ F-ABSENCE AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               CONTINUE
           END-READ
           MOVE WS-ABSENCE-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-ABSENCE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EOF = 'N'
               ADD 1 TO WS-READ-COUNT
               PERFORM VALIDATE-ABSENCE
           END-IF.

       VALIDATE-ABSENCE.
           MOVE SPACES TO WS-MOTIF
           PERFORM CHECK-EMPLOYE-EXISTE
           IF WS-MOTIF = SPACES
               PERFORM CHECK-DATES
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM CHECK-TYPE-PAYE
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM CHECK-EMPLOYE-PARTI
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM CHECK-EMBAUCHE
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM CHECK-CHEVAUCHEMENT
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM WRITE-ABSOK-RECORD
           ELSE
               PERFORM WRITE-ABSEX-RECORD
           END-IF.

       CHECK-EMPLOYE-EXISTE.
           MOVE 'N' TO WS-EMP-TROUVE
           IF WS-EMP-CNT > 0
               SEARCH ALL WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMP-ID (WS-EMP-IDX) = RABSENCE-ID
                       MOVE 'Y' TO WS-EMP-TROUVE
                       MOVE WS-EMP-EMB (WS-EMP-IDX)
                           TO WS-EMP-EMBAUCHE
                       MOVE WS-EMP-STA (WS-EMP-IDX)
                           TO WS-EMP-STATUT
                       MOVE WS-EMP-FIN (WS-EMP-IDX)
                           TO WS-EMP-DATE-FIN
               END-SEARCH
           END-IF
           IF WS-EMP-TROUVE = 'N'
               MOVE "A01" TO WS-MOTIF
           END-IF.

       CHECK-DATES.
           MOVE RABSENCE-DEBUT TO WS-DATE-CTL-X
           PERFORM CHECK-DATE-VALIDE
           IF WS-DATE-OK = 'Y'
               MOVE RABSENCE-FIN TO WS-DATE-CTL-X
               PERFORM CHECK-DATE-VALIDE
           END-IF
           IF WS-DATE-OK = 'N'
               MOVE "A02" TO WS-MOTIF
           ELSE
               IF RABSENCE-FIN < RABSENCE-DEBUT
                   MOVE "A02" TO WS-MOTIF
               END-IF
           END-IF.

       CHECK-DATE-VALIDE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-DATE-CTL-X IS NUMERIC
               IF WS-DCT-MM >= 1 AND WS-DCT-MM <= 12
                   MOVE WS-MOIS-JR (WS-DCT-MM) TO WS-DCT-MAX
                   IF WS-DCT-MM = 2
                       PERFORM CHECK-BISSEXTILE
                   END-IF
                   IF WS-DCT-JJ >= 1 AND WS-DCT-JJ <= WS-DCT-MAX
                       MOVE 'Y' TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.

       CHECK-BISSEXTILE.
           DIVIDE WS-DCT-AA BY 4
               GIVING WS-DCT-Q REMAINDER WS-DCT-R4
           DIVIDE WS-DCT-AA BY 100
               GIVING WS-DCT-Q REMAINDER WS-DCT-R100
           DIVIDE WS-DCT-AA BY 400
               GIVING WS-DCT-Q REMAINDER WS-DCT-R400
           IF WS-DCT-R4 = 0
               AND (WS-DCT-R100 NOT = 0 OR WS-DCT-R400 = 0)
               MOVE 29 TO WS-DCT-MAX
           END-IF.

       CHECK-TYPE-PAYE.
           IF RABSENCE-TYPE = SPACES
               MOVE "A03" TO WS-MOTIF
           END-IF
           IF RABSENCE-PAYE NOT = "O" AND RABSENCE-PAYE NOT = "N"
               MOVE "A03" TO WS-MOTIF
           END-IF
           IF RABSENCE-TYPE = "CP " AND RABSENCE-PAYE NOT = "O"
               MOVE "A03" TO WS-MOTIF
           END-IF
           IF RABSENCE-TYPE = "SS " AND RABSENCE-PAYE NOT = "N"
               MOVE "A03" TO WS-MOTIF
           END-IF.

       CHECK-EMPLOYE-PARTI.
           IF WS-EMP-STATUT = "P"
               IF WS-EMP-DATE-FIN IS NOT NUMERIC
                   MOVE "A04" TO WS-MOTIF
               ELSE
                   IF RABSENCE-FIN > WS-EMP-DATE-FIN
                       MOVE "A04" TO WS-MOTIF
                   END-IF
               END-IF
           END-IF.

       CHECK-EMBAUCHE.
           IF WS-EMP-EMBAUCHE IS NUMERIC
               IF RABSENCE-DEBUT < WS-EMP-EMBAUCHE
                   MOVE "A05" TO WS-MOTIF
               END-IF
           END-IF.

       CHECK-CHEVAUCHEMENT.
           IF WS-ABS-CNT > 0
               SET WS-ABS-IDX TO 1
               SEARCH WS-ABS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ABS-ID (WS-ABS-IDX) = RABSENCE-ID
                       AND WS-ABS-DEBUT (WS-ABS-IDX) <= RABSENCE-FIN
                       AND WS-ABS-FIN (WS-ABS-IDX) >= RABSENCE-DEBUT
                       MOVE "A06" TO WS-MOTIF
               END-SEARCH
           END-IF
           IF WS-MOTIF = SPACES
               ADD 1 TO WS-ABS-CNT
               SET WS-ABS-IDX TO WS-ABS-CNT
               MOVE RABSENCE-ID TO WS-ABS-ID (WS-ABS-IDX)
               MOVE RABSENCE-DEBUT TO WS-ABS-DEBUT (WS-ABS-IDX)
               MOVE RABSENCE-FIN TO WS-ABS-FIN (WS-ABS-IDX)
           END-IF.

       WRITE-ABSOK-RECORD.
           WRITE RABSOK FROM RABSENCE
           MOVE WS-ABSOK-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-ABSOK" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO WS-ACCEPT-COUNT.

       WRITE-ABSEX-RECORD.
           MOVE RABSENCE TO AEX-RECORD
           MOVE WS-MOTIF TO AEX-MOTIF
           WRITE R-ABSEX FROM FIC-ABSEX
           MOVE WS-ABSEX-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-ABSEX" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO WS-REJECT-COUNT.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPABSCK TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPABSCK.
