               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT F-RAPPEL ASSIGN TO DYNAMIC WS-RAPPEL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAPPEL-STATUS.

           SELECT F-YTD ASSIGN TO DYNAMIC WS-YTD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY 'FHISTO.cpy' REPLACING ==:HISTO:== BY ==HISTO==.
           COPY 'FRAPPEL.cpy' REPLACING ==:RAPPEL:== BY ==RAPPEL==.
           COPY 'FYTD.cpy'.

       WORKING-STORAGE SECTION.
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
           05  FILLER               PIC X(20).

       01  FIC-YTD-EMP.
           05  YTE-TYPE             PIC X(08) VALUE "EMPLOYE ".
           05  FILLER               PIC X      VALUE "|".
           05  WS-YTD-DATE          PIC X(10).

       01  WS-HISTO-FILE       PIC X(100) VALUE "EMPHISTO.txt".
       01  WS-RAPPEL-FILE      PIC X(100) VALUE "EMPRAPPEL.txt".
       01  WS-YTD-FILE         PIC X(100) VALUE "EMPYTD.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-HISTO-STATUS     PIC XX.
       01  WS-RAPPEL-STATUS    PIC XX.
       01  WS-YTD-STATUS       PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-RAPPEL-EOF       PIC X VALUE 'N'.
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-ANNEE            PIC X(04).
       01  WS-MOIS-X           PIC X(02).
                               PIC 9(02).
       01  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-SELECT-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-RAPPEL-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-MOIS-IDX         PIC 9(02) VALUE ZERO.

       01  WS-EMP-CNT          PIC 9(05) VALUE ZERO.
           PERFORM PROCESS-RECORDS UNTIL WS-EOF = 'Y'.
           CLOSE F-HISTO.

           OPEN INPUT F-RAPPEL
           IF WS-RAPPEL-STATUS = "35"
               DISPLAY "NO ARREARS FILE - GROSS FROM HISTORY ONLY"
           ELSE
               MOVE WS-RAPPEL-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-RAPPEL" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM PROCESS-RAPPEL UNTIL WS-RAPPEL-EOF = 'Y'
               CLOSE F-RAPPEL
           END-IF

           PERFORM WRITE-EMPLOYE-CUMUL
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-CNT.

           DISPLAY "HISTORY RECORDS READ : " WS-READ-COUNT.
           DISPLAY "RECORDS FOR YEAR     : " WS-SELECT-COUNT.
           DISPLAY "ARREARS FOR YEAR     : " WS-RAPPEL-COUNT.
           DISPLAY "EMPLOYEES REPORTED   : " WS-EMP-CNT.
           DISPLAY "REGIONS REPORTED     : " WS-REG-CNT.
           DISPLAY "END OF YTD REPORTING.".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HISTO-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RAPPELIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RAPPEL-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "YTDOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-YTD-FILE
           MOVE ZERO TO WS-REG-MOIS-BRUT (WS-REG-IDX WS-MOIS-IDX)
           MOVE ZERO TO WS-REG-MOIS-NET (WS-REG-IDX WS-MOIS-IDX).

       PROCESS-RAPPEL.
           READ F-RAPPEL
               AT END
                   MOVE 'Y' TO WS-RAPPEL-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-RAPPEL-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-RAPPEL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-RAPPEL-EOF = 'N' AND WS-EMP-CNT > 0
               MOVE R-RAPPEL TO WS-RLIGNE
               MOVE RL-PAIE (5:2) TO WS-MOIS-X
               IF RL-PAIE (1:4) = WS-ANNEE
                   AND WS-MOIS-9 IS NUMERIC
                   AND WS-MOIS-9 > 0 AND WS-MOIS-9 < 13
                   AND RL-MONTANT-9 IS NUMERIC
                   SET WS-EMP-IDX TO 1
                   SEARCH WS-EMP-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-EMP-ID (WS-EMP-IDX) = RL-ID
                           PERFORM ACCUMULATE-RAPPEL
                   END-SEARCH
               END-IF
           END-IF.

       ACCUMULATE-RAPPEL.
           ADD 1 TO WS-RAPPEL-COUNT
           ADD RL-MONTANT-9 TO WS-EMP-BRUT (WS-EMP-IDX)
           SET WS-REG-IDX TO 1
           SEARCH WS-REG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REG-REGION (WS-REG-IDX)
                       = WS-EMP-REGION (WS-EMP-IDX)
                   ADD RL-MONTANT-9 TO WS-REG-BRUT (WS-REG-IDX)
                   ADD RL-MONTANT-9 TO
                       WS-REG-MOIS-BRUT (WS-REG-IDX WS-MOIS-9)
           END-SEARCH.

       WRITE-EMPLOYE-CUMUL.
           MOVE WS-EMP-ID (WS-EMP-IDX) TO YTE-ID
           MOVE WS-EMP-REGION (WS-EMP-IDX) TO YTE-REGION
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPHYTD TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

