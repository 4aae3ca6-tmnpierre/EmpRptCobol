       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBUDLD.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BUDBRUT ASSIGN TO DYNAMIC WS-BUDBRUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUDBRUT-STATUS.

           SELECT F-BUDGET ASSIGN TO DYNAMIC WS-BUDGET-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT F-BUDREJ ASSIGN TO DYNAMIC WS-BUDREJ-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUDREJ-STATUS.

           SELECT F-DEPT ASSIGN TO DYNAMIC WS-DEPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FBUDGET.cpy' REPLACING ==:BUDGET:== BY ==BUDBRUT==.
           COPY 'FBUDGET.cpy' REPLACING ==:BUDGET:== BY ==BUDGET==.
           COPY 'FBUDREJ.cpy'.
           COPY 'FDEPT.cpy'.

       WORKING-STORAGE SECTION.
       01  FIC-BUDREJ.
           05  BRJ-RECORD           PIC X(23).
           05  FILLER               PIC X      VALUE "|".
           05  BRJ-MOTIF            PIC X(03).

       01  WS-BUDBRUT-FILE     PIC X(100)
               VALUE "fr-budget-brut.txt".
       01  WS-BUDGET-FILE      PIC X(100) VALUE "EMPBUDGET.txt".
       01  WS-BUDREJ-FILE      PIC X(100) VALUE "EMPBUDREJ.txt".
       01  WS-DEPT-FILE        PIC X(100) VALUE "fr-liste-dept.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-BUDBRUT-STATUS   PIC XX.
       01  WS-BUDGET-STATUS    PIC XX.
       01  WS-BUDREJ-STATUS    PIC XX.
       01  WS-DEPT-STATUS      PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-DEPT-EOF         PIC X VALUE 'N'.
       01  WS-MOTIF            PIC X(03).
       01  WS-READ-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-VALID-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-REJET-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-ETP        PIC 9(07)V9(01) VALUE ZERO.
       01  WS-TOTAL-BRUT       PIC 9(11) VALUE ZERO.

       01  WS-DEPT-TABLE-CNT   PIC 9(04) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DEPT-TABLE-CNT
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-TAB-ID       PIC X(03).
               10  WS-DEPT-TAB-DEP      PIC X(23).
               10  WS-DEPT-TAB-REGION   PIC X(26).

       01  WS-CLE-SEEN-CNT     PIC 9(05) VALUE ZERO.
       01  WS-CLE-SEEN-TABLE.
           05  WS-CLE-SEEN-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-CLE-SEEN-CNT
                   INDEXED BY WS-CLE-SEEN-IDX.
               10  WS-CLE-SEEN          PIC X(09).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.

           OPEN INPUT F-DEPT
           MOVE WS-DEPT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-DEPT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM LOAD-DEPT-TABLE.

           OPEN INPUT F-BUDBRUT
           MOVE WS-BUDBRUT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-BUDBRUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT F-BUDGET
           MOVE WS-BUDGET-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-BUDGET" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           OPEN OUTPUT F-BUDREJ
           MOVE WS-BUDREJ-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-BUDREJ" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           PERFORM PROCESS-RECORDS UNTIL WS-EOF = 'Y'.
           CLOSE F-BUDBRUT, F-BUDGET, F-BUDREJ.

           DISPLAY "BUDGET LINES READ     : " WS-READ-COUNT.
           DISPLAY "BUDGET LINES ACCEPTED : " WS-VALID-COUNT.
           DISPLAY "BUDGET LINES REJECTED : " WS-REJET-COUNT.
           DISPLAY "TOTAL ETP BUDGETE     : " WS-TOTAL-ETP.
           DISPLAY "TOTAL BRUT BUDGETE    : " WS-TOTAL-BRUT.
           IF WS-REJET-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF BUDGET LOAD.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BUDIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BUDBRUT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BUDGETFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BUDGET-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BUDREJOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BUDREJ-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEPTIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEPT-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-BUDBRUT-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-BUDGET-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-BUDREJ-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 3
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-DEPT-FILE FROM ARGUMENT-VALUE
           END-IF.

       LOAD-DEPT-TABLE.
           MOVE 'N' TO WS-DEPT-EOF
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
               MOVE RDEPT-DEP TO WS-DEPT-TAB-DEP (WS-DEPT-IDX)
               MOVE RDEPT-REGION TO WS-DEPT-TAB-REGION (WS-DEPT-IDX)
           END-IF.

       PROCESS-RECORDS.
           READ F-BUDBRUT AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               CONTINUE
           END-READ
           MOVE WS-BUDBRUT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-BUDBRUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EOF = 'N'
               ADD 1 TO WS-READ-COUNT
               PERFORM VALIDATE-BUDGET
           END-IF.

       VALIDATE-BUDGET.
           MOVE SPACES TO WS-MOTIF
           PERFORM CHECK-AGENCE
           IF WS-MOTIF = SPACES
               PERFORM CHECK-PERIODE
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM CHECK-MONTANTS
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM CHECK-DOUBLON
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM WRITE-BUDGET-RECORD
           ELSE
               PERFORM WRITE-BUDREJ-RECORD
           END-IF.

       CHECK-AGENCE.
           MOVE "B01" TO WS-MOTIF
           IF WS-DEPT-TABLE-CNT > 0
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-TAB-ID (WS-DEPT-IDX) = RBUDBRUT-AGENCE
                       MOVE SPACES TO WS-MOTIF
               END-SEARCH
           END-IF.

       CHECK-PERIODE.
           IF RBUDBRUT-PERIODE IS NOT NUMERIC
               MOVE "B02" TO WS-MOTIF
           ELSE
               IF RBUDBRUT-PERIODE (5:2) < "01"
                   OR RBUDBRUT-PERIODE (5:2) > "12"
                   MOVE "B02" TO WS-MOTIF
               END-IF
           END-IF.

       CHECK-MONTANTS.
           IF RBUDBRUT-ETP IS NOT NUMERIC
               MOVE "B03" TO WS-MOTIF
           ELSE
               IF RBUDBRUT-BRUT IS NOT NUMERIC
                   MOVE "B04" TO WS-MOTIF
               ELSE
                   IF RBUDBRUT-ETP = ZERO AND RBUDBRUT-BRUT > ZERO
                       MOVE "B05" TO WS-MOTIF
                   END-IF
               END-IF
           END-IF.

       CHECK-DOUBLON.
           IF WS-CLE-SEEN-CNT > 0
               SET WS-CLE-SEEN-IDX TO 1
               SEARCH WS-CLE-SEEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLE-SEEN (WS-CLE-SEEN-IDX)
                           = RBUDBRUT (1:9)
                       MOVE "B06" TO WS-MOTIF
               END-SEARCH
           END-IF.

       WRITE-BUDGET-RECORD.
           ADD 1 TO WS-CLE-SEEN-CNT
           SET WS-CLE-SEEN-IDX TO WS-CLE-SEEN-CNT
           MOVE RBUDBRUT (1:9) TO WS-CLE-SEEN (WS-CLE-SEEN-IDX)
           WRITE RBUDGET FROM RBUDBRUT
           MOVE WS-BUDGET-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-BUDGET" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO WS-VALID-COUNT
           ADD RBUDBRUT-ETP TO WS-TOTAL-ETP
           ADD RBUDBRUT-BRUT TO WS-TOTAL-BRUT.

       WRITE-BUDREJ-RECORD.
           MOVE RBUDBRUT TO BRJ-RECORD
           MOVE WS-MOTIF TO BRJ-MOTIF
           WRITE R-BUDREJ FROM FIC-BUDREJ
           MOVE WS-BUDREJ-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-BUDREJ" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           ADD 1 TO WS-REJET-COUNT.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPBUDLD TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPBUDLD.
