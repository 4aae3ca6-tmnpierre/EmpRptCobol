               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGOUT-STATUS.

           SELECT F-RAPPEL ASSIGN TO DYNAMIC WS-RAPPEL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAPPEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FMASTER.cpy' REPLACING ==:MASTER:== BY ==EMPLOYE==.
           COPY 'FHISTO.cpy' REPLACING ==:HISTO:== BY ==HISTNEW==.
           COPY 'FREGOUT.cpy'.
           COPY 'FDEDCTL.cpy'.
           COPY 'FRAPPEL.cpy' REPLACING ==:RAPPEL:== BY ==RAPPEL==.

       SD  SD-CLISOR.
       01  SD-CLISOR-REC.
           05  DCL-MONTANT-9 REDEFINES DCL-MONTANT
                                    PIC 9(11).

       01  WS-RAPPEL-FILE      PIC X(100) VALUE "EMPRAPPEL.txt".
       01  WS-RAPPEL-STATUS    PIC XX.
       01  WS-RAPPEL-EOF       PIC X VALUE 'N'.
       01  WS-RAPPEL-LOOKUP-ID PIC X(10) VALUE SPACES.
       01  WS-RAPPEL-SUM       PIC 9(09) VALUE ZERO.
       01  WS-RAPPEL-TABLE-CNT PIC 9(05) VALUE ZERO.
       01  WS-RAPPEL-TABLE.
           05  WS-RAPPEL-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RAPPEL-TABLE-CNT
                   INDEXED BY WS-RAPPEL-IDX.
               10  WS-RAPPEL-TAB-ID      PIC X(10).
               10  WS-RAPPEL-TAB-PERIODE PIC X(06).
               10  WS-RAPPEL-TAB-MONTANT PIC 9(07).
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

       01  WS-DEDUCT-LOOKUP-ID PIC X(10) VALUE SPACES.
       01  WS-DEDUCT-FOUND     PIC X VALUE 'N'.
       01  WS-DEDUCT-AT-FIRST  PIC X VALUE 'N'.
                   "SALAIRE BRUT   : ".
           05  BUL-BRUT             PIC 9(07).

       01  WS-BULLETIN-RAPPEL.
           05  FILLER               PIC X(07) VALUE "RAPPEL ".
           05  BUL-RAP-PERIODE      PIC X(06).
           05  FILLER               PIC X(04) VALUE "  : ".
           05  BUL-RAP-MONTANT      PIC 9(07).

       01  WS-BULLETIN-RETENUE.
           05  FILLER               PIC X(08) VALUE "RETENUE ".
           05  BUL-RET-TYPE         PIC X(03).
           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-DEDUCT-TABLE.
           PERFORM LOAD-GRILLE-TABLE.
           PERFORM LOAD-RAPPEL-TABLE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-RECORDS UNTIL WS-EOF = 'Y'.
           IF WS-SKIPPING = 'Y'
               DISPLAY "EMPRPT TERMINATED - STALE OR INVALID CHECKPOINT"
               MOVE "STALE CHECKPOINT" TO WS-RUN-STATUS
               PERFORM WRITE-RUN-HISTORY
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE F-EMPLOYE, F-EXCPT, F-WORK, F-CHECKPOINT.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ANOMALIE-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RAPPELIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RAPPEL-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
                      WS-CHECK-LABEL
                      DELIMITED BY SIZE INTO WS-RUN-STATUS
               PERFORM WRITE-RUN-HISTORY
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE OUT-ID TO HIS-ID
           MOVE WS-CURRENT-DATE (1:6) TO HIS-PERIODE
           MOVE OUT-SALAIRE TO HIS-SALAIRE
           MOVE OUT-ID TO WS-RAPPEL-LOOKUP-ID
           PERFORM SUM-RAPPELS
           COMPUTE HIS-RETENUES = OUT-SALAIRE + WS-RAPPEL-SUM
               - OUT-NET-SALAIRE
           MOVE OUT-NET-SALAIRE TO HIS-NET-SALAIRE
           MOVE OUT-REGION TO HIS-REGION
           WRITE R-HISTNEW FROM FIC-HISTO
                   TO WS-DEDUCT-TAB-MONTANT (WS-DEDUCT-IDX)
           END-IF.

       LOAD-RAPPEL-TABLE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT F-RAPPEL
           IF WS-RAPPEL-STATUS = "35"
               DISPLAY "NO ARREARS FILE - NO ARREARS PAID THIS RUN"
           ELSE
               MOVE WS-RAPPEL-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-RAPPEL" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-RAPPEL-EOF
               PERFORM READ-RAPPEL-RECORD UNTIL WS-RAPPEL-EOF = 'Y'
               CLOSE F-RAPPEL
               DISPLAY "Arrears table loaded: " WS-RAPPEL-TABLE-CNT
                       " entries"
           END-IF.

       READ-RAPPEL-RECORD.
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
               IF RL-PAIE = WS-CURRENT-DATE (1:6)
                   AND RL-MONTANT-9 IS NUMERIC
                   ADD 1 TO WS-RAPPEL-TABLE-CNT
                   SET WS-RAPPEL-IDX TO WS-RAPPEL-TABLE-CNT
                   MOVE RL-ID TO WS-RAPPEL-TAB-ID (WS-RAPPEL-IDX)
                   MOVE RL-PERIODE
                       TO WS-RAPPEL-TAB-PERIODE (WS-RAPPEL-IDX)
                   MOVE RL-MONTANT-9
                       TO WS-RAPPEL-TAB-MONTANT (WS-RAPPEL-IDX)
               END-IF
           END-IF.

       PROCESS-RECORDS.
           READ F-EMPLOYE AT END MOVE 'Y' TO WS-EOF
           NOT AT END
           END-SEARCH.

       LOOKUP-DEDUCT.
           MOVE REMPLOYE-ID TO WS-RAPPEL-LOOKUP-ID
           PERFORM SUM-RAPPELS
           COMPUTE OUT-NET-SALAIRE = OUT-SALAIRE + WS-RAPPEL-SUM
           MOVE REMPLOYE-ID TO WS-DEDUCT-LOOKUP-ID
           PERFORM SUM-DEDUCTIONS
           IF WS-DEDUCT-FOUND = 'Y'
               IF WS-DEDUCT-SUM > OUT-SALAIRE + WS-RAPPEL-SUM
                   DISPLAY "DEDUCTION EXCEEDS SALARY FOR ID: "
                           REMPLOYE-ID " - NET SALARY FLOORED AT 0"
                   MOVE ZERO TO OUT-NET-SALAIRE
               ELSE
                   COMPUTE OUT-NET-SALAIRE =
                       OUT-SALAIRE + WS-RAPPEL-SUM - WS-DEDUCT-SUM
               END-IF
           END-IF.

       SUM-RAPPELS.
           MOVE ZERO TO WS-RAPPEL-SUM
           PERFORM ADD-RAPPEL-AMOUNT
               VARYING WS-RAPPEL-IDX FROM 1 BY 1
               UNTIL WS-RAPPEL-IDX > WS-RAPPEL-TABLE-CNT.

       ADD-RAPPEL-AMOUNT.
           IF WS-RAPPEL-TAB-ID (WS-RAPPEL-IDX) = WS-RAPPEL-LOOKUP-ID
               ADD WS-RAPPEL-TAB-MONTANT (WS-RAPPEL-IDX)
                   TO WS-RAPPEL-SUM
               IF WS-PAYSLIP-ACTIVE = 'Y'
                   PERFORM WRITE-PAYSLIP-RAPPEL
               END-IF
           END-IF.

           MOVE WS-PAYSLIP-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PAYSLIP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE OUT-ID TO WS-RAPPEL-LOOKUP-ID
           MOVE OUT-ID TO WS-DEDUCT-LOOKUP-ID
           MOVE 'Y' TO WS-PAYSLIP-ACTIVE
           PERFORM SUM-RAPPELS
           PERFORM SUM-DEDUCTIONS
           MOVE 'N' TO WS-PAYSLIP-ACTIVE
           MOVE WS-DEDUCT-SUM TO BUL-TOTRET
           MOVE "WRITE F-PAYSLIP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-PAYSLIP-RAPPEL.
           MOVE WS-RAPPEL-TAB-PERIODE (WS-RAPPEL-IDX)
               TO BUL-RAP-PERIODE
           MOVE WS-RAPPEL-TAB-MONTANT (WS-RAPPEL-IDX)
               TO BUL-RAP-MONTANT
           WRITE R-PAYSLIP FROM WS-BULLETIN-RAPPEL
           MOVE WS-PAYSLIP-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PAYSLIP" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

           END PROGRAM EMPRPT.
