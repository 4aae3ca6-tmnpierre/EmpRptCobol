       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPJOB.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-JOBCTL ASSIGN TO DYNAMIC WS-JOBCTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOBCTL-STATUS.

           SELECT F-JOBST ASSIGN TO DYNAMIC WS-JOBST-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOBST-STATUS.

           SELECT F-JOBLOG ASSIGN TO DYNAMIC WS-JOBLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FJOBCTL.cpy'.
           COPY 'FJOBST.cpy' REPLACING ==:JOBST:== BY ==JOBST==.
           COPY 'FJOBST.cpy' REPLACING ==:JOBST:== BY ==JOBLOG==.

       WORKING-STORAGE SECTION.
       01  FIC-JOBST.
           05  JST-ETAPE            PIC X(08).
           05  FILLER               PIC X      VALUE "|".
           05  JST-STATUT           PIC X(08).
           05  FILLER               PIC X      VALUE "|".
           05  JST-RC               PIC 9(04)  VALUE ZERO.
           05  FILLER               PIC X      VALUE "|".
           05  JST-DATE             PIC X(10).
           05  FILLER               PIC X      VALUE "|".
           05  JST-HEURE            PIC X(08).
           05  FILLER               PIC X      VALUE "|".
           05  JST-PROGRAMME        PIC X(100).

       01  WS-JLIGNE.
           05  JL-ETAPE             PIC X(08).
           05  FILLER               PIC X.
           05  JL-STATUT            PIC X(08).
           05  FILLER               PIC X.
           05  JL-RC                PIC X(04).
           05  FILLER               PIC X.
           05  JL-DATE              PIC X(10).
           05  FILLER               PIC X.
           05  JL-HEURE             PIC X(08).
           05  FILLER               PIC X.
           05  JL-PROGRAMME         PIC X(100).

       01  WS-JOBCTL-FILE      PIC X(100) VALUE "EMPJOBCTL.txt".
       01  WS-JOBST-FILE       PIC X(100) VALUE "EMPJOBST.txt".
       01  WS-JOBLOG-FILE      PIC X(100) VALUE "EMPJOBLOG.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-JOBCTL-STATUS    PIC XX.
       01  WS-JOBST-STATUS     PIC XX.
       01  WS-JOBLOG-STATUS    PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-JOBST-EOF        PIC X VALUE 'N'.
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-RUN-TIME         PIC 9(08) VALUE ZERO.

       01  WS-ETAPE-CHERCHE    PIC X(08) VALUE SPACES.
       01  WS-ETAPE-TROUVEE    PIC X VALUE 'N'.
       01  WS-ETP-NUM          PIC 9(03) VALUE ZERO.
       01  WS-DEP-OK           PIC X VALUE 'Y'.
       01  WS-DEP-BLOQUANTE    PIC X(08) VALUE SPACES.
       01  WS-COMMANDE         PIC X(100) VALUE SPACES.
       01  WS-SYSTEM-RC        PIC S9(09) VALUE ZERO.
       01  WS-SYSTEM-QUOT      PIC S9(09) VALUE ZERO.
       01  WS-SYSTEM-SIGNAL    PIC S9(09) VALUE ZERO.
       01  WS-ENV-NOM          PIC X(30) VALUE SPACES.
       01  WS-ENV-VALEUR       PIC X(100) VALUE SPACES.

       01  WS-PARM-VALUE       PIC X(60).
       01  WS-PARM-NUM         PIC 9(07) VALUE ZERO.
       01  WS-PARM-POS         PIC 9(02) VALUE 1.
       01  WS-PARM-NUM-OK      PIC X VALUE 'N'.
       01  WS-PARM-DONE        PIC X VALUE 'N'.
       01  WS-PARM-DIGIT-X     PIC X(01).
       01  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
                               PIC 9(01).

       01  WS-CTL-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-RUN-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-DONE-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-SKIP-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-FAIL-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-BLOCK-COUNT      PIC 9(06) VALUE ZERO.

       01  WS-ETP-CNT          PIC 9(03) VALUE ZERO.
       01  WS-ETP-TABLE.
           05  WS-ETP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-ETP-CNT
                   INDEXED BY WS-ETP-IDX.
               10  WS-ETP-NOM           PIC X(08).
               10  WS-ETP-PROGRAMME     PIC X(100).
               10  WS-ETP-RC-MAX        PIC 9(02).
               10  WS-ETP-STATUT        PIC X(08).
               10  WS-ETP-RC            PIC 9(04).
               10  WS-ETP-DATE          PIC X(10).
               10  WS-ETP-HEURE         PIC X(08).

       01  WS-DEP-CNT          PIC 9(03) VALUE ZERO.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DEP-CNT
                   INDEXED BY WS-DEP-IDX.
               10  WS-DEP-ETAPE         PIC X(08).
               10  WS-DEP-AMONT         PIC X(08).

       01  WS-ENVS-CNT         PIC 9(03) VALUE ZERO.
       01  WS-ENVS-TABLE.
           05  WS-ENVS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ENVS-CNT
                   INDEXED BY WS-ENVS-IDX.
               10  WS-ENVS-ETAPE        PIC X(08).
               10  WS-ENVS-NOM          PIC X(30).
               10  WS-ENVS-VALEUR       PIC X(100).

       01  WS-ENVO-CNT         PIC 9(03) VALUE ZERO.
       01  WS-ENVO-TABLE.
           05  WS-ENVO-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-ENVO-CNT
                   INDEXED BY WS-ENVO-IDX.
               10  WS-ENVO-NOM          PIC X(30).
               10  WS-ENVO-VALEUR       PIC X(100).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.

           OPEN INPUT F-JOBCTL
           MOVE WS-JOBCTL-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-JOBCTL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM LOAD-CONTROL-TABLE.
           CLOSE F-JOBCTL.

           IF WS-ETP-CNT = 0
               DISPLAY "NO STEP DEFINED IN " WS-JOBCTL-FILE
               DISPLAY "EMPJOB TERMINATED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-STEP-STATUS.

           OPEN EXTEND F-JOBLOG
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT F-JOBLOG
           END-IF
           MOVE WS-JOBLOG-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN EXTEND F-JOBLOG" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS

           PERFORM RUN-ETAPE
               VARYING WS-ETP-NUM FROM 1 BY 1
               UNTIL WS-ETP-NUM > WS-ETP-CNT.
           CLOSE F-JOBLOG.

           DISPLAY "STEPS DEFINED       : " WS-ETP-CNT.
           DISPLAY "STEPS RUN           : " WS-RUN-COUNT.
           DISPLAY "STEPS COMPLETED     : " WS-DONE-COUNT.
           DISPLAY "STEPS ALREADY DONE  : " WS-SKIP-COUNT.
           DISPLAY "STEPS FAILED        : " WS-FAIL-COUNT.
           DISPLAY "STEPS NOT RUN       : " WS-BLOCK-COUNT.
           IF WS-FAIL-COUNT = 0 AND WS-BLOCK-COUNT = 0
               PERFORM CLEAR-STEP-STATUS
               DISPLAY "JOB STREAM COMPLETED."
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "JOB STREAM INCOMPLETE - SEE " WS-JOBST-FILE
               DISPLAY "RERUN EMPJOB TO RESUME AT THE FAILED STEP."
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "END OF JOB STREAM.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "JOBCTLIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-JOBCTL-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "JOBSTFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-JOBST-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "JOBLOGOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-JOBLOG-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-JOBCTL-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-JOBST-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-JOBLOG-FILE FROM ARGUMENT-VALUE
           END-IF.

       LOAD-CONTROL-TABLE.
           MOVE 'N' TO WS-EOF
           PERFORM READ-CONTROL-RECORD UNTIL WS-EOF = 'Y'
           DISPLAY "Job steps loaded: " WS-ETP-CNT " steps".

       READ-CONTROL-RECORD.
           READ F-JOBCTL
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-JOBCTL-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-JOBCTL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EOF = 'N'
               ADD 1 TO WS-CTL-COUNT
               IF RJOBCTL-ETAPE NOT = SPACES
                   AND RJOBCTL-ETAPE (1:1) NOT = "*"
                   PERFORM PARSE-CONTROL-RECORD
               END-IF
           END-IF.

       PARSE-CONTROL-RECORD.
           MOVE RJOBCTL-ETAPE TO WS-ETAPE-CHERCHE
           PERFORM LOCATE-ETAPE
           IF WS-ETAPE-TROUVEE = 'N'
               PERFORM ADD-ETAPE-ENTRY
           END-IF
           EVALUATE RJOBCTL-TYPE
               WHEN "P"
                   MOVE RJOBCTL-VALEUR
                       TO WS-ETP-PROGRAMME (WS-ETP-IDX)
               WHEN "R"
                   MOVE RJOBCTL-VALEUR (1:60) TO WS-PARM-VALUE
                   PERFORM CONVERT-PARM-AMOUNT
                   IF WS-PARM-NUM-OK = 'Y' AND WS-PARM-NUM < 100
                       MOVE WS-PARM-NUM TO WS-ETP-RC-MAX (WS-ETP-IDX)
                   ELSE
                       DISPLAY "INVALID MAXIMUM RETURN CODE: " RJOBCTL
                   END-IF
               WHEN "D"
                   IF WS-DEP-CNT NOT < 500
                       PERFORM REJECT-CONTROL-OVERFLOW
                   END-IF
                   ADD 1 TO WS-DEP-CNT
                   SET WS-DEP-IDX TO WS-DEP-CNT
                   MOVE RJOBCTL-ETAPE TO WS-DEP-ETAPE (WS-DEP-IDX)
                   MOVE RJOBCTL-VALEUR (1:8)
                       TO WS-DEP-AMONT (WS-DEP-IDX)
               WHEN "E"
                   PERFORM ADD-ENV-OVERRIDE
               WHEN OTHER
                   DISPLAY "UNKNOWN CONTROL RECORD IGNORED: " RJOBCTL
           END-EVALUATE.

       LOCATE-ETAPE.
           MOVE 'N' TO WS-ETAPE-TROUVEE
           IF WS-ETP-CNT > 0
               SET WS-ETP-IDX TO 1
               SEARCH WS-ETP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ETP-NOM (WS-ETP-IDX) = WS-ETAPE-CHERCHE
                       MOVE 'Y' TO WS-ETAPE-TROUVEE
               END-SEARCH
           END-IF.

       ADD-ETAPE-ENTRY.
           IF WS-ETP-CNT NOT < 100
               PERFORM REJECT-CONTROL-OVERFLOW
           END-IF
           ADD 1 TO WS-ETP-CNT
           SET WS-ETP-IDX TO WS-ETP-CNT
           MOVE WS-ETAPE-CHERCHE TO WS-ETP-NOM (WS-ETP-IDX)
           MOVE SPACES TO WS-ETP-PROGRAMME (WS-ETP-IDX)
           MOVE ZERO TO WS-ETP-RC-MAX (WS-ETP-IDX)
           MOVE "A FAIRE" TO WS-ETP-STATUT (WS-ETP-IDX)
           MOVE ZERO TO WS-ETP-RC (WS-ETP-IDX)
           MOVE SPACES TO WS-ETP-DATE (WS-ETP-IDX)
           MOVE SPACES TO WS-ETP-HEURE (WS-ETP-IDX).

       ADD-ENV-OVERRIDE.
           MOVE SPACES TO WS-ENV-NOM
           MOVE SPACES TO WS-ENV-VALEUR
           UNSTRING RJOBCTL-VALEUR DELIMITED BY "="
               INTO WS-ENV-NOM WS-ENV-VALEUR
           IF WS-ENV-NOM = SPACES
               DISPLAY "INVALID ENVIRONMENT OVERRIDE: " RJOBCTL
           ELSE
               IF WS-ENVS-CNT NOT < 500
                   PERFORM REJECT-CONTROL-OVERFLOW
               END-IF
               ADD 1 TO WS-ENVS-CNT
               SET WS-ENVS-IDX TO WS-ENVS-CNT
               MOVE RJOBCTL-ETAPE TO WS-ENVS-ETAPE (WS-ENVS-IDX)
               MOVE WS-ENV-NOM TO WS-ENVS-NOM (WS-ENVS-IDX)
               MOVE WS-ENV-VALEUR TO WS-ENVS-VALEUR (WS-ENVS-IDX)
               PERFORM SAVE-ORIGINAL-ENV
           END-IF.

       SAVE-ORIGINAL-ENV.
           SET WS-ENVO-IDX TO 1
           IF WS-ENVO-CNT = 0
               PERFORM ADD-ENVO-ENTRY
           ELSE
               SEARCH WS-ENVO-ENTRY
                   AT END
                       PERFORM ADD-ENVO-ENTRY
                   WHEN WS-ENVO-NOM (WS-ENVO-IDX) = WS-ENV-NOM
                       CONTINUE
               END-SEARCH
           END-IF.

       ADD-ENVO-ENTRY.
           IF WS-ENVO-CNT NOT < 200
               PERFORM REJECT-CONTROL-OVERFLOW
           END-IF
           ADD 1 TO WS-ENVO-CNT
           SET WS-ENVO-IDX TO WS-ENVO-CNT
           MOVE WS-ENV-NOM TO WS-ENVO-NOM (WS-ENVO-IDX)
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY WS-ENV-NOM UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           MOVE WS-ENV-VALUE TO WS-ENVO-VALEUR (WS-ENVO-IDX).

       REJECT-CONTROL-OVERFLOW.
           DISPLAY "CONTROL TABLE FULL - LINE REJECTED: " RJOBCTL
           DISPLAY "EMPJOB TERMINATED DUE TO CONTROL FILE SIZE."
           CLOSE F-JOBCTL
           MOVE 12 TO RETURN-CODE
           STOP RUN.

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

       LOAD-STEP-STATUS.
           MOVE 'N' TO WS-JOBST-EOF
           OPEN INPUT F-JOBST
           IF WS-JOBST-STATUS = "35"
               DISPLAY "NO STEP STATUS FILE - FULL RUN"
           ELSE
               MOVE WS-JOBST-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-JOBST" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM READ-STEP-STATUS-RECORD
                   UNTIL WS-JOBST-EOF = 'Y'
               CLOSE F-JOBST
           END-IF.

       READ-STEP-STATUS-RECORD.
           READ F-JOBST
               AT END
                   MOVE 'Y' TO WS-JOBST-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-JOBST-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-JOBST" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-JOBST-EOF = 'N'
               MOVE R-JOBST TO WS-JLIGNE
               IF JL-STATUT = "TERMINE"
                   MOVE JL-ETAPE TO WS-ETAPE-CHERCHE
                   PERFORM LOCATE-ETAPE
                   IF WS-ETAPE-TROUVEE = 'Y'
                       MOVE "TERMINE" TO WS-ETP-STATUT (WS-ETP-IDX)
                       MOVE JL-DATE TO WS-ETP-DATE (WS-ETP-IDX)
                       MOVE JL-HEURE TO WS-ETP-HEURE (WS-ETP-IDX)
                       IF JL-RC IS NUMERIC
                           MOVE JL-RC TO WS-ETP-RC (WS-ETP-IDX)
                       END-IF
                       DISPLAY "RESTART - STEP ALREADY COMPLETED: "
                               JL-ETAPE
                   END-IF
               END-IF
           END-IF.

       RUN-ETAPE.
           IF WS-ETP-STATUT (WS-ETP-NUM) = "TERMINE"
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "STEP " WS-ETP-NOM (WS-ETP-NUM)
                       " ALREADY COMPLETED - SKIPPED"
               MOVE "SAUTEE" TO JST-STATUT
               PERFORM WRITE-JOB-LOG
           ELSE
               PERFORM CHECK-DEPENDANCES
               IF WS-DEP-OK = 'N'
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE "BLOQUE" TO WS-ETP-STATUT (WS-ETP-NUM)
                   MOVE ZERO TO WS-ETP-RC (WS-ETP-NUM)
                   PERFORM STAMP-ETAPE
                   DISPLAY "STEP " WS-ETP-NOM (WS-ETP-NUM)
                           " NOT RUN - STEP " WS-DEP-BLOQUANTE
                           " DID NOT COMPLETE"
               ELSE
                   PERFORM EXECUTE-ETAPE
               END-IF
               MOVE WS-ETP-STATUT (WS-ETP-NUM) TO JST-STATUT
               PERFORM WRITE-JOB-LOG
               PERFORM SAVE-STEP-STATUS
           END-IF.

       CHECK-DEPENDANCES.
           MOVE 'Y' TO WS-DEP-OK
           MOVE SPACES TO WS-DEP-BLOQUANTE
           PERFORM CHECK-DEPENDANCE
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-CNT.

       CHECK-DEPENDANCE.
           IF WS-DEP-ETAPE (WS-DEP-IDX) = WS-ETP-NOM (WS-ETP-NUM)
               AND WS-DEP-OK = 'Y'
               MOVE WS-DEP-AMONT (WS-DEP-IDX) TO WS-ETAPE-CHERCHE
               PERFORM LOCATE-ETAPE
               IF WS-ETAPE-TROUVEE = 'N'
                   MOVE 'N' TO WS-DEP-OK
                   MOVE WS-ETAPE-CHERCHE TO WS-DEP-BLOQUANTE
               ELSE
                   IF WS-ETP-STATUT (WS-ETP-IDX) NOT = "TERMINE"
                       MOVE 'N' TO WS-DEP-OK
                       MOVE WS-ETAPE-CHERCHE TO WS-DEP-BLOQUANTE
                   END-IF
               END-IF
           END-IF.

       EXECUTE-ETAPE.
           IF WS-ETP-PROGRAMME (WS-ETP-NUM) = SPACES
               DISPLAY "STEP " WS-ETP-NOM (WS-ETP-NUM)
                       " HAS NO PROGRAM - MARKED FAILED"
               ADD 1 TO WS-FAIL-COUNT
               MOVE "ECHEC" TO WS-ETP-STATUT (WS-ETP-NUM)
               MOVE 9999 TO WS-ETP-RC (WS-ETP-NUM)
               PERFORM STAMP-ETAPE
           ELSE
               PERFORM RESTORE-ENV-ENTRY
                   VARYING WS-ENVO-IDX FROM 1 BY 1
                   UNTIL WS-ENVO-IDX > WS-ENVO-CNT
               PERFORM APPLY-ENV-ENTRY
                   VARYING WS-ENVS-IDX FROM 1 BY 1
                   UNTIL WS-ENVS-IDX > WS-ENVS-CNT
               ADD 1 TO WS-RUN-COUNT
               DISPLAY "STEP " WS-ETP-NOM (WS-ETP-NUM) " STARTED : "
                       WS-ETP-PROGRAMME (WS-ETP-NUM)
               MOVE WS-ETP-PROGRAMME (WS-ETP-NUM) TO WS-COMMANDE
               CALL "SYSTEM" USING WS-COMMANDE
               MOVE RETURN-CODE TO WS-SYSTEM-RC
               MOVE 0 TO RETURN-CODE
               PERFORM CONVERT-STEP-RC
               PERFORM STAMP-ETAPE
               IF WS-ETP-RC (WS-ETP-NUM) > WS-ETP-RC-MAX (WS-ETP-NUM)
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "ECHEC" TO WS-ETP-STATUT (WS-ETP-NUM)
                   DISPLAY "STEP " WS-ETP-NOM (WS-ETP-NUM)
                           " FAILED - RETURN CODE "
                           WS-ETP-RC (WS-ETP-NUM)
               ELSE
                   ADD 1 TO WS-DONE-COUNT
                   MOVE "TERMINE" TO WS-ETP-STATUT (WS-ETP-NUM)
                   DISPLAY "STEP " WS-ETP-NOM (WS-ETP-NUM)
                           " COMPLETED - RETURN CODE "
                           WS-ETP-RC (WS-ETP-NUM)
               END-IF
           END-IF.

       CONVERT-STEP-RC.
           IF WS-SYSTEM-RC < 0
               MOVE 9999 TO WS-ETP-RC (WS-ETP-NUM)
           ELSE
               DIVIDE WS-SYSTEM-RC BY 256
                   GIVING WS-SYSTEM-QUOT REMAINDER WS-SYSTEM-SIGNAL
               IF WS-SYSTEM-SIGNAL NOT = 0 OR WS-SYSTEM-QUOT > 9999
                   MOVE 9999 TO WS-ETP-RC (WS-ETP-NUM)
               ELSE
                   MOVE WS-SYSTEM-QUOT TO WS-ETP-RC (WS-ETP-NUM)
               END-IF
           END-IF.

       RESTORE-ENV-ENTRY.
           DISPLAY WS-ENVO-NOM (WS-ENVO-IDX) UPON ENVIRONMENT-NAME
           DISPLAY WS-ENVO-VALEUR (WS-ENVO-IDX)
               UPON ENVIRONMENT-VALUE.

       APPLY-ENV-ENTRY.
           IF WS-ENVS-ETAPE (WS-ENVS-IDX) = WS-ETP-NOM (WS-ETP-NUM)
               DISPLAY WS-ENVS-NOM (WS-ENVS-IDX) UPON ENVIRONMENT-NAME
               DISPLAY WS-ENVS-VALEUR (WS-ENVS-IDX)
                   UPON ENVIRONMENT-VALUE
           END-IF.

       STAMP-ETAPE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ETP-DATE (WS-ETP-NUM)
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-ETP-DATE (WS-ETP-NUM)
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-ETP-HEURE (WS-ETP-NUM)
           STRING WS-RUN-TIME (1:2) ":" WS-RUN-TIME (3:2) ":"
                  WS-RUN-TIME (5:2) DELIMITED BY SIZE
                  INTO WS-ETP-HEURE (WS-ETP-NUM).

       WRITE-JOB-LOG.
           MOVE WS-ETP-NOM (WS-ETP-NUM) TO JST-ETAPE
           MOVE WS-ETP-RC (WS-ETP-NUM) TO JST-RC
           MOVE WS-ETP-DATE (WS-ETP-NUM) TO JST-DATE
           MOVE WS-ETP-HEURE (WS-ETP-NUM) TO JST-HEURE
           MOVE WS-ETP-PROGRAMME (WS-ETP-NUM) TO JST-PROGRAMME
           WRITE R-JOBLOG FROM FIC-JOBST
           MOVE WS-JOBLOG-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-JOBLOG" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       SAVE-STEP-STATUS.
           OPEN OUTPUT F-JOBST
           MOVE WS-JOBST-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-JOBST" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM WRITE-STEP-STATUS
               VARYING WS-ETP-IDX FROM 1 BY 1
               UNTIL WS-ETP-IDX > WS-ETP-CNT
           CLOSE F-JOBST.

       WRITE-STEP-STATUS.
           MOVE WS-ETP-NOM (WS-ETP-IDX) TO JST-ETAPE
           MOVE WS-ETP-STATUT (WS-ETP-IDX) TO JST-STATUT
           MOVE WS-ETP-RC (WS-ETP-IDX) TO JST-RC
           MOVE WS-ETP-DATE (WS-ETP-IDX) TO JST-DATE
           MOVE WS-ETP-HEURE (WS-ETP-IDX) TO JST-HEURE
           MOVE WS-ETP-PROGRAMME (WS-ETP-IDX) TO JST-PROGRAMME
           WRITE R-JOBST FROM FIC-JOBST
           MOVE WS-JOBST-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-JOBST" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       CLEAR-STEP-STATUS.
           OPEN OUTPUT F-JOBST
           MOVE WS-JOBST-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-JOBST" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           CLOSE F-JOBST.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPJOB TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPJOB.
