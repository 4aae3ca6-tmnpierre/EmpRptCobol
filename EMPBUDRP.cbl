       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBUDRP.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BUDGET ASSIGN TO DYNAMIC WS-BUDGET-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT F-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-HISTO ASSIGN TO DYNAMIC WS-HISTO-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT F-RAPPEL ASSIGN TO DYNAMIC WS-RAPPEL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAPPEL-STATUS.

           SELECT F-DEPT ASSIGN TO DYNAMIC WS-DEPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT F-BUDRPT ASSIGN TO DYNAMIC WS-BUDRPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FBUDGET.cpy' REPLACING ==:BUDGET:== BY ==BUDGET==.
           COPY 'FMASTER.cpy' REPLACING ==:MASTER:== BY ==MASTER==.
           COPY 'FHISTO.cpy' REPLACING ==:HISTO:== BY ==HISTO==.
           COPY 'FRAPPEL.cpy' REPLACING ==:RAPPEL:== BY ==RAPPEL==.
           COPY 'FDEPT.cpy'.
           COPY 'FBUDRPT.cpy'.

       WORKING-STORAGE SECTION.
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
           05  HL-RETENUES-9 REDEFINES HL-RETENUES
                                    PIC 9(09).
           05  FILLER               PIC X.
           05  HL-NET-SALAIRE       PIC X(07).
           05  HL-NET-SALAIRE-9 REDEFINES HL-NET-SALAIRE
                                    PIC 9(07).
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

       01  FIC-BUDLIG.
           05  BDL-TYPE             PIC X(08).
           05  FILLER               PIC X      VALUE "|".
           05  BDL-CLE.
               10  BDL-CODE         PIC X(03).
               10  BDL-SEP          PIC X(01).
               10  BDL-LIBELLE      PIC X(23).
           05  FILLER               PIC X      VALUE "|".
           05  BDL-VUE              PIC X(04).
           05  FILLER               PIC X      VALUE "|".
           05  BDL-ETP-BUD          PIC 9(05).9.
           05  FILLER               PIC X      VALUE "|".
           05  BDL-EFFECTIF         PIC 9(05).9.
           05  FILLER               PIC X      VALUE "|".
           05  BDL-ETP-ECART        PIC +9(04).9.
           05  FILLER               PIC X      VALUE "|".
           05  BDL-BRUT-BUD         PIC 9(11).
           05  FILLER               PIC X      VALUE "|".
           05  BDL-BRUT             PIC 9(11).
           05  FILLER               PIC X      VALUE "|".
           05  BDL-BRUT-ECART       PIC +9(11).
           05  FILLER               PIC X      VALUE "|".
           05  BDL-ECART-PCT        PIC +9(04).9.
           05  FILLER               PIC X      VALUE "|".
           05  BDL-NET              PIC 9(11).
           05  FILLER               PIC X      VALUE "|".
           05  BDL-ALERTE           PIC X(08).

       01  WS-BUDLIG-TITRE.
           05  FILLER               PIC X(08) VALUE "NIVEAU".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(27) VALUE
                   "DEPARTEMENT / REGION".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(04) VALUE "VUE".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(07) VALUE "ETP BUD".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(07) VALUE "EFFECT.".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(07) VALUE "ECART".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(11) VALUE "BRUT BUDGET".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(11) VALUE "BRUT REEL".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(12) VALUE "ECART BRUT".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(07) VALUE "ECART %".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(11) VALUE "NET REEL".
           05  FILLER               PIC X(01) VALUE "|".
           05  FILLER               PIC X(08) VALUE "ALERTE".

       01  WS-BUDRPT-ENTETE.
           05  FILLER               PIC X(40) VALUE
                   "BUDGET / REALISE PAR DEPARTEMENT - MOIS ".
           05  WS-ENT-PERIODE       PIC X(06).
           05  FILLER               PIC X(10) VALUE "  SEUIL : ".
           05  WS-ENT-SEUIL         PIC ZZ9.
           05  FILLER               PIC X(10) VALUE " %  DATE: ".
           05  WS-ENT-DATE          PIC X(10).

       01  WS-BUDGET-FILE      PIC X(100) VALUE "EMPBUDGET.txt".
       01  WS-MASTER-FILE      PIC X(100) VALUE "EMPMASTER.DAT".
       01  WS-HISTO-FILE       PIC X(100) VALUE "EMPHISTO.txt".
       01  WS-RAPPEL-FILE      PIC X(100) VALUE "EMPRAPPEL.txt".
       01  WS-DEPT-FILE        PIC X(100) VALUE "fr-liste-dept.txt".
       01  WS-BUDRPT-FILE      PIC X(100) VALUE "EMPBUDRPT.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-BUDGET-STATUS    PIC XX.
       01  WS-MASTER-STATUS    PIC XX.
       01  WS-HISTO-STATUS     PIC XX.
       01  WS-RAPPEL-STATUS    PIC XX.
       01  WS-DEPT-STATUS      PIC XX.
       01  WS-BUDRPT-STATUS    PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-BUDGET-EOF       PIC X VALUE 'N'.
       01  WS-HISTO-EOF        PIC X VALUE 'N'.
       01  WS-RAPPEL-EOF       PIC X VALUE 'N'.
       01  WS-DEPT-EOF         PIC X VALUE 'N'.
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-RUN-DATE         PIC X(10).

       01  WS-PARM-VALUE       PIC X(60).
       01  WS-PARM-NUM         PIC 9(07) VALUE ZERO.
       01  WS-PARM-POS         PIC 9(02) VALUE 1.
       01  WS-PARM-NUM-OK      PIC X VALUE 'N'.
       01  WS-PARM-DONE        PIC X VALUE 'N'.
       01  WS-PARM-DIGIT-X     PIC X(01).
       01  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
                               PIC 9(01).
       01  WS-SEUIL-PCT        PIC 9(03) VALUE 5.

       01  WS-PERIODE.
           05  WS-PER-ANNEE        PIC X(04).
           05  WS-PER-MOIS         PIC X(02).
           05  WS-PER-MOIS-9 REDEFINES WS-PER-MOIS
                                   PIC 9(02).
       01  WS-PERIODE-PARM     PIC X(06) VALUE SPACES.
       01  WS-CALC-PERIODE.
           05  WS-CALC-ANNEE       PIC X(04).
           05  WS-CALC-MOIS        PIC 9(02).
       01  WS-LIGNE-MOIS.
           05  WS-LMOIS-X          PIC X(02).
           05  WS-LMOIS-9 REDEFINES WS-LMOIS-X
                                   PIC 9(02).
       01  WS-MOIS-IDX         PIC 9(02) VALUE ZERO.
       01  WS-NIV              PIC 9(01) VALUE ZERO.
       01  WS-VUE              PIC 9(01) VALUE ZERO.

       01  WS-MASTER-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-BUDGET-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-HISTO-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-HISTO-ORPHELIN   PIC 9(06) VALUE ZERO.
       01  WS-RAPPEL-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-ALERTE-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-AGENCE-ALERTE    PIC X VALUE 'N'.
       01  WS-AGENCE-CHERCHE   PIC X(03) VALUE SPACES.
       01  WS-REGION-COURANTE  PIC X(26) VALUE SPACES.

       01  WS-L-ETP-BUD        PIC 9(07)V9(01) VALUE ZERO.
       01  WS-L-EFFECTIF       PIC 9(07)V9(01) VALUE ZERO.
       01  WS-L-ETP-ECART      PIC S9(07)V9(01) VALUE ZERO.
       01  WS-L-ECART-BRUT     PIC S9(12) VALUE ZERO.
       01  WS-L-PCT            PIC S9(04)V9(01) VALUE ZERO.
       01  WS-L-PCT-ETP        PIC S9(04)V9(01) VALUE ZERO.
       01  WS-L-ALERTE-BRUT    PIC X VALUE 'N'.
       01  WS-L-ALERTE-ETP     PIC X VALUE 'N'.

       01  WS-NIVEAU-TABLE.
           05  WS-NIV-ENTRY OCCURS 3 TIMES.
               10  WS-NIV-VUE OCCURS 2 TIMES.
                   15  WS-NIV-ETP-BUD   PIC 9(07)V9(01).
                   15  WS-NIV-EFFECTIF  PIC 9(07).
                   15  WS-NIV-BRUT-BUD  PIC 9(11).
                   15  WS-NIV-BRUT      PIC 9(11).
                   15  WS-NIV-NET       PIC 9(11).

       01  WS-DEPT-TABLE-CNT   PIC 9(04) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DEPT-TABLE-CNT
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-TAB-ID       PIC X(03).
               10  WS-DEPT-TAB-DEP      PIC X(23).
               10  WS-DEPT-TAB-REGION   PIC X(26).

       01  WS-EMP-CNT          PIC 9(05) VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-EMP-CNT
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-ID            PIC X(10).
               10  WS-EMP-AGENCE        PIC X(03).

       01  WS-AGB-CNT          PIC 9(04) VALUE ZERO.
       01  WS-AGB-TABLE.
           05  WS-AGB-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-AGB-CNT
                   ASCENDING KEY IS WS-AGB-REGION WS-AGB-AGENCE
                   INDEXED BY WS-AGB-IDX.
               10  WS-AGB-REGION        PIC X(26).
               10  WS-AGB-AGENCE        PIC X(03).
               10  WS-AGB-DEP           PIC X(23).
               10  WS-AGB-MOIS OCCURS 12 TIMES.
                   15  WS-AGB-ETP-BUD   PIC 9(06)V9(01).
                   15  WS-AGB-BRUT-BUD  PIC 9(11).
                   15  WS-AGB-EFFECTIF  PIC 9(06).
                   15  WS-AGB-BRUT      PIC 9(11).
                   15  WS-AGB-NET       PIC 9(11).

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE (1:6) TO WS-PERIODE
           PERFORM RESOLVE-FILE-NAMES.
           IF WS-PERIODE-PARM NOT = SPACES
               PERFORM CHECK-PERIODE-PARM
           END-IF

           OPEN INPUT F-DEPT
           MOVE WS-DEPT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-DEPT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM LOAD-DEPT-TABLE.

           OPEN INPUT F-BUDGET
           MOVE WS-BUDGET-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-BUDGET" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM PROCESS-BUDGET UNTIL WS-BUDGET-EOF = 'Y'.
           CLOSE F-BUDGET.

           OPEN INPUT F-MASTER
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM PROCESS-MASTER UNTIL WS-EOF = 'Y'.
           CLOSE F-MASTER.

           OPEN INPUT F-HISTO
           MOVE WS-HISTO-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-HISTO" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM PROCESS-HISTO UNTIL WS-HISTO-EOF = 'Y'.
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

           OPEN OUTPUT F-BUDRPT
           MOVE WS-BUDRPT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-BUDRPT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM WRITE-BUDRPT-REPORT.
           CLOSE F-BUDRPT.

           DISPLAY "PERIODE ANALYSEE       : " WS-PERIODE.
           DISPLAY "LIGNES BUDGET RETENUES : " WS-BUDGET-COUNT.
           DISPLAY "EMPLOYES LUS           : " WS-MASTER-COUNT.
           DISPLAY "LIGNES HISTO RETENUES  : " WS-HISTO-COUNT.
           DISPLAY "HISTO SANS EMPLOYE     : " WS-HISTO-ORPHELIN.
           DISPLAY "LIGNES RAPPEL RETENUES : " WS-RAPPEL-COUNT.
           DISPLAY "DEPARTEMENTS EN ALERTE : " WS-ALERTE-COUNT.
           IF WS-ALERTE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF BUDGET VARIANCE REPORT.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BUDGETFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BUDGET-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MASTFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASTER-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "HISTOIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HISTO-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RAPPELIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RAPPEL-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEPTIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEPT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BUDRPTOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BUDRPT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BUDPERIODE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE (1:6) TO WS-PERIODE-PARM
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BUDSEUIL"
           IF WS-ENV-VALUE NOT = SPACES
               PERFORM CONVERT-SEUIL-VALUE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-BUDGET-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-HISTO-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 3
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-BUDRPT-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 4
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-ENV-VALUE FROM ARGUMENT-VALUE
               PERFORM CONVERT-SEUIL-VALUE
           END-IF.

       CHECK-PERIODE-PARM.
           IF WS-PERIODE-PARM IS NUMERIC
               AND WS-PERIODE-PARM (5:2) >= "01"
               AND WS-PERIODE-PARM (5:2) <= "12"
               MOVE WS-PERIODE-PARM TO WS-PERIODE
           ELSE
               DISPLAY "INVALID PERIOD IGNORED: " WS-PERIODE-PARM
           END-IF.

       CONVERT-SEUIL-VALUE.
           MOVE WS-ENV-VALUE (1:60) TO WS-PARM-VALUE
           PERFORM CONVERT-PARM-AMOUNT
           IF WS-PARM-NUM-OK = 'Y' AND WS-PARM-NUM < 1000
               MOVE WS-PARM-NUM TO WS-SEUIL-PCT
           ELSE
               DISPLAY "INVALID PARAMETER VALUE: " WS-ENV-VALUE
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
               MOVE RDEPT-ID TO WS-AGENCE-CHERCHE
               PERFORM FIND-AGENCE-ENTRY
           END-IF.

       FIND-AGENCE-ENTRY.
           SET WS-AGB-IDX TO 1
           IF WS-AGB-CNT = 0
               PERFORM ADD-AGENCE-ENTRY
           ELSE
               SEARCH WS-AGB-ENTRY
                   AT END
                       PERFORM ADD-AGENCE-ENTRY
                   WHEN WS-AGB-AGENCE (WS-AGB-IDX) = WS-AGENCE-CHERCHE
                       CONTINUE
               END-SEARCH
           END-IF.

       ADD-AGENCE-ENTRY.
           ADD 1 TO WS-AGB-CNT
           SET WS-AGB-IDX TO WS-AGB-CNT
           MOVE WS-AGENCE-CHERCHE TO WS-AGB-AGENCE (WS-AGB-IDX)
           MOVE SPACES TO WS-AGB-REGION (WS-AGB-IDX)
           MOVE "HORS REFERENTIEL" TO WS-AGB-DEP (WS-AGB-IDX)
           IF WS-DEPT-TABLE-CNT > 0
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-TAB-ID (WS-DEPT-IDX)
                           = WS-AGENCE-CHERCHE
                       MOVE WS-DEPT-TAB-REGION (WS-DEPT-IDX)
                           TO WS-AGB-REGION (WS-AGB-IDX)
                       MOVE WS-DEPT-TAB-DEP (WS-DEPT-IDX)
                           TO WS-AGB-DEP (WS-AGB-IDX)
               END-SEARCH
           END-IF
           PERFORM CLEAR-AGENCE-MOIS
               VARYING WS-MOIS-IDX FROM 1 BY 1
               UNTIL WS-MOIS-IDX > 12.

       CLEAR-AGENCE-MOIS.
           MOVE ZERO TO WS-AGB-ETP-BUD (WS-AGB-IDX WS-MOIS-IDX)
           MOVE ZERO TO WS-AGB-BRUT-BUD (WS-AGB-IDX WS-MOIS-IDX)
           MOVE ZERO TO WS-AGB-EFFECTIF (WS-AGB-IDX WS-MOIS-IDX)
           MOVE ZERO TO WS-AGB-BRUT (WS-AGB-IDX WS-MOIS-IDX)
           MOVE ZERO TO WS-AGB-NET (WS-AGB-IDX WS-MOIS-IDX).

       PROCESS-BUDGET.
           READ F-BUDGET
               AT END
                   MOVE 'Y' TO WS-BUDGET-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-BUDGET-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-BUDGET" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-BUDGET-EOF = 'N'
               MOVE RBUDGET-PERIODE (5:2) TO WS-LMOIS-X
               IF RBUDGET-PERIODE (1:4) = WS-PER-ANNEE
                   AND WS-LMOIS-9 IS NUMERIC
                   AND WS-LMOIS-9 >= 1
                   AND WS-LMOIS-9 <= WS-PER-MOIS-9
                   AND RBUDGET-ETP IS NUMERIC
                   AND RBUDGET-BRUT IS NUMERIC
                   ADD 1 TO WS-BUDGET-COUNT
                   MOVE RBUDGET-AGENCE TO WS-AGENCE-CHERCHE
                   PERFORM FIND-AGENCE-ENTRY
                   ADD RBUDGET-ETP
                       TO WS-AGB-ETP-BUD (WS-AGB-IDX WS-LMOIS-9)
                   ADD RBUDGET-BRUT
                       TO WS-AGB-BRUT-BUD (WS-AGB-IDX WS-LMOIS-9)
               END-IF
           END-IF.

       PROCESS-MASTER.
           READ F-MASTER AT END MOVE 'Y' TO WS-EOF
           NOT AT END
               CONTINUE
           END-READ
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-EOF = 'N'
               ADD 1 TO WS-MASTER-COUNT
               ADD 1 TO WS-EMP-CNT
               SET WS-EMP-IDX TO WS-EMP-CNT
               MOVE RMASTER-ID TO WS-EMP-ID (WS-EMP-IDX)
               MOVE RMASTER-AGENCE TO WS-EMP-AGENCE (WS-EMP-IDX)
               IF RMASTER-EMBAUCHE IS NUMERIC
                   MOVE RMASTER-AGENCE TO WS-AGENCE-CHERCHE
                   PERFORM FIND-AGENCE-ENTRY
                   MOVE WS-PER-ANNEE TO WS-CALC-ANNEE
                   PERFORM COUNT-EFFECTIF-MOIS
                       VARYING WS-MOIS-IDX FROM 1 BY 1
                       UNTIL WS-MOIS-IDX > WS-PER-MOIS-9
               END-IF
           END-IF.

       COUNT-EFFECTIF-MOIS.
           MOVE WS-MOIS-IDX TO WS-CALC-MOIS
           IF RMASTER-EMBAUCHE (1:6) <= WS-CALC-PERIODE
               IF RMASTER-STATUT = "A" OR RMASTER-STATUT = "S"
                   ADD 1 TO WS-AGB-EFFECTIF (WS-AGB-IDX WS-MOIS-IDX)
               ELSE
                   IF RMASTER-STATUT = "P"
                       AND RMASTER-DATE-FIN IS NUMERIC
                       AND RMASTER-DATE-FIN (1:6) >= WS-CALC-PERIODE
                       ADD 1
                           TO WS-AGB-EFFECTIF (WS-AGB-IDX WS-MOIS-IDX)
                   END-IF
               END-IF
           END-IF.

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
               MOVE R-HISTO TO WS-HLIGNE
               MOVE HL-PERIODE (5:2) TO WS-LMOIS-X
               IF HL-PERIODE (1:4) = WS-PER-ANNEE
                   AND WS-LMOIS-9 IS NUMERIC
                   AND WS-LMOIS-9 >= 1
                   AND WS-LMOIS-9 <= WS-PER-MOIS-9
                   AND HL-SALAIRE-9 IS NUMERIC
                   AND HL-NET-SALAIRE-9 IS NUMERIC
                   PERFORM ACCUMULATE-HISTO
               END-IF
           END-IF.

       ACCUMULATE-HISTO.
           IF WS-EMP-CNT = 0
               ADD 1 TO WS-HISTO-ORPHELIN
           ELSE
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       ADD 1 TO WS-HISTO-ORPHELIN
                   WHEN WS-EMP-ID (WS-EMP-IDX) = HL-ID
                       ADD 1 TO WS-HISTO-COUNT
                       MOVE WS-EMP-AGENCE (WS-EMP-IDX)
                           TO WS-AGENCE-CHERCHE
                       PERFORM FIND-AGENCE-ENTRY
                       ADD HL-SALAIRE-9
                           TO WS-AGB-BRUT (WS-AGB-IDX WS-LMOIS-9)
                       ADD HL-NET-SALAIRE-9
                           TO WS-AGB-NET (WS-AGB-IDX WS-LMOIS-9)
               END-SEARCH
           END-IF.

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
               MOVE RL-PAIE (5:2) TO WS-LMOIS-X
               IF RL-PAIE (1:4) = WS-PER-ANNEE
                   AND WS-LMOIS-9 IS NUMERIC
                   AND WS-LMOIS-9 >= 1
                   AND WS-LMOIS-9 <= WS-PER-MOIS-9
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
           MOVE WS-EMP-AGENCE (WS-EMP-IDX) TO WS-AGENCE-CHERCHE
           PERFORM FIND-AGENCE-ENTRY
           ADD RL-MONTANT-9 TO WS-AGB-BRUT (WS-AGB-IDX WS-LMOIS-9).

       WRITE-BUDRPT-REPORT.
           MOVE WS-PERIODE TO WS-ENT-PERIODE
           MOVE WS-SEUIL-PCT TO WS-ENT-SEUIL
           MOVE WS-RUN-DATE TO WS-ENT-DATE
           WRITE R-BUDRPT FROM WS-BUDRPT-ENTETE
           MOVE WS-BUDRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-BUDRPT HEADER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-BUDRPT FROM WS-BUDLIG-TITRE
           MOVE WS-BUDRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-BUDRPT TITRE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE 3 TO WS-NIV
           PERFORM CLEAR-NIVEAU
           IF WS-AGB-CNT > 0
               SORT WS-AGB-ENTRY ASCENDING KEY WS-AGB-REGION
                   WS-AGB-AGENCE
               MOVE WS-AGB-REGION (1) TO WS-REGION-COURANTE
               MOVE 2 TO WS-NIV
               PERFORM CLEAR-NIVEAU
               PERFORM WRITE-AGENCE-BUDGET
                   VARYING WS-AGB-IDX FROM 1 BY 1
                   UNTIL WS-AGB-IDX > WS-AGB-CNT
               PERFORM WRITE-REGION-BUDGET
           END-IF
           MOVE 3 TO WS-NIV
           MOVE "TOTAL" TO BDL-TYPE
           MOVE "ENSEMBLE DES REGIONS" TO BDL-CLE
           PERFORM WRITE-NIVEAU-LIGNES.

       WRITE-AGENCE-BUDGET.
           IF WS-AGB-REGION (WS-AGB-IDX) NOT = WS-REGION-COURANTE
               PERFORM WRITE-REGION-BUDGET
               MOVE WS-AGB-REGION (WS-AGB-IDX) TO WS-REGION-COURANTE
               MOVE 2 TO WS-NIV
               PERFORM CLEAR-NIVEAU
           END-IF
           MOVE 1 TO WS-NIV
           PERFORM CLEAR-NIVEAU
           PERFORM SUM-AGENCE-MOIS
               VARYING WS-MOIS-IDX FROM 1 BY 1
               UNTIL WS-MOIS-IDX > WS-PER-MOIS-9
           MOVE 1 TO WS-VUE
           PERFORM ROLL-NIVEAU
           MOVE 2 TO WS-VUE
           PERFORM ROLL-NIVEAU
           MOVE 1 TO WS-NIV
           MOVE "AGENCE" TO BDL-TYPE
           MOVE WS-AGB-AGENCE (WS-AGB-IDX) TO BDL-CODE
           MOVE "|" TO BDL-SEP
           MOVE WS-AGB-DEP (WS-AGB-IDX) TO BDL-LIBELLE
           MOVE 'N' TO WS-AGENCE-ALERTE
           PERFORM WRITE-NIVEAU-LIGNES
           IF WS-AGENCE-ALERTE = 'Y'
               ADD 1 TO WS-ALERTE-COUNT
           END-IF.

       WRITE-REGION-BUDGET.
           MOVE 2 TO WS-NIV
           MOVE "REGION" TO BDL-TYPE
           MOVE WS-REGION-COURANTE TO BDL-CLE
           IF WS-REGION-COURANTE = SPACES
               MOVE "REGION NON REFERENCEE" TO BDL-CLE
           END-IF
           PERFORM WRITE-NIVEAU-LIGNES.

       SUM-AGENCE-MOIS.
           ADD WS-AGB-ETP-BUD (WS-AGB-IDX WS-MOIS-IDX)
               TO WS-NIV-ETP-BUD (1 2)
           ADD WS-AGB-EFFECTIF (WS-AGB-IDX WS-MOIS-IDX)
               TO WS-NIV-EFFECTIF (1 2)
           ADD WS-AGB-BRUT-BUD (WS-AGB-IDX WS-MOIS-IDX)
               TO WS-NIV-BRUT-BUD (1 2)
           ADD WS-AGB-BRUT (WS-AGB-IDX WS-MOIS-IDX)
               TO WS-NIV-BRUT (1 2)
           ADD WS-AGB-NET (WS-AGB-IDX WS-MOIS-IDX)
               TO WS-NIV-NET (1 2)
           IF WS-MOIS-IDX = WS-PER-MOIS-9
               MOVE WS-AGB-ETP-BUD (WS-AGB-IDX WS-MOIS-IDX)
                   TO WS-NIV-ETP-BUD (1 1)
               MOVE WS-AGB-EFFECTIF (WS-AGB-IDX WS-MOIS-IDX)
                   TO WS-NIV-EFFECTIF (1 1)
               MOVE WS-AGB-BRUT-BUD (WS-AGB-IDX WS-MOIS-IDX)
                   TO WS-NIV-BRUT-BUD (1 1)
               MOVE WS-AGB-BRUT (WS-AGB-IDX WS-MOIS-IDX)
                   TO WS-NIV-BRUT (1 1)
               MOVE WS-AGB-NET (WS-AGB-IDX WS-MOIS-IDX)
                   TO WS-NIV-NET (1 1)
           END-IF.

       ROLL-NIVEAU.
           ADD WS-NIV-ETP-BUD (1 WS-VUE) TO WS-NIV-ETP-BUD (2 WS-VUE)
                                           WS-NIV-ETP-BUD (3 WS-VUE)
           ADD WS-NIV-EFFECTIF (1 WS-VUE) TO WS-NIV-EFFECTIF (2 WS-VUE)
                                            WS-NIV-EFFECTIF (3 WS-VUE)
           ADD WS-NIV-BRUT-BUD (1 WS-VUE) TO WS-NIV-BRUT-BUD (2 WS-VUE)
                                            WS-NIV-BRUT-BUD (3 WS-VUE)
           ADD WS-NIV-BRUT (1 WS-VUE) TO WS-NIV-BRUT (2 WS-VUE)
                                        WS-NIV-BRUT (3 WS-VUE)
           ADD WS-NIV-NET (1 WS-VUE) TO WS-NIV-NET (2 WS-VUE)
                                       WS-NIV-NET (3 WS-VUE).

       CLEAR-NIVEAU.
           MOVE 1 TO WS-VUE
           PERFORM CLEAR-NIVEAU-VUE
           MOVE 2 TO WS-VUE
           PERFORM CLEAR-NIVEAU-VUE.

       CLEAR-NIVEAU-VUE.
           MOVE ZERO TO WS-NIV-ETP-BUD (WS-NIV WS-VUE)
           MOVE ZERO TO WS-NIV-EFFECTIF (WS-NIV WS-VUE)
           MOVE ZERO TO WS-NIV-BRUT-BUD (WS-NIV WS-VUE)
           MOVE ZERO TO WS-NIV-BRUT (WS-NIV WS-VUE)
           MOVE ZERO TO WS-NIV-NET (WS-NIV WS-VUE).

       WRITE-NIVEAU-LIGNES.
           MOVE 1 TO WS-VUE
           MOVE "MOIS" TO BDL-VUE
           MOVE WS-NIV-ETP-BUD (WS-NIV 1) TO WS-L-ETP-BUD
           MOVE WS-NIV-EFFECTIF (WS-NIV 1) TO WS-L-EFFECTIF
           PERFORM WRITE-BUDGET-LIGNE
           MOVE 2 TO WS-VUE
           MOVE "CUMU" TO BDL-VUE
           COMPUTE WS-L-ETP-BUD ROUNDED =
               WS-NIV-ETP-BUD (WS-NIV 2) / WS-PER-MOIS-9
           COMPUTE WS-L-EFFECTIF ROUNDED =
               WS-NIV-EFFECTIF (WS-NIV 2) / WS-PER-MOIS-9
           PERFORM WRITE-BUDGET-LIGNE.

       WRITE-BUDGET-LIGNE.
           MOVE 'N' TO WS-L-ALERTE-BRUT
           MOVE 'N' TO WS-L-ALERTE-ETP
           COMPUTE WS-L-ETP-ECART = WS-L-EFFECTIF - WS-L-ETP-BUD
           COMPUTE WS-L-ECART-BRUT =
               WS-NIV-BRUT (WS-NIV WS-VUE)
               - WS-NIV-BRUT-BUD (WS-NIV WS-VUE)
           MOVE ZERO TO WS-L-PCT
           IF WS-NIV-BRUT-BUD (WS-NIV WS-VUE) > ZERO
               COMPUTE WS-L-PCT ROUNDED =
                   WS-L-ECART-BRUT * 100
                   / WS-NIV-BRUT-BUD (WS-NIV WS-VUE)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-L-PCT
               END-COMPUTE
               IF WS-L-PCT > WS-SEUIL-PCT
                   MOVE 'Y' TO WS-L-ALERTE-BRUT
               END-IF
           ELSE
               IF WS-NIV-BRUT (WS-NIV WS-VUE) > ZERO
                   MOVE 'Y' TO WS-L-ALERTE-BRUT
               END-IF
           END-IF
           IF WS-L-ETP-BUD > ZERO
               COMPUTE WS-L-PCT-ETP ROUNDED =
                   WS-L-ETP-ECART * 100 / WS-L-ETP-BUD
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-L-PCT-ETP
               END-COMPUTE
               IF WS-L-PCT-ETP > WS-SEUIL-PCT
                   MOVE 'Y' TO WS-L-ALERTE-ETP
               END-IF
           ELSE
               IF WS-L-EFFECTIF > ZERO
                   MOVE 'Y' TO WS-L-ALERTE-ETP
               END-IF
           END-IF
           MOVE WS-L-ETP-BUD TO BDL-ETP-BUD
           MOVE WS-L-EFFECTIF TO BDL-EFFECTIF
           MOVE WS-L-ETP-ECART TO BDL-ETP-ECART
           MOVE WS-NIV-BRUT-BUD (WS-NIV WS-VUE) TO BDL-BRUT-BUD
           MOVE WS-NIV-BRUT (WS-NIV WS-VUE) TO BDL-BRUT
           MOVE WS-L-ECART-BRUT TO BDL-BRUT-ECART
           MOVE WS-L-PCT TO BDL-ECART-PCT
           MOVE WS-NIV-NET (WS-NIV WS-VUE) TO BDL-NET
           MOVE SPACES TO BDL-ALERTE
           IF WS-L-ALERTE-BRUT = 'Y' AND WS-L-ALERTE-ETP = 'Y'
               MOVE "BRUT+ETP" TO BDL-ALERTE
           ELSE
               IF WS-L-ALERTE-BRUT = 'Y'
                   MOVE "BRUT" TO BDL-ALERTE
               END-IF
               IF WS-L-ALERTE-ETP = 'Y'
                   MOVE "ETP" TO BDL-ALERTE
               END-IF
           END-IF
           IF WS-NIV = 1 AND BDL-ALERTE NOT = SPACES
               MOVE 'Y' TO WS-AGENCE-ALERTE
           END-IF
           WRITE R-BUDRPT FROM FIC-BUDLIG
           MOVE WS-BUDRPT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-BUDRPT DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPBUDRP TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPBUDRP.
