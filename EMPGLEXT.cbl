               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLHOLD-STATUS.

           SELECT F-RAPPEL ASSIGN TO DYNAMIC WS-RAPPEL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAPPEL-STATUS.

           SELECT F-COTGL ASSIGN TO DYNAMIC WS-COTGL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COTGL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FCLISORTIE.cpy' REPLACING ==:CLISOR:== BY ==EXTRAIT==.
           COPY 'FCOMPTE.cpy'.
           COPY 'FGLPOST.cpy' REPLACING ==:GLFIC:== BY ==GLPOST==.
           COPY 'FGLPOST.cpy' REPLACING ==:GLFIC:== BY ==GLHOLD==.
           COPY 'FRAPPEL.cpy' REPLACING ==:RAPPEL:== BY ==RAPPEL==.
           COPY 'FGLPOST.cpy' REPLACING ==:GLFIC:== BY ==COTGL==.

       WORKING-STORAGE SECTION.
       01  WS-LIGNE.
           05  LIG-NET-SALAIRE-9 REDEFINES LIG-NET-SALAIRE
                                    PIC 9(07).

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

       01  FIC-GLPOST.
           05  GLP-COMPTE           PIC X(08).
           05  FILLER               PIC X      VALUE "|".
           05  FILLER               PIC X      VALUE "|".
           05  GLP-LIBELLE          PIC X(30).

       01  WS-COTGL-LIGNE.
           05  CGL-ENTETE           PIC X(29).
           05  CGL-PERIODE          PIC X(06).
           05  FILLER               PIC X(45).
       01  WS-COTGL-DETAIL REDEFINES WS-COTGL-LIGNE.
           05  CGL-COMPTE           PIC X(08).
           05  CGL-SEP              PIC X(01).
           05  CGL-SENS             PIC X(01).
           05  FILLER               PIC X(05).
           05  CGL-MONTANT          PIC 9(11).
           05  FILLER               PIC X(54).

       01  WS-GL-ENTETE.
           05  FILLER               PIC X(24) VALUE
                   "LOT GL PAIE - PERIODE : ".
               VALUE "fr-plan-comptes.txt".
       01  WS-GLPOST-FILE      PIC X(100) VALUE "EMPGLPOST.txt".
       01  WS-GLHOLD-FILE      PIC X(100) VALUE "EMPGLHOLD.txt".
       01  WS-RAPPEL-FILE      PIC X(100) VALUE "EMPRAPPEL.txt".
       01  WS-COTGL-FILE       PIC X(100) VALUE "EMPCOTGL.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-COMPTES-STATUS   PIC XX.
       01  WS-GLPOST-STATUS    PIC XX.
       01  WS-GLHOLD-STATUS    PIC XX.
       01  WS-RAPPEL-STATUS    PIC XX.
       01  WS-COTGL-STATUS     PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-EXTRAIT-EOF      PIC X VALUE 'N'.
       01  WS-DEDUCT-EOF       PIC X VALUE 'N'.
       01  WS-COMPTES-EOF      PIC X VALUE 'N'.
       01  WS-RAPPEL-EOF       PIC X VALUE 'N'.
       01  WS-COTGL-EOF        PIC X VALUE 'N'.
       01  WS-COTGL-PERIODE-OK PIC X VALUE 'N'.
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-TOTAL-DEBIT      PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-CREDIT     PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-NET        PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-RAPPEL     PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-COTIS      PIC 9(11) VALUE ZERO.
       01  WS-BATCH-HELD       PIC X VALUE 'N'.
       01  WS-COMPTE-TROUVE    PIC X VALUE 'N'.
       01  WS-COMPTE-NUM       PIC X(08) VALUE SPACES.
                   DEPENDING ON WS-EMP-CNT
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-ID            PIC X(10).
               10  WS-EMP-AGENCE        PIC X(03).

       01  WS-AGTOT-CNT        PIC 9(04) VALUE ZERO.
       01  WS-AGTOT-TABLE.
               10  WS-AGTOT-AGENCE      PIC X(03).
               10  WS-AGTOT-BRUT        PIC 9(11).

       01  WS-RAPTOT-CNT       PIC 9(04) VALUE ZERO.
       01  WS-RAPTOT-TABLE.
           05  WS-RAPTOT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RAPTOT-CNT
                   INDEXED BY WS-RAPTOT-IDX.
               10  WS-RAPTOT-AGENCE     PIC X(03).
               10  WS-RAPTOT-MONTANT    PIC 9(11).

       01  WS-TYPTOT-CNT       PIC 9(04) VALUE ZERO.
       01  WS-TYPTOT-TABLE.
           05  WS-TYPTOT-ENTRY OCCURS 1 TO 100 TIMES
               10  WS-COMPTE-TAB-NUM    PIC X(08).
               10  WS-COMPTE-TAB-LIB    PIC X(30).

       01  WS-COTLOT-CNT       PIC 9(04) VALUE ZERO.
       01  WS-COTLOT-TABLE.
           05  WS-COTLOT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-COTLOT-CNT
                   INDEXED BY WS-COTLOT-IDX.
               10  WS-COTLOT-LIGNE      PIC X(80).

       01  WS-LOT-CNT          PIC 9(04) VALUE ZERO.
       01  WS-LOT-TABLE.
           05  WS-LOT-ENTRY OCCURS 1 TO 1000 TIMES
           PERFORM PROCESS-DEDUCT UNTIL WS-DEDUCT-EOF = 'Y'.
           CLOSE F-DEDUCT.

           OPEN INPUT F-RAPPEL
           IF WS-RAPPEL-STATUS = "35"
               DISPLAY "NO ARREARS FILE - NO ARREARS POSTED"
           ELSE
               MOVE WS-RAPPEL-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-RAPPEL" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM PROCESS-RAPPEL UNTIL WS-RAPPEL-EOF = 'Y'
               CLOSE F-RAPPEL
           END-IF

           OPEN INPUT F-COTGL
           IF WS-COTGL-STATUS = "35"
               DISPLAY "NO EMPLOYER CHARGE FILE - NO CHARGES POSTED"
           ELSE
               MOVE WS-COTGL-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-COTGL" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               PERFORM PROCESS-COTGL UNTIL WS-COTGL-EOF = 'Y'
               CLOSE F-COTGL
           END-IF

           PERFORM BUILD-BATCH.
           PERFORM BALANCE-BATCH.
           PERFORM RELEASE-BATCH.

           DISPLAY "EMPLOYES EXTRAIT  : " WS-EMP-CNT.
           DISPLAY "LIGNES DE LOT     : " WS-LOT-CNT.
           DISPLAY "TOTAL RAPPELS     : " WS-TOTAL-RAPPEL.
           DISPLAY "TOTAL CHARGES PAT.: " WS-TOTAL-COTIS.
           DISPLAY "TOTAL DEBIT       : " WS-TOTAL-DEBIT.
           DISPLAY "TOTAL CREDIT      : " WS-TOTAL-CREDIT.
           IF WS-BATCH-HELD = 'Y'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-GLHOLD-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RAPPELIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RAPPEL-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COTGLIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-COTGL-FILE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
                   ADD 1 TO WS-EMP-CNT
                   SET WS-EMP-IDX TO WS-EMP-CNT
                   MOVE LIG-ID TO WS-EMP-ID (WS-EMP-IDX)
                   MOVE LIG-AGENCE TO WS-EMP-AGENCE (WS-EMP-IDX)
                   ADD LIG-NET-SALAIRE-9 TO WS-TOTAL-NET
                   PERFORM ACCUMULATE-AGENCE
               END-IF
           MOVE RDEDUCT-MONTANT
               TO WS-TYPTOT-MONTANT (WS-TYPTOT-IDX).

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
               IF RL-PAIE = WS-CURRENT-DATE (1:6)
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
           ADD RL-MONTANT-9 TO WS-TOTAL-RAPPEL
           SET WS-RAPTOT-IDX TO 1
           IF WS-RAPTOT-CNT = 0
               PERFORM ADD-RAPPEL-ENTRY
           ELSE
               SEARCH WS-RAPTOT-ENTRY
                   AT END
                       PERFORM ADD-RAPPEL-ENTRY
                   WHEN WS-RAPTOT-AGENCE (WS-RAPTOT-IDX)
                           = WS-EMP-AGENCE (WS-EMP-IDX)
                       ADD RL-MONTANT-9
                           TO WS-RAPTOT-MONTANT (WS-RAPTOT-IDX)
               END-SEARCH
           END-IF.

       ADD-RAPPEL-ENTRY.
           ADD 1 TO WS-RAPTOT-CNT
           SET WS-RAPTOT-IDX TO WS-RAPTOT-CNT
           MOVE WS-EMP-AGENCE (WS-EMP-IDX)
               TO WS-RAPTOT-AGENCE (WS-RAPTOT-IDX)
           MOVE RL-MONTANT-9 TO WS-RAPTOT-MONTANT (WS-RAPTOT-IDX).

       PROCESS-COTGL.
           READ F-COTGL
               AT END
                   MOVE 'Y' TO WS-COTGL-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-COTGL-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-COTGL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-COTGL-EOF = 'N'
               MOVE R-COTGL TO WS-COTGL-LIGNE
               IF CGL-ENTETE = "LOT CHARGES PAIE - PERIODE : "
                   IF CGL-PERIODE = WS-CURRENT-DATE (1:6)
                       MOVE 'Y' TO WS-COTGL-PERIODE-OK
                   ELSE
                       DISPLAY "EMPLOYER CHARGE FILE FOR PERIOD "
                               CGL-PERIODE " IGNORED"
                       MOVE 'Y' TO WS-COTGL-EOF
                   END-IF
               ELSE
                   IF WS-COTGL-PERIODE-OK = 'Y' AND CGL-SEP = "|"
                       AND CGL-MONTANT IS NUMERIC
                       ADD 1 TO WS-COTLOT-CNT
                       SET WS-COTLOT-IDX TO WS-COTLOT-CNT
                       MOVE WS-COTGL-LIGNE
                           TO WS-COTLOT-LIGNE (WS-COTLOT-IDX)
                   END-IF
               END-IF
           END-IF.

       BUILD-BATCH.
           PERFORM BUILD-DEBIT-AGENCE
               VARYING WS-AGTOT-IDX FROM 1 BY 1
               UNTIL WS-AGTOT-IDX > WS-AGTOT-CNT
           PERFORM BUILD-DEBIT-RAPPEL
               VARYING WS-RAPTOT-IDX FROM 1 BY 1
               UNTIL WS-RAPTOT-IDX > WS-RAPTOT-CNT
           PERFORM BUILD-CREDIT-TYPE
               VARYING WS-TYPTOT-IDX FROM 1 BY 1
               UNTIL WS-TYPTOT-IDX > WS-TYPTOT-CNT
           PERFORM BUILD-CREDIT-NET
           PERFORM BUILD-COTIS-LIGNE
               VARYING WS-COTLOT-IDX FROM 1 BY 1
               UNTIL WS-COTLOT-IDX > WS-COTLOT-CNT.

       BUILD-DEBIT-AGENCE.
           MOVE "BRU" TO WS-CODE-CHERCHE
           ADD WS-AGTOT-BRUT (WS-AGTOT-IDX) TO WS-TOTAL-DEBIT
           PERFORM ADD-LOT-LIGNE.

       BUILD-DEBIT-RAPPEL.
           MOVE "RAP" TO WS-CODE-CHERCHE
           PERFORM LOOKUP-COMPTE
           MOVE WS-COMPTE-NUM TO GLP-COMPTE
           MOVE "D" TO GLP-SENS
           MOVE WS-RAPTOT-AGENCE (WS-RAPTOT-IDX) TO GLP-AGENCE
           MOVE WS-RAPTOT-MONTANT (WS-RAPTOT-IDX) TO GLP-MONTANT
           MOVE WS-COMPTE-LIB TO GLP-LIBELLE
           ADD WS-RAPTOT-MONTANT (WS-RAPTOT-IDX) TO WS-TOTAL-DEBIT
           PERFORM ADD-LOT-LIGNE.

       BUILD-CREDIT-TYPE.
           MOVE WS-TYPTOT-TYPE (WS-TYPTOT-IDX) TO WS-CODE-CHERCHE
           PERFORM LOOKUP-COMPTE
           ADD WS-TOTAL-NET TO WS-TOTAL-CREDIT
           PERFORM ADD-LOT-LIGNE.

       BUILD-COTIS-LIGNE.
           MOVE WS-COTLOT-LIGNE (WS-COTLOT-IDX) TO FIC-GLPOST
           MOVE WS-COTLOT-LIGNE (WS-COTLOT-IDX) TO WS-COTGL-LIGNE
           IF CGL-COMPTE = "????????"
               DISPLAY "EMPLOYER CHARGE LINE WITHOUT GL ACCOUNT"
               MOVE 'Y' TO WS-BATCH-HELD
           END-IF
           IF CGL-SENS = "D"
               ADD CGL-MONTANT TO WS-TOTAL-DEBIT
               ADD CGL-MONTANT TO WS-TOTAL-COTIS
           ELSE
               ADD CGL-MONTANT TO WS-TOTAL-CREDIT
           END-IF
           PERFORM ADD-LOT-LIGNE.

       ADD-LOT-LIGNE.
           ADD 1 TO WS-LOT-CNT
           SET WS-LOT-IDX TO WS-LOT-CNT
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPGLEXT TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

