       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPURGE.
       AUTHOR. PIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-MASTARC ASSIGN TO DYNAMIC WS-MASTARC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MASTARC-STATUS.

           SELECT F-HISTO ASSIGN TO DYNAMIC WS-HISTO-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT F-HISTNEW ASSIGN TO DYNAMIC WS-HISTNEW-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTNEW-STATUS.

           SELECT F-HISARC ASSIGN TO DYNAMIC WS-HISARC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISARC-STATUS.

           SELECT F-AUDIT ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT F-AUDNEW ASSIGN TO DYNAMIC WS-AUDNEW-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDNEW-STATUS.

           SELECT F-AUDARC ASSIGN TO DYNAMIC WS-AUDARC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDARC-STATUS.

           SELECT F-TPENDIN ASSIGN TO DYNAMIC WS-TPENDIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TPENDIN-STATUS.

           SELECT F-TPENDOUT ASSIGN TO DYNAMIC WS-TPENDOUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TPENDOUT-STATUS.

           SELECT F-PENDIN ASSIGN TO DYNAMIC WS-PENDIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.

           SELECT F-PENDOUT ASSIGN TO DYNAMIC WS-PENDOUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.

           SELECT F-CORR ASSIGN TO DYNAMIC WS-CORR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

           SELECT F-CORRNEW ASSIGN TO DYNAMIC WS-CORRNEW-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CORRNEW-STATUS.

           SELECT F-BQPENDIN ASSIGN TO DYNAMIC WS-BQPENDIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BQPENDIN-STATUS.

           SELECT F-BQPENDOUT ASSIGN TO DYNAMIC WS-BQPENDOUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BQPENDOUT-STATUS.

           SELECT F-BANQUE ASSIGN TO DYNAMIC WS-BANQUE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RBANQUE-ID
               FILE STATUS IS WS-BANQUE-STATUS.

           SELECT F-BQAUDIT ASSIGN TO DYNAMIC WS-BQAUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BQAUDIT-STATUS.

           SELECT F-BQAUDNEW ASSIGN TO DYNAMIC WS-BQAUDNEW-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BQAUDNEW-STATUS.

           SELECT F-BQAUDARC ASSIGN TO DYNAMIC WS-BQAUDARC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BQAUDARC-STATUS.

           SELECT F-PURGE ASSIGN TO DYNAMIC WS-PURGE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PURGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FMASTER.cpy' REPLACING ==:MASTER:== BY ==MASTER==.
           COPY 'FMASTER.cpy' REPLACING ==:MASTER:== BY ==MASTARC==.
           COPY 'FHISTO.cpy' REPLACING ==:HISTO:== BY ==HISTO==.
           COPY 'FHISTO.cpy' REPLACING ==:HISTO:== BY ==HISTNEW==.
           COPY 'FHISTO.cpy' REPLACING ==:HISTO:== BY ==HISARC==.
           COPY 'FAUDIT.cpy'.
           COPY 'FAUDIT.cpy' REPLACING ==F-AUDIT== BY ==F-AUDNEW==
                                       ==R-AUDIT== BY ==R-AUDNEW==.
           COPY 'FAUDIT.cpy' REPLACING ==F-AUDIT== BY ==F-AUDARC==
                                       ==R-AUDIT== BY ==R-AUDARC==.
           COPY 'FTPEND.cpy' REPLACING ==:TPEND:== BY ==TPENDIN==.
           COPY 'FTPEND.cpy' REPLACING ==:TPEND:== BY ==TPENDOUT==.
           COPY 'FPEND.cpy' REPLACING ==:PEND:== BY ==PENDIN==.
           COPY 'FPEND.cpy' REPLACING ==:PEND:== BY ==PENDOUT==.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==CORR==.
           COPY 'FCLIENT.cpy' REPLACING ==:CLIENT:== BY ==CORRNEW==.
           COPY 'FBQPEND.cpy' REPLACING ==:BQPEND:== BY ==BQPENDIN==.
           COPY 'FBQPEND.cpy' REPLACING ==:BQPEND:== BY ==BQPENDOUT==.
           COPY 'FBANQUE.cpy' REPLACING ==:BANQUE:== BY ==BANQUE==.
           COPY 'FBQAUDIT.cpy'.
           COPY 'FBQAUDIT.cpy'
               REPLACING ==F-BQAUDIT== BY ==F-BQAUDNEW==
                         ==R-BQAUDIT== BY ==R-BQAUDNEW==.
           COPY 'FBQAUDIT.cpy'
               REPLACING ==F-BQAUDIT== BY ==F-BQAUDARC==
                         ==R-BQAUDIT== BY ==R-BQAUDARC==.
           COPY 'FPURGE.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-PURGE-ENTETE.
           05  FILLER               PIC X(29) VALUE
                   "CERTIFICAT DE PURGE - DATE : ".
           05  WS-PURGE-DATE        PIC X(10).

       01  WS-PURGE-PARAMETRES.
           05  FILLER               PIC X(21) VALUE
                   "CONSERVATION (ANS) : ".
           05  WS-PURGE-ANS         PIC Z9.
           05  FILLER               PIC X(21) VALUE
                   "  SORTIES AVANT LE : ".
           05  WS-PURGE-LIMITE      PIC X(10).
           05  FILLER               PIC X(18) VALUE
                   "  ANNEE DE PAIE : ".
           05  WS-PURGE-ANNEE       PIC X(04).

       01  WS-PURGE-COLONNES.
           05  FILLER               PIC X(12) VALUE "ID".
           05  FILLER               PIC X(12) VALUE "SORTIE".
           05  FILLER               PIC X(07) VALUE "MAITRE".
           05  FILLER               PIC X(07) VALUE " HISTO".
           05  FILLER               PIC X(07) VALUE " AUDIT".
           05  FILLER               PIC X(07) VALUE " TPEND".
           05  FILLER               PIC X(07) VALUE "  PEND".
           05  FILLER               PIC X(07) VALUE "  CORR".
           05  FILLER               PIC X(07) VALUE "BANQUE".
           05  FILLER               PIC X(07) VALUE " BQAUD".
           05  FILLER               PIC X(07) VALUE "BQPEND".
           05  FILLER               PIC X(11) VALUE "DISPOSITION".

       01  FIC-PURGE.
           05  PUR-ID               PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PUR-SORTIE           PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PUR-MAITRE           PIC ZZZZZ9.
           05  FILLER               PIC X      VALUE SPACE.
           05  PUR-HISTO            PIC ZZZZZ9.
           05  FILLER               PIC X      VALUE SPACE.
           05  PUR-AUDIT            PIC ZZZZZ9.
           05  FILLER               PIC X      VALUE SPACE.
           05  PUR-TPEND            PIC ZZZZZ9.
           05  FILLER               PIC X      VALUE SPACE.
           05  PUR-PEND             PIC ZZZZZ9.
           05  FILLER               PIC X      VALUE SPACE.
           05  PUR-CORR             PIC ZZZZZ9.
           05  FILLER               PIC X      VALUE SPACE.
           05  PUR-BANQUE           PIC ZZZZZ9.
           05  FILLER               PIC X      VALUE SPACE.
           05  PUR-BQAUDIT          PIC ZZZZZ9.
           05  FILLER               PIC X      VALUE SPACE.
           05  PUR-BQPEND           PIC ZZZZZ9.
           05  FILLER               PIC X      VALUE SPACE.
           05  PUR-DISPO            PIC X(40).

       01  WS-PURGE-PIED.
           05  FILLER               PIC X(18) VALUE
                   "EMPLOYES PURGES : ".
           05  WS-PIED-PURGES       PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE
                   "  REFUSES : ".
           05  WS-PIED-REFUSES      PIC ZZZZZ9.

       01  WS-PURGE-AUCUN      PIC X(40) VALUE
               "AUCUN EMPLOYE ELIGIBLE A LA PURGE".
       01  WS-PURGE-SEP        PIC X(127) VALUE ALL "-".

       01  WS-MASTER-FILE      PIC X(100) VALUE "EMPMASTER.DAT".
       01  WS-MASTARC-FILE     PIC X(100) VALUE "EMPMASTARC.txt".
       01  WS-HISTO-FILE       PIC X(100) VALUE "EMPHISTO.txt".
       01  WS-HISTNEW-FILE     PIC X(100) VALUE "EMPHISTO.NEW".
       01  WS-HISARC-FILE      PIC X(100) VALUE SPACES.
       01  WS-HISARC-PREFIXE   PIC X(80) VALUE "EMPHISARC".
       01  WS-AUDIT-FILE       PIC X(100) VALUE "EMPAUDIT.txt".
       01  WS-AUDNEW-FILE      PIC X(100) VALUE "EMPAUDIT.NEW".
       01  WS-AUDARC-FILE      PIC X(100) VALUE SPACES.
       01  WS-AUDARC-PREFIXE   PIC X(80) VALUE "EMPAUDARC".
       01  WS-TPENDIN-FILE     PIC X(100) VALUE "EMPTPEND.txt".
       01  WS-TPENDOUT-FILE    PIC X(100) VALUE "EMPTPEND.NEW".
       01  WS-PENDIN-FILE      PIC X(100) VALUE "EMPPEND.txt".
       01  WS-PENDOUT-FILE     PIC X(100) VALUE "EMPPEND.NEW".
       01  WS-CORR-FILE        PIC X(100) VALUE "EMPCORR.txt".
       01  WS-CORRNEW-FILE     PIC X(100) VALUE "EMPCORR.NEW".
       01  WS-BQPENDIN-FILE    PIC X(100) VALUE "EMPBQPEND.txt".
       01  WS-BQPENDOUT-FILE   PIC X(100) VALUE "EMPBQPEND.NEW".
       01  WS-BANQUE-FILE      PIC X(100) VALUE "EMPBANQUE.DAT".
       01  WS-BQAUDIT-FILE     PIC X(100) VALUE "EMPBQAUDIT.txt".
       01  WS-BQAUDNEW-FILE    PIC X(100) VALUE "EMPBQAUDIT.NEW".
       01  WS-BQAUDARC-FILE    PIC X(100) VALUE SPACES.
       01  WS-BQAUDARC-PREFIXE PIC X(80) VALUE "EMPBQAUDARC".
       01  WS-PURGE-FILE       PIC X(100) VALUE "EMPPURGE.txt".
       01  WS-ARGC             PIC 9(02) VALUE ZERO.
       01  WS-ENV-VALUE        PIC X(100).

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-MASTARC-STATUS   PIC XX.
       01  WS-HISTO-STATUS     PIC XX.
       01  WS-HISTNEW-STATUS   PIC XX.
       01  WS-HISARC-STATUS    PIC XX.
       01  WS-AUDIT-STATUS     PIC XX.
       01  WS-AUDNEW-STATUS    PIC XX.
       01  WS-AUDARC-STATUS    PIC XX.
       01  WS-TPENDIN-STATUS   PIC XX.
       01  WS-TPENDOUT-STATUS  PIC XX.
       01  WS-PENDIN-STATUS    PIC XX.
       01  WS-PENDOUT-STATUS   PIC XX.
       01  WS-CORR-STATUS      PIC XX.
       01  WS-CORRNEW-STATUS   PIC XX.
       01  WS-BQPENDIN-STATUS  PIC XX.
       01  WS-BQPENDOUT-STATUS PIC XX.
       01  WS-BANQUE-STATUS    PIC XX.
       01  WS-BQAUDIT-STATUS   PIC XX.
       01  WS-BQAUDNEW-STATUS  PIC XX.
       01  WS-BQAUDARC-STATUS  PIC XX.
       01  WS-PURGE-STATUS     PIC XX.
       01  WS-CHECK-STATUS     PIC XX.
       01  WS-CHECK-LABEL      PIC X(30).
       01  WS-MASTER-EOF       PIC X VALUE 'N'.
       01  WS-HISTO-EOF        PIC X VALUE 'N'.
       01  WS-AUDIT-EOF        PIC X VALUE 'N'.
       01  WS-TPEND-EOF        PIC X VALUE 'N'.
       01  WS-PEND-EOF         PIC X VALUE 'N'.
       01  WS-CORR-EOF         PIC X VALUE 'N'.
       01  WS-BQPEND-EOF       PIC X VALUE 'N'.
       01  WS-BANQUE-EOF       PIC X VALUE 'N'.
       01  WS-BQAUDIT-EOF      PIC X VALUE 'N'.
       01  WS-FICHIER-PRESENT  PIC X VALUE 'N'.
       01  WS-TROUVE           PIC X VALUE 'N'.
       01  WS-CLE-CHERCHEE     PIC X(10).
       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-ANNEE-COURANTE   PIC X(04).
       01  WS-LIMITE-DATE      PIC 9(08) VALUE ZERO.
       01  WS-LIMITE-DATE-X REDEFINES WS-LIMITE-DATE
                               PIC X(08).
       01  WS-RETENTION-ANS    PIC 9(02) VALUE 5.
       01  WS-HISARC-ANNEE     PIC X(04) VALUE SPACES.
       01  WS-AUDARC-ANNEE     PIC X(04) VALUE SPACES.
       01  WS-BQAUDARC-ANNEE   PIC X(04) VALUE SPACES.
       01  WS-ARC-ANNEE        PIC X(04).
       01  WS-PURGE-CNT        PIC 9(06) VALUE ZERO.
       01  WS-REFUS-CNT        PIC 9(06) VALUE ZERO.
       01  WS-TOT-MAITRE       PIC 9(06) VALUE ZERO.
       01  WS-TOT-HISTO        PIC 9(06) VALUE ZERO.
       01  WS-TOT-AUDIT        PIC 9(06) VALUE ZERO.
       01  WS-TOT-TPEND        PIC 9(06) VALUE ZERO.
       01  WS-TOT-PEND         PIC 9(06) VALUE ZERO.
       01  WS-TOT-CORR         PIC 9(06) VALUE ZERO.
       01  WS-TOT-BANQUE       PIC 9(06) VALUE ZERO.
       01  WS-TOT-BQAUDIT      PIC 9(06) VALUE ZERO.
       01  WS-TOT-BQPEND       PIC 9(06) VALUE ZERO.

       01  WS-PARM-VALUE       PIC X(60).
       01  WS-PARM-NUM         PIC 9(07) VALUE ZERO.
       01  WS-PARM-POS         PIC 9(02) VALUE 1.
       01  WS-PARM-NUM-OK      PIC X VALUE 'N'.
       01  WS-PARM-DONE        PIC X VALUE 'N'.
       01  WS-PARM-DIGIT-X     PIC X(01).
       01  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
                               PIC 9(01).

       01  WS-HLIGNE.
           05  HL-ID                PIC X(10).
           05  FILLER               PIC X(01).
           05  HL-PERIODE           PIC X(06).
           05  FILLER               PIC X(53).

       01  WS-ALIGNE.
           05  AL-ID                PIC X(10).
           05  FILLER               PIC X.
           05  AL-CODE              PIC X(01).
           05  FILLER               PIC X.
           05  AL-DATE              PIC X(10).
           05  FILLER               PIC X(255).

       01  WS-BQLIGNE.
           05  BQL-ID               PIC X(10).
           05  FILLER               PIC X(03).
           05  BQL-DATE             PIC X(10).
           05  FILLER               PIC X(238).

       01  WS-CAND-CNT         PIC 9(05) VALUE ZERO.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-CAND-CNT
                   ASCENDING KEY IS WS-CAND-ID
                   INDEXED BY WS-CAND-IDX.
               10  WS-CAND-ID           PIC X(10).
               10  WS-CAND-DATE-FIN     PIC X(08).
               10  WS-CAND-ETAT         PIC X(01).
               10  WS-CAND-MOTIF        PIC X(30).
               10  WS-CAND-NB-MAITRE    PIC 9(06).
               10  WS-CAND-NB-HISTO     PIC 9(06).
               10  WS-CAND-NB-AUDIT     PIC 9(06).
               10  WS-CAND-NB-TPEND     PIC 9(06).
               10  WS-CAND-NB-PEND      PIC 9(06).
               10  WS-CAND-NB-CORR      PIC 9(06).
               10  WS-CAND-NB-BANQUE    PIC 9(06).
               10  WS-CAND-NB-BQAUDIT   PIC 9(06).
               10  WS-CAND-NB-BQPEND    PIC 9(06).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE (1:4) TO WS-ANNEE-COURANTE
           COMPUTE WS-LIMITE-DATE =
               WS-CURRENT-DATE - WS-RETENTION-ANS * 10000

           PERFORM LOAD-CANDIDATS.
           PERFORM CHECK-ACTIVITE-HISTO.
           PERFORM CHECK-ACTIVITE-AUDIT.

           IF WS-PURGE-CNT > 0
               PERFORM PURGE-HISTO
               PERFORM PURGE-AUDIT
               PERFORM PURGE-BQAUDIT
               PERFORM PURGE-TPEND
               PERFORM PURGE-PEND
               PERFORM PURGE-CORR
               PERFORM PURGE-BQPEND
               PERFORM PURGE-BANQUE
               PERFORM PURGE-MASTER
           END-IF

           PERFORM WRITE-CERTIFICAT.

           IF WS-REFUS-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RETENTION (YEARS)    : " WS-RETENTION-ANS.
           DISPLAY "EMPLOYEES PURGED     : " WS-PURGE-CNT.
           DISPLAY "EMPLOYEES REFUSED    : " WS-REFUS-CNT.
           DISPLAY "HISTORY RECORDS MOVED: " WS-TOT-HISTO.
           DISPLAY "AUDIT RECORDS MOVED  : " WS-TOT-AUDIT.
           DISPLAY "BANK DETAILS DELETED : " WS-TOT-BANQUE.
           DISPLAY "BANK AUDIT MOVED     : " WS-TOT-BQAUDIT.
           DISPLAY "BANK PENDING DROPPED : " WS-TOT-BQPEND.
           DISPLAY "END OF RETENTION PURGE.".
           STOP RUN.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MASTFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASTER-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MASTARCOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASTARC-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "HISTOIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HISTO-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "HISTSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HISTNEW-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "HISARCOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HISARC-PREFIXE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUDITIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDIT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUDITSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDNEW-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUDARCOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDARC-PREFIXE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TPENDFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TPENDIN-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TPENDSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TPENDOUT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PENDFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PENDIN-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PENDSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PENDOUT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CORRIN"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CORR-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CORRSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CORRNEW-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BQPENDFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BQPENDIN-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BQPENDSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BQPENDOUT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BANQFILE"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BANQUE-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BQAUDITOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BQAUDIT-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BQAUDITSNAP"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BQAUDNEW-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BQARCOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BQAUDARC-PREFIXE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PURGEOUT"
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PURGE-FILE
           END-IF
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PURGEANS"
           IF WS-ENV-VALUE NOT = SPACES
               PERFORM CONVERT-ANS-VALUE
           END-IF

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-PURGE-FILE FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ENV-VALUE FROM ARGUMENT-VALUE
               PERFORM CONVERT-ANS-VALUE
           END-IF.

       CONVERT-ANS-VALUE.
           MOVE WS-ENV-VALUE (1:60) TO WS-PARM-VALUE
           PERFORM CONVERT-PARM-AMOUNT
           IF WS-PARM-NUM-OK = 'Y' AND WS-PARM-NUM > 0
               AND WS-PARM-NUM < 100
               MOVE WS-PARM-NUM TO WS-RETENTION-ANS
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

       LOAD-CANDIDATS.
           OPEN INPUT F-MASTER
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM READ-MASTER-CANDIDAT UNTIL WS-MASTER-EOF = 'Y'
           CLOSE F-MASTER
           DISPLAY "Purge candidates: " WS-CAND-CNT
                   " - departed before " WS-LIMITE-DATE-X.

       READ-MASTER-CANDIDAT.
           READ F-MASTER
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-MASTER-EOF = 'N' AND RMASTER-STATUT = "P"
               IF RMASTER-DATE-FIN IS NOT NUMERIC
                   PERFORM ADD-CANDIDAT
                   MOVE "DATE DE SORTIE INVALIDE"
                       TO WS-CAND-MOTIF (WS-CAND-IDX)
                   PERFORM REFUSE-CANDIDAT
               ELSE
                   IF RMASTER-DATE-FIN < WS-LIMITE-DATE-X
                       PERFORM ADD-CANDIDAT
                   END-IF
               END-IF
           END-IF.

       ADD-CANDIDAT.
           ADD 1 TO WS-CAND-CNT
           SET WS-CAND-IDX TO WS-CAND-CNT
           MOVE RMASTER-ID TO WS-CAND-ID (WS-CAND-IDX)
           MOVE RMASTER-DATE-FIN TO WS-CAND-DATE-FIN (WS-CAND-IDX)
           MOVE "P" TO WS-CAND-ETAT (WS-CAND-IDX)
           MOVE SPACES TO WS-CAND-MOTIF (WS-CAND-IDX)
           MOVE ZERO TO WS-CAND-NB-MAITRE (WS-CAND-IDX)
           MOVE ZERO TO WS-CAND-NB-HISTO (WS-CAND-IDX)
           MOVE ZERO TO WS-CAND-NB-AUDIT (WS-CAND-IDX)
           MOVE ZERO TO WS-CAND-NB-TPEND (WS-CAND-IDX)
           MOVE ZERO TO WS-CAND-NB-PEND (WS-CAND-IDX)
           MOVE ZERO TO WS-CAND-NB-CORR (WS-CAND-IDX)
           MOVE ZERO TO WS-CAND-NB-BANQUE (WS-CAND-IDX)
           MOVE ZERO TO WS-CAND-NB-BQAUDIT (WS-CAND-IDX)
           MOVE ZERO TO WS-CAND-NB-BQPEND (WS-CAND-IDX)
           ADD 1 TO WS-PURGE-CNT.

       REFUSE-CANDIDAT.
           MOVE "R" TO WS-CAND-ETAT (WS-CAND-IDX)
           SUBTRACT 1 FROM WS-PURGE-CNT
           ADD 1 TO WS-REFUS-CNT.

       FIND-CANDIDAT.
           MOVE 'N' TO WS-TROUVE
           IF WS-CAND-CNT > 0
               SEARCH ALL WS-CAND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAND-ID (WS-CAND-IDX) = WS-CLE-CHERCHEE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       CHECK-ACTIVITE-HISTO.
           OPEN INPUT F-HISTO
           IF WS-HISTO-STATUS = "35"
               DISPLAY "NO HISTORY FILE - PAYROLL ACTIVITY NOT CHECKED"
           ELSE
               MOVE WS-HISTO-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-HISTO" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-HISTO-EOF
               PERFORM READ-HISTO-ACTIVITE UNTIL WS-HISTO-EOF = 'Y'
               CLOSE F-HISTO
           END-IF.

       READ-HISTO-ACTIVITE.
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
               IF HL-PERIODE (1:4) NOT < WS-ANNEE-COURANTE
                   MOVE HL-ID TO WS-CLE-CHERCHEE
                   PERFORM FIND-CANDIDAT
                   IF WS-TROUVE = 'Y'
                       AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                       MOVE "PAIE DANS L'ANNEE"
                           TO WS-CAND-MOTIF (WS-CAND-IDX)
                       PERFORM REFUSE-CANDIDAT
                   END-IF
               END-IF
           END-IF.

       CHECK-ACTIVITE-AUDIT.
           OPEN INPUT F-AUDIT
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "NO AUDIT FILE - MASTER ACTIVITY NOT CHECKED"
           ELSE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-AUDIT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-AUDIT-EOF
               PERFORM READ-AUDIT-ACTIVITE UNTIL WS-AUDIT-EOF = 'Y'
               CLOSE F-AUDIT
           END-IF.

       READ-AUDIT-ACTIVITE.
           READ F-AUDIT
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-AUDIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-AUDIT-EOF = 'N'
               MOVE R-AUDIT TO WS-ALIGNE
               IF AL-DATE (1:4) NOT < WS-ANNEE-COURANTE
                   MOVE AL-ID TO WS-CLE-CHERCHEE
                   PERFORM FIND-CANDIDAT
                   IF WS-TROUVE = 'Y'
                       AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                       MOVE "MOUVEMENT DANS L'ANNEE"
                           TO WS-CAND-MOTIF (WS-CAND-IDX)
                       PERFORM REFUSE-CANDIDAT
                   END-IF
               END-IF
           END-IF.

       PURGE-MASTER.
           OPEN EXTEND F-MASTARC
           IF WS-MASTARC-STATUS = "35"
               OPEN OUTPUT F-MASTARC
           END-IF
           MOVE WS-MASTARC-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN EXTEND F-MASTARC" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN I-O F-MASTER
           MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN I-O F-MASTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE 'N' TO WS-MASTER-EOF
           PERFORM PURGE-MASTER-RECORD UNTIL WS-MASTER-EOF = 'Y'
           CLOSE F-MASTER, F-MASTARC.

       PURGE-MASTER-RECORD.
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
               MOVE RMASTER-ID TO WS-CLE-CHERCHEE
               PERFORM FIND-CANDIDAT
               IF WS-TROUVE = 'Y'
                   AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                   WRITE RMASTARC FROM RMASTER
                   MOVE WS-MASTARC-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-MASTARC" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
                   DELETE F-MASTER RECORD
                   MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
                   MOVE "DELETE F-MASTER" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
                   ADD 1 TO WS-CAND-NB-MAITRE (WS-CAND-IDX)
                   ADD 1 TO WS-TOT-MAITRE
               END-IF
           END-IF.

       PURGE-HISTO.
           OPEN INPUT F-HISTO
           IF WS-HISTO-STATUS = "35"
               DISPLAY "NO HISTORY FILE - NOTHING TO ARCHIVE"
           ELSE
               MOVE WS-HISTO-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-HISTO" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               OPEN OUTPUT F-HISTNEW
               MOVE WS-HISTNEW-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-HISTNEW" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-HISTO-EOF
               PERFORM SPLIT-HISTO-RECORD UNTIL WS-HISTO-EOF = 'Y'
               CLOSE F-HISTO, F-HISTNEW
               IF WS-HISARC-ANNEE NOT = SPACES
                   CLOSE F-HISARC
               END-IF
               PERFORM PROMOTE-HISTO-FILE
           END-IF.

       SPLIT-HISTO-RECORD.
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
               MOVE HL-ID TO WS-CLE-CHERCHEE
               PERFORM FIND-CANDIDAT
               IF WS-TROUVE = 'Y'
                   AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                   MOVE HL-PERIODE (1:4) TO WS-ARC-ANNEE
                   IF WS-ARC-ANNEE NOT = WS-HISARC-ANNEE
                       PERFORM OPEN-HISARC-ANNEE
                   END-IF
                   WRITE R-HISARC FROM R-HISTO
                   MOVE WS-HISARC-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-HISARC" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
                   ADD 1 TO WS-CAND-NB-HISTO (WS-CAND-IDX)
                   ADD 1 TO WS-TOT-HISTO
               ELSE
                   WRITE R-HISTNEW FROM R-HISTO
                   MOVE WS-HISTNEW-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-HISTNEW" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.

       OPEN-HISARC-ANNEE.
           IF WS-HISARC-ANNEE NOT = SPACES
               CLOSE F-HISARC
           END-IF
           MOVE WS-ARC-ANNEE TO WS-HISARC-ANNEE
           MOVE SPACES TO WS-HISARC-FILE
           STRING WS-HISARC-PREFIXE DELIMITED BY SPACE
                  "-" WS-HISARC-ANNEE ".txt" DELIMITED BY SIZE
                  INTO WS-HISARC-FILE
           OPEN EXTEND F-HISARC
           IF WS-HISARC-STATUS = "35"
               OPEN OUTPUT F-HISARC
           END-IF
           MOVE WS-HISARC-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN EXTEND F-HISARC" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       PROMOTE-HISTO-FILE.
           MOVE 'N' TO WS-HISTO-EOF
           OPEN INPUT F-HISTNEW
           MOVE WS-HISTNEW-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-HISTNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-HISTO
           MOVE WS-HISTO-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-HISTO" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-HISTNEW-RECORD UNTIL WS-HISTO-EOF = 'Y'
           CLOSE F-HISTNEW, F-HISTO.

       COPY-HISTNEW-RECORD.
           READ F-HISTNEW
               AT END
                   MOVE 'Y' TO WS-HISTO-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-HISTNEW-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-HISTNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-HISTO-EOF = 'N'
               WRITE R-HISTO FROM R-HISTNEW
               MOVE WS-HISTO-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-HISTO" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       PURGE-AUDIT.
           OPEN INPUT F-AUDIT
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "NO AUDIT FILE - NOTHING TO ARCHIVE"
           ELSE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-AUDIT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               OPEN OUTPUT F-AUDNEW
               MOVE WS-AUDNEW-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-AUDNEW" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-AUDIT-EOF
               PERFORM SPLIT-AUDIT-RECORD UNTIL WS-AUDIT-EOF = 'Y'
               CLOSE F-AUDIT, F-AUDNEW
               IF WS-AUDARC-ANNEE NOT = SPACES
                   CLOSE F-AUDARC
               END-IF
               PERFORM PROMOTE-AUDIT-FILE
           END-IF.

       SPLIT-AUDIT-RECORD.
           READ F-AUDIT
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-AUDIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-AUDIT-EOF = 'N'
               MOVE R-AUDIT TO WS-ALIGNE
               MOVE AL-ID TO WS-CLE-CHERCHEE
               PERFORM FIND-CANDIDAT
               IF WS-TROUVE = 'Y'
                   AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                   MOVE AL-DATE (1:4) TO WS-ARC-ANNEE
                   IF WS-ARC-ANNEE NOT = WS-AUDARC-ANNEE
                       PERFORM OPEN-AUDARC-ANNEE
                   END-IF
                   WRITE R-AUDARC FROM R-AUDIT
                   MOVE WS-AUDARC-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-AUDARC" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
                   ADD 1 TO WS-CAND-NB-AUDIT (WS-CAND-IDX)
                   ADD 1 TO WS-TOT-AUDIT
               ELSE
                   WRITE R-AUDNEW FROM R-AUDIT
                   MOVE WS-AUDNEW-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-AUDNEW" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.

       OPEN-AUDARC-ANNEE.
           IF WS-AUDARC-ANNEE NOT = SPACES
               CLOSE F-AUDARC
           END-IF
           MOVE WS-ARC-ANNEE TO WS-AUDARC-ANNEE
           MOVE SPACES TO WS-AUDARC-FILE
           STRING WS-AUDARC-PREFIXE DELIMITED BY SPACE
                  "-" WS-AUDARC-ANNEE ".txt" DELIMITED BY SIZE
                  INTO WS-AUDARC-FILE
           OPEN EXTEND F-AUDARC
           IF WS-AUDARC-STATUS = "35"
               OPEN OUTPUT F-AUDARC
           END-IF
           MOVE WS-AUDARC-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN EXTEND F-AUDARC" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       PROMOTE-AUDIT-FILE.
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT F-AUDNEW
           MOVE WS-AUDNEW-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-AUDNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-AUDIT
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-AUDIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-AUDNEW-RECORD UNTIL WS-AUDIT-EOF = 'Y'
           CLOSE F-AUDNEW, F-AUDIT.

       COPY-AUDNEW-RECORD.
           READ F-AUDNEW
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-AUDNEW-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-AUDNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-AUDIT-EOF = 'N'
               WRITE R-AUDIT FROM R-AUDNEW
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-AUDIT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       PURGE-BQAUDIT.
           OPEN INPUT F-BQAUDIT
           IF WS-BQAUDIT-STATUS = "35"
               DISPLAY "NO BANK AUDIT FILE - NOTHING TO ARCHIVE"
           ELSE
               MOVE WS-BQAUDIT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-BQAUDIT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               OPEN OUTPUT F-BQAUDNEW
               MOVE WS-BQAUDNEW-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-BQAUDNEW" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-BQAUDIT-EOF
               PERFORM SPLIT-BQAUDIT-RECORD UNTIL WS-BQAUDIT-EOF = 'Y'
               CLOSE F-BQAUDIT, F-BQAUDNEW
               IF WS-BQAUDARC-ANNEE NOT = SPACES
                   CLOSE F-BQAUDARC
               END-IF
               PERFORM PROMOTE-BQAUDIT-FILE
           END-IF.

       SPLIT-BQAUDIT-RECORD.
           READ F-BQAUDIT
               AT END
                   MOVE 'Y' TO WS-BQAUDIT-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-BQAUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-BQAUDIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-BQAUDIT-EOF = 'N'
               MOVE R-BQAUDIT TO WS-BQLIGNE
               MOVE BQL-ID TO WS-CLE-CHERCHEE
               PERFORM FIND-CANDIDAT
               IF WS-TROUVE = 'Y'
                   AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                   MOVE BQL-DATE (1:4) TO WS-ARC-ANNEE
                   IF WS-ARC-ANNEE NOT = WS-BQAUDARC-ANNEE
                       PERFORM OPEN-BQAUDARC-ANNEE
                   END-IF
                   WRITE R-BQAUDARC FROM R-BQAUDIT
                   MOVE WS-BQAUDARC-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-BQAUDARC" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
                   ADD 1 TO WS-CAND-NB-BQAUDIT (WS-CAND-IDX)
                   ADD 1 TO WS-TOT-BQAUDIT
               ELSE
                   WRITE R-BQAUDNEW FROM R-BQAUDIT
                   MOVE WS-BQAUDNEW-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-BQAUDNEW" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.

       OPEN-BQAUDARC-ANNEE.
           IF WS-BQAUDARC-ANNEE NOT = SPACES
               CLOSE F-BQAUDARC
           END-IF
           MOVE WS-ARC-ANNEE TO WS-BQAUDARC-ANNEE
           MOVE SPACES TO WS-BQAUDARC-FILE
           STRING WS-BQAUDARC-PREFIXE DELIMITED BY SPACE
                  "-" WS-BQAUDARC-ANNEE ".txt" DELIMITED BY SIZE
                  INTO WS-BQAUDARC-FILE
           OPEN EXTEND F-BQAUDARC
           IF WS-BQAUDARC-STATUS = "35"
               OPEN OUTPUT F-BQAUDARC
           END-IF
           MOVE WS-BQAUDARC-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN EXTEND F-BQAUDARC" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       PROMOTE-BQAUDIT-FILE.
           MOVE 'N' TO WS-BQAUDIT-EOF
           OPEN INPUT F-BQAUDNEW
           MOVE WS-BQAUDNEW-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-BQAUDNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-BQAUDIT
           MOVE WS-BQAUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-BQAUDIT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-BQAUDNEW-RECORD UNTIL WS-BQAUDIT-EOF = 'Y'
           CLOSE F-BQAUDNEW, F-BQAUDIT.

       COPY-BQAUDNEW-RECORD.
           READ F-BQAUDNEW
               AT END
                   MOVE 'Y' TO WS-BQAUDIT-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-BQAUDNEW-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-BQAUDNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-BQAUDIT-EOF = 'N'
               WRITE R-BQAUDIT FROM R-BQAUDNEW
               MOVE WS-BQAUDIT-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-BQAUDIT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       PURGE-BQPEND.
           OPEN INPUT F-BQPENDIN
           IF WS-BQPENDIN-STATUS = "35"
               DISPLAY "NO BANK PENDING FILE - NONE DROPPED"
           ELSE
               MOVE WS-BQPENDIN-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-BQPENDIN" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               OPEN OUTPUT F-BQPENDOUT
               MOVE WS-BQPENDOUT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-BQPENDOUT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-BQPEND-EOF
               PERFORM FILTER-BQPEND-RECORD UNTIL WS-BQPEND-EOF = 'Y'
               CLOSE F-BQPENDIN, F-BQPENDOUT
               PERFORM PROMOTE-BQPEND-FILE
           END-IF.

       FILTER-BQPEND-RECORD.
           READ F-BQPENDIN
               AT END
                   MOVE 'Y' TO WS-BQPEND-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-BQPENDIN-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-BQPENDIN" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-BQPEND-EOF = 'N'
               MOVE RBQPENDIN-TRANS (2:10) TO WS-CLE-CHERCHEE
               PERFORM FIND-CANDIDAT
               IF WS-TROUVE = 'Y'
                   AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                   ADD 1 TO WS-CAND-NB-BQPEND (WS-CAND-IDX)
                   ADD 1 TO WS-TOT-BQPEND
               ELSE
                   WRITE RBQPENDOUT FROM RBQPENDIN
                   MOVE WS-BQPENDOUT-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-BQPENDOUT" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.

       PROMOTE-BQPEND-FILE.
           MOVE 'N' TO WS-BQPEND-EOF
           OPEN INPUT F-BQPENDOUT
           MOVE WS-BQPENDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-BQPENDOUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-BQPENDIN
           MOVE WS-BQPENDIN-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-BQPENDIN" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-BQPEND-RECORD UNTIL WS-BQPEND-EOF = 'Y'
           CLOSE F-BQPENDOUT, F-BQPENDIN.

       COPY-BQPEND-RECORD.
           READ F-BQPENDOUT
               AT END
                   MOVE 'Y' TO WS-BQPEND-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-BQPENDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-BQPENDOUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-BQPEND-EOF = 'N'
               WRITE RBQPENDIN FROM RBQPENDOUT
               MOVE WS-BQPENDIN-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-BQPENDIN" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       PURGE-BANQUE.
           OPEN I-O F-BANQUE
           IF WS-BANQUE-STATUS = "35"
               DISPLAY "NO BANKING DETAILS FILE - NONE DELETED"
           ELSE
               MOVE WS-BANQUE-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN I-O F-BANQUE" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-BANQUE-EOF
               PERFORM PURGE-BANQUE-RECORD UNTIL WS-BANQUE-EOF = 'Y'
               CLOSE F-BANQUE
           END-IF.

       PURGE-BANQUE-RECORD.
           READ F-BANQUE
               AT END
                   MOVE 'Y' TO WS-BANQUE-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-BANQUE-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-BANQUE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-BANQUE-EOF = 'N'
               MOVE RBANQUE-ID TO WS-CLE-CHERCHEE
               PERFORM FIND-CANDIDAT
               IF WS-TROUVE = 'Y'
                   AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                   DELETE F-BANQUE RECORD
                   MOVE WS-BANQUE-STATUS TO WS-CHECK-STATUS
                   MOVE "DELETE F-BANQUE" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
                   ADD 1 TO WS-CAND-NB-BANQUE (WS-CAND-IDX)
                   ADD 1 TO WS-TOT-BANQUE
               END-IF
           END-IF.

       PURGE-TPEND.
           OPEN INPUT F-TPENDIN
           IF WS-TPENDIN-STATUS = "35"
               DISPLAY "NO PENDING TRANSACTION FILE - NONE DROPPED"
           ELSE
               MOVE WS-TPENDIN-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-TPENDIN" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               OPEN OUTPUT F-TPENDOUT
               MOVE WS-TPENDOUT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-TPENDOUT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-TPEND-EOF
               PERFORM FILTER-TPEND-RECORD UNTIL WS-TPEND-EOF = 'Y'
               CLOSE F-TPENDIN, F-TPENDOUT
               PERFORM PROMOTE-TPEND-FILE
           END-IF.

       FILTER-TPEND-RECORD.
           READ F-TPENDIN
               AT END
                   MOVE 'Y' TO WS-TPEND-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-TPENDIN-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-TPENDIN" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-TPEND-EOF = 'N'
               MOVE RTPENDIN-TRANS (2:10) TO WS-CLE-CHERCHEE
               PERFORM FIND-CANDIDAT
               IF WS-TROUVE = 'Y'
                   AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                   ADD 1 TO WS-CAND-NB-TPEND (WS-CAND-IDX)
                   ADD 1 TO WS-TOT-TPEND
               ELSE
                   WRITE RTPENDOUT FROM RTPENDIN
                   MOVE WS-TPENDOUT-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-TPENDOUT" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.

       PROMOTE-TPEND-FILE.
           MOVE 'N' TO WS-TPEND-EOF
           OPEN INPUT F-TPENDOUT
           MOVE WS-TPENDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-TPENDOUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-TPENDIN
           MOVE WS-TPENDIN-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-TPENDIN" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-TPEND-RECORD UNTIL WS-TPEND-EOF = 'Y'
           CLOSE F-TPENDOUT, F-TPENDIN.

       COPY-TPEND-RECORD.
           READ F-TPENDOUT
               AT END
                   MOVE 'Y' TO WS-TPEND-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-TPENDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-TPENDOUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-TPEND-EOF = 'N'
               WRITE RTPENDIN FROM RTPENDOUT
               MOVE WS-TPENDIN-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-TPENDIN" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       PURGE-PEND.
           OPEN INPUT F-PENDIN
           IF WS-PENDIN-STATUS = "35"
               DISPLAY "NO PENDING REJECTS FILE - NONE DROPPED"
           ELSE
               MOVE WS-PENDIN-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-PENDIN" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               OPEN OUTPUT F-PENDOUT
               MOVE WS-PENDOUT-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-PENDOUT" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-PEND-EOF
               PERFORM FILTER-PEND-RECORD UNTIL WS-PEND-EOF = 'Y'
               CLOSE F-PENDIN, F-PENDOUT
               PERFORM PROMOTE-PEND-FILE
           END-IF.

       FILTER-PEND-RECORD.
           READ F-PENDIN
               AT END
                   MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-PENDIN-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-PENDIN" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-PEND-EOF = 'N'
               MOVE R-PENDIN (1:10) TO WS-CLE-CHERCHEE
               PERFORM FIND-CANDIDAT
               IF WS-TROUVE = 'Y'
                   AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                   ADD 1 TO WS-CAND-NB-PEND (WS-CAND-IDX)
                   ADD 1 TO WS-TOT-PEND
               ELSE
                   WRITE R-PENDOUT FROM R-PENDIN
                   MOVE WS-PENDOUT-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-PENDOUT" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.

       PROMOTE-PEND-FILE.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT F-PENDOUT
           MOVE WS-PENDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-PENDOUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-PENDIN
           MOVE WS-PENDIN-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-PENDIN" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-PEND-RECORD UNTIL WS-PEND-EOF = 'Y'
           CLOSE F-PENDOUT, F-PENDIN.

       COPY-PEND-RECORD.
           READ F-PENDOUT
               AT END
                   MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-PENDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-PENDOUT" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-PEND-EOF = 'N'
               WRITE R-PENDIN FROM R-PENDOUT
               MOVE WS-PENDIN-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-PENDIN" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       PURGE-CORR.
           OPEN INPUT F-CORR
           IF WS-CORR-STATUS = "35"
               DISPLAY "NO CORRECTION FILE - NONE DROPPED"
           ELSE
               MOVE WS-CORR-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN INPUT F-CORR" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               OPEN OUTPUT F-CORRNEW
               MOVE WS-CORRNEW-STATUS TO WS-CHECK-STATUS
               MOVE "OPEN OUTPUT F-CORRNEW" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
               MOVE 'N' TO WS-CORR-EOF
               PERFORM FILTER-CORR-RECORD UNTIL WS-CORR-EOF = 'Y'
               CLOSE F-CORR, F-CORRNEW
               PERFORM PROMOTE-CORR-FILE
           END-IF.

       FILTER-CORR-RECORD.
           READ F-CORR
               AT END
                   MOVE 'Y' TO WS-CORR-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-CORR-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-CORR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-CORR-EOF = 'N'
               MOVE RCORR-ID TO WS-CLE-CHERCHEE
               PERFORM FIND-CANDIDAT
               IF WS-TROUVE = 'Y'
                   AND WS-CAND-ETAT (WS-CAND-IDX) = "P"
                   ADD 1 TO WS-CAND-NB-CORR (WS-CAND-IDX)
                   ADD 1 TO WS-TOT-CORR
               ELSE
                   WRITE RCORRNEW FROM RCORR
                   MOVE WS-CORRNEW-STATUS TO WS-CHECK-STATUS
                   MOVE "WRITE F-CORRNEW" TO WS-CHECK-LABEL
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.

       PROMOTE-CORR-FILE.
           MOVE 'N' TO WS-CORR-EOF
           OPEN INPUT F-CORRNEW
           MOVE WS-CORRNEW-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN INPUT F-CORRNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           OPEN OUTPUT F-CORR
           MOVE WS-CORR-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-CORR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           PERFORM COPY-CORR-RECORD UNTIL WS-CORR-EOF = 'Y'
           CLOSE F-CORRNEW, F-CORR.

       COPY-CORR-RECORD.
           READ F-CORRNEW
               AT END
                   MOVE 'Y' TO WS-CORR-EOF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE WS-CORRNEW-STATUS TO WS-CHECK-STATUS
           MOVE "READ F-CORRNEW" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-CORR-EOF = 'N'
               WRITE RCORR FROM RCORRNEW
               MOVE WS-CORR-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-CORR" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           END-IF.

       WRITE-CERTIFICAT.
           OPEN OUTPUT F-PURGE
           MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
           MOVE "OPEN OUTPUT F-PURGE" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-PURGE-DATE
           PERFORM WRITE-PURGE-LIGNE-ENTETE
           MOVE WS-RETENTION-ANS TO WS-PURGE-ANS
           STRING WS-LIMITE-DATE-X (1:4) "-" WS-LIMITE-DATE-X (5:2)
                  "-" WS-LIMITE-DATE-X (7:2) DELIMITED BY SIZE
                  INTO WS-PURGE-LIMITE
           MOVE WS-ANNEE-COURANTE TO WS-PURGE-ANNEE
           WRITE R-PURGE FROM WS-PURGE-PARAMETRES
           MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PURGE PARAMETRES" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-PURGE FROM WS-PURGE-SEP
           MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PURGE SEPARATOR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-PURGE FROM WS-PURGE-COLONNES
           MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PURGE COLUMNS" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           WRITE R-PURGE FROM WS-PURGE-SEP
           MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PURGE SEPARATOR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           IF WS-CAND-CNT = 0
               WRITE R-PURGE FROM WS-PURGE-AUCUN
               MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
               MOVE "WRITE F-PURGE AUCUN" TO WS-CHECK-LABEL
               PERFORM CHECK-FILE-STATUS
           ELSE
               PERFORM WRITE-PURGE-DETAIL
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-CNT
           END-IF
           WRITE R-PURGE FROM WS-PURGE-SEP
           MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PURGE SEPARATOR" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE "TOTAL" TO PUR-ID
           MOVE SPACES TO PUR-SORTIE
           MOVE WS-TOT-MAITRE TO PUR-MAITRE
           MOVE WS-TOT-HISTO TO PUR-HISTO
           MOVE WS-TOT-AUDIT TO PUR-AUDIT
           MOVE WS-TOT-TPEND TO PUR-TPEND
           MOVE WS-TOT-PEND TO PUR-PEND
           MOVE WS-TOT-CORR TO PUR-CORR
           MOVE WS-TOT-BANQUE TO PUR-BANQUE
           MOVE WS-TOT-BQAUDIT TO PUR-BQAUDIT
           MOVE WS-TOT-BQPEND TO PUR-BQPEND
           MOVE SPACES TO PUR-DISPO
           WRITE R-PURGE FROM FIC-PURGE
           MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PURGE TOTAL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           MOVE WS-PURGE-CNT TO WS-PIED-PURGES
           MOVE WS-REFUS-CNT TO WS-PIED-REFUSES
           WRITE R-PURGE FROM WS-PURGE-PIED
           MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PURGE FOOTER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS
           CLOSE F-PURGE.

       WRITE-PURGE-LIGNE-ENTETE.
           WRITE R-PURGE FROM WS-PURGE-ENTETE
           MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PURGE HEADER" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       WRITE-PURGE-DETAIL.
           MOVE WS-CAND-ID (WS-CAND-IDX) TO PUR-ID
           MOVE SPACES TO PUR-SORTIE
           IF WS-CAND-DATE-FIN (WS-CAND-IDX) IS NUMERIC
               STRING WS-CAND-DATE-FIN (WS-CAND-IDX) (1:4) "-"
                      WS-CAND-DATE-FIN (WS-CAND-IDX) (5:2) "-"
                      WS-CAND-DATE-FIN (WS-CAND-IDX) (7:2)
                      DELIMITED BY SIZE INTO PUR-SORTIE
           ELSE
               MOVE WS-CAND-DATE-FIN (WS-CAND-IDX) TO PUR-SORTIE
           END-IF
           MOVE WS-CAND-NB-MAITRE (WS-CAND-IDX) TO PUR-MAITRE
           MOVE WS-CAND-NB-HISTO (WS-CAND-IDX) TO PUR-HISTO
           MOVE WS-CAND-NB-AUDIT (WS-CAND-IDX) TO PUR-AUDIT
           MOVE WS-CAND-NB-TPEND (WS-CAND-IDX) TO PUR-TPEND
           MOVE WS-CAND-NB-PEND (WS-CAND-IDX) TO PUR-PEND
           MOVE WS-CAND-NB-CORR (WS-CAND-IDX) TO PUR-CORR
           MOVE WS-CAND-NB-BANQUE (WS-CAND-IDX) TO PUR-BANQUE
           MOVE WS-CAND-NB-BQAUDIT (WS-CAND-IDX) TO PUR-BQAUDIT
           MOVE WS-CAND-NB-BQPEND (WS-CAND-IDX) TO PUR-BQPEND
           IF WS-CAND-ETAT (WS-CAND-IDX) = "P"
               MOVE "PURGE" TO PUR-DISPO
           ELSE
               MOVE SPACES TO PUR-DISPO
               STRING "REFUSE - " WS-CAND-MOTIF (WS-CAND-IDX)
                   DELIMITED BY SIZE INTO PUR-DISPO
           END-IF
           WRITE R-PURGE FROM FIC-PURGE
           MOVE WS-PURGE-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-PURGE DETAIL" TO WS-CHECK-LABEL
           PERFORM CHECK-FILE-STATUS.

       CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPPURGE TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           END PROGRAM EMPPURGE.
