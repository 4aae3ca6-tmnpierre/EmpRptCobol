           05  AUD-AVANT            PIC X(97).
           05  FILLER               PIC X      VALUE "|".
           05  AUD-APRES            PIC X(97).
           05  FILLER               PIC X      VALUE "|".
           05  AUD-DATE-EFFET       PIC X(08).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-FILE-NAMES.
           MOVE WS-TRANS-SOURCE TO AUD-SOURCE
           MOVE WS-AVANT-IMAGE TO AUD-AVANT
           MOVE WS-APRES-IMAGE TO AUD-APRES
           MOVE RTRANS-DATE-EFFET TO AUD-DATE-EFFET
           WRITE R-AUDIT FROM FIC-AUDIT
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "WRITE F-AUDIT" TO WS-CHECK-LABEL
               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPMAINT TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

