           DISPLAY "DEDUCTIONS ACCEPTED : " WS-ACCEPT-COUNT.
           DISPLAY "DEDUCTIONS REJECTED : " WS-REJECT-COUNT.
           DISPLAY "MONTANT ACCEPTED    : " WS-ACCEPT-MONTANT.
           IF WS-REJECT-COUNT > 0
               DISPLAY "DEDUCTION FEED HAS REJECTS - SEE "
                       WS-DEDEX-FILE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF DEDUCTION CHECK.".
           STOP RUN.

               DISPLAY "FILE ERROR ON " WS-CHECK-LABEL
                       " - STATUS = " WS-CHECK-STATUS
               DISPLAY "EMPDEDCK TERMINATED DUE TO FILE ERROR."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

