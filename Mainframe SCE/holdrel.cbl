           IF WS-UNATTENDED = 'Y'
               PERFORM CHECK-NIGHT-PREREQ
               IF WS-PREREQ-OK = 'N'
                   DISPLAY "NIGHT SEQUENCE ERROR - LOANCOLL has not "
                       "completed for " WS-BUSINESS-DATE
                   DISPLAY "Run refused - collect the loan "
                       "installments first."
                   STOP RUN
               END-IF
           ELSE
               MOVE 'Y' TO WS-UNATTENDED
           END-IF.

      * AN UNATTENDED RUN WAITS FOR THE LOAN COLLECTION TO LOG
      * ITS COMPLETION FOR THE BUSINESS DATE
       CHECK-NIGHT-PREREQ.
           MOVE 'N' TO WS-PREREQ-OK
                           MOVE 'Y' TO WS-NIGHT-EOF
                       NOT AT END
                           IF NIGHT-DATE = WS-BUSINESS-DATE AND
                              NIGHT-STEP = "LOANCOLL"
                               MOVE 'Y' TO WS-PREREQ-OK
                               MOVE 'Y' TO WS-NIGHT-EOF
                           END-IF
