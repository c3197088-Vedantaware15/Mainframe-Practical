               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECON-ACCOUNT-NUMBER
               FILE STATUS IS WS-RECON-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       REPLAY-DAYS-TRANSACTIONS.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "No transactions - TRANHIST.DAT status: "
                   WS-TRANS-STATUS
           ELSE
               MOVE WS-BUSINESS-DATE TO TRANS-POST-DATE
               MOVE 'N' TO WS-EOF
               START TRANS-FILE KEY IS EQUAL TO TRANS-POST-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TRANS-POST-DATE = WS-BUSINESS-DATE
                               PERFORM APPLY-TRANS-TO-TABLE
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
