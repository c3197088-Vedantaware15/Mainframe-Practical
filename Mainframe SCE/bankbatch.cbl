           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           ADD 1 TO WS-TRANSFER-SEQ
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-TRANSFER-ID-TIME
           MOVE WS-TRANSFER-SEQ TO WS-TRANSFER-ID-SEQ
           PERFORM OPEN-TRANS-IO
           MOVE BATCH-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'W' TO TRANS-TYPE
           MOVE WS-XFER-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE WS-TRANSFER-ID TO TRANS-TRANSFER-ID
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE ZERO TO TRANS-REVERSAL-OF
           PERFORM WRITE-TRANS-HISTORY
           MOVE BATCH-TO-ACCOUNT TO TRANS-ACCOUNT-NUMBER
           MOVE 'D' TO TRANS-TYPE
           MOVE WS-XFER-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE WS-TRANSFER-ID TO TRANS-TRANSFER-ID
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE ZERO TO TRANS-REVERSAL-OF
           PERFORM WRITE-TRANS-HISTORY
           CLOSE TRANS-FILE.

      * OPEN THE POSTING HISTORY FOR UPDATE, CREATING IT THE FIRST
      * TIME THE PROGRAM IS RUN
       OPEN-TRANS-IO.
           OPEN I-O TRANS-FILE
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT TRANS-FILE
               CLOSE TRANS-FILE
               OPEN I-O TRANS-FILE
           END-IF.

      * ADD THE POSTING IN TRANS-RECORD TO THE HISTORY UNDER ITS
      * BUSINESS DATE. A SECOND POSTING TO THE SAME ACCOUNT IN THE
      * SAME SECOND TAKES THE NEXT SEQUENCE NUMBER.
       WRITE-TRANS-HISTORY.
           MOVE TRANS-DATE TO TRANS-POST-DATE
           MOVE ZERO TO TRANS-SEQ
           WRITE TRANS-RECORD
           PERFORM UNTIL WS-TRANS-STATUS NOT = "22"
                      OR TRANS-SEQ = 999
               ADD 1 TO TRANS-SEQ
               WRITE TRANS-RECORD
           END-PERFORM
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Error writing posting history - status "
                   WS-TRANS-STATUS
           END-IF.

       WRITE-SUMMARY-LINE.
