           SELECT RATE-FILE ASSIGN TO "RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.

       WRITE-DEBIT-INT-TRANS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM OPEN-TRANS-IO
           MOVE ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'W' TO TRANS-TYPE
           MOVE WS-INTEREST TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE ZERO TO TRANS-TRANSFER-ID
           MOVE "INTACCR" TO TRANS-OPERATOR-ID
           MOVE ZERO TO TRANS-REVERSAL-OF
           PERFORM WRITE-TRANS-HISTORY
           CLOSE TRANS-FILE.

      * LOG THE INTEREST POSTING AS A DEPOSIT SO IT SHOWS UP IN THE
      * ACCOUNT HISTORY LIKE ANY OTHER TRANSACTION
       WRITE-INTEREST-TRANS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM OPEN-TRANS-IO
           MOVE ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'D' TO TRANS-TYPE
           MOVE WS-INTEREST TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE ZERO TO TRANS-TRANSFER-ID
           MOVE "INTACCR" TO TRANS-OPERATOR-ID
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

      * ROLL THE POSTED INTEREST INTO THE SUMMARY LINE FOR THE
