      * AN ORDER DUE ON DAY 29-31 IN A MONTH WITHOUT THAT DAY POSTS
      * ON THE MONTH'S LAST DAY, SO MONTH-END ORDERS NEVER GO QUIET
      * IN FEBRUARY.
      *
      * ON THE UNATTENDED NIGHT RUN FOR THE BUSINESS DATE EVERY
      * SKIPPED ORDER IS ALSO WRITTEN TO THE EXCEPTION FILE
      * SORDEXC.DAT, REWRITTEN EACH NIGHT, SO THE CUSTOMER NOTICE RUN
      * CAN TELL THE CUSTOMER THE PAYMENT WAS NOT MADE. AN ATTENDED
      * RUN LEAVES THE NIGHT'S FILE ALONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORD-FILE ASSIGN TO "SORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORD-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT SORDX-FILE ASSIGN TO "SORDEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORDX-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
       FD TRANS-FILE.
           COPY TRANSREC.

       FD SORDX-FILE.
           COPY SORDEXC.

       FD HOLD-FILE.
           COPY HOLDREC.

       01 WS-BANK-STATUS       PIC XX VALUE '00'.
       01 WS-SORD-STATUS       PIC XX VALUE '00'.
       01 WS-TRANS-STATUS      PIC XX VALUE '00'.
       01 WS-SORDX-STATUS      PIC XX VALUE '00'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-DATE-INPUT        PIC X(8).
       01 WS-VALID-INPUT       PIC X VALUE 'N'.

           PERFORM COMPUTE-LAST-DAY
           PERFORM PRINT-REPORT-HEADER
           IF WS-UNATTENDED = 'Y'
               OPEN OUTPUT SORDX-FILE
           END-IF
           PERFORM POST-DUE-ORDERS
           IF WS-UNATTENDED = 'Y'
               CLOSE SORDX-FILE
           END-IF
           PERFORM PRINT-REPORT-FOOTER
           PERFORM WRITE-NIGHT-STEP
           STOP RUN.
               DISPLAY "SKIPPED Account " SORD-ACCOUNT-NUMBER
                   " " SORD-TYPE " " WS-AMOUNT-EDIT
                   " - " WS-SKIP-REASON
               IF WS-UNATTENDED = 'Y'
                   PERFORM WRITE-ORDER-EXCEPTION
               END-IF
           END-IF.

      * LEAVE THE SKIPPED ORDER FOR THE CUSTOMER NOTICE RUN
       WRITE-ORDER-EXCEPTION.
           MOVE WS-BUSINESS-DATE TO SORDX-DATE
           MOVE SORD-ACCOUNT-NUMBER TO SORDX-ACCOUNT-NUMBER
           MOVE FUNCTION UPPER-CASE(SORD-TYPE) TO SORDX-TYPE
           MOVE SORD-AMOUNT TO SORDX-AMOUNT
           MOVE SORD-DAY TO SORDX-DAY
           MOVE WS-SKIP-REASON TO SORDX-REASON
           WRITE SORDX-RECORD.

       APPLY-ORDER-AMOUNT.
           EVALUATE SORD-TYPE
               WHEN 'D' WHEN 'd'
      * SHOWS ON STATEMENTS AND IN THE END-OF-DAY RECONCILIATION
       WRITE-ORDER-TRANS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM OPEN-TRANS-IO
           MOVE SORD-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE FUNCTION UPPER-CASE(SORD-TYPE) TO TRANS-TYPE
           MOVE SORD-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE ZERO TO TRANS-TRANSFER-ID
           MOVE "STORDPST" TO TRANS-OPERATOR-ID
           MOVE ZERO TO TRANS-REVERSAL-OF
           PERFORM WRITE-TRANS-HISTORY
           CLOSE TRANS-FILE.

      * OPEN BANK-FILE FOR RANDOM UPDATE, CREATING IT IF IT DOES NOT
               CLOSE HOLD-FILE
           END-IF.

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

       PRINT-REPORT-HEADER.
