      * RETURN REASON CODES ON THE RET LINES:
      *   01 ACCOUNT NOT FOUND    02 ACCOUNT FROZEN
      *   03 ACCOUNT CLOSED       04 INSUFFICIENT AVAILABLE FUNDS
      *   05 INVALID ITEM         06 PAYMENT STOPPED
      * DEBITS HONOR THE SAME AVAILABLE-BALANCE RULE AS EVERY OTHER
      * DEBIT: LEDGER BALANCE PLUS OVERDRAFT LIMIT LESS OPEN HOLDS.
      * A DEBIT WHOSE ACCOUNT AND PARTNER REFERENCE MATCH AN OPEN,
      * UNEXPIRED STOP ON THE STOP-PAYMENT REGISTER (STOPPAY.DAT) -
      * AND ITS AMOUNT TOO, WHEN THE STOP NAMES ONE - IS RETURNED 06
      * AND THE STOP IS MARKED USED.
      *
      * RUNS IN THE NIGHT WINDOW AFTER STOPEXP; WITH BUSDATE ON THE
      * RUN-CONTROL FILE IT RUNS UNATTENDED AND LOGS STEP CLRPOST,
      * WHICH THE GL EXTRACT WAITS FOR.
       ENVIRONMENT DIVISION.
           SELECT RETURN-FILE ASSIGN TO "CLRRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT STOP-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       FD HOLD-FILE.
           COPY HOLDREC.

       FD STOP-FILE.
           COPY STOPREC.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       01 WS-HELD-AMOUNT       PIC 9(9)V99.
       01 WS-AVAILABLE         PIC S9(9)V99.
       01 WS-OD-LIMIT          PIC 9(7)V99.
       01 WS-STOP-STATUS       PIC XX VALUE '00'.
       01 WS-STOP-EOF          PIC X VALUE 'N'.
       01 WS-STOP-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-STOP-IX           PIC 9(3).
       01 WS-STOP-OVERFLOW     PIC X VALUE 'N'.
       01 WS-STOP-MATCH        PIC X VALUE 'N'.
       01 WS-STOP-USED-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-STOP-TABLE.
           05 WS-STOP-ENTRY OCCURS 500 TIMES.
               10 WS-STP-ACCOUNT    PIC 9(5).
               10 WS-STP-REFERENCE  PIC X(12).
               10 WS-STP-AMOUNT     PIC 9(7)V99.
               10 WS-STP-EXPIRY     PIC 9(8).
               10 WS-STP-PLACED-BY  PIC X(8).
               10 WS-STP-PLACED-DATE PIC 9(8).
               10 WS-STP-STATUS     PIC X(1).
               10 WS-STP-USED-DATE  PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF WS-UNATTENDED = 'Y'
               PERFORM CHECK-NIGHT-PREREQ
               IF WS-PREREQ-OK = 'N'
                   DISPLAY "NIGHT SEQUENCE ERROR - STOPEXP has not "
                       "completed for " WS-BUSINESS-DATE
                   DISPLAY "Run refused - expire old stop payments "
                       "first."
                   STOP RUN
               END-IF

           PERFORM PROVE-INBOUND-FILE
           IF WS-FILE-OK = 'Y'
               PERFORM LOAD-STOP-TABLE
      * A STOP THAT DID NOT FIT THE TABLE COULD NOT BE HONORED AND
      * THE SAVE WOULD DESTROY IT, SO NOTHING POSTS AND THE NIGHT
      * STEP IS NOT LOGGED - THE OPERATOR MUST RAISE THE TABLE AND
      * RERUN
               IF WS-STOP-OVERFLOW = 'Y'
                   DISPLAY "RUN ABANDONED - stop file holds more "
                       "lines than the table; nothing posted."
                   STOP RUN
               END-IF
               PERFORM POST-CLEARING-ITEMS
               PERFORM PROVE-END-OF-JOB
           END-IF
           END-PERFORM
           CLOSE CLEAR-FILE
           CLOSE BANK-FILE
           IF WS-STOP-USED-COUNT > ZERO
               PERFORM SAVE-STOP-TABLE
           END-IF
           MOVE WS-RETURN-COUNT TO WS-RTL-COUNT
           MOVE WS-RETURN-AMOUNT TO WS-RTL-AMOUNT
           MOVE WS-RET-TRAILER TO RETURN-RECORD
                       WHEN ACCOUNT-STATUS = 'C'
                           MOVE "03" TO WS-REASON-CODE
                       WHEN OTHER
                           PERFORM CHECK-STOP-PAYMENT
                           IF WS-STOP-MATCH = 'Y'
                               MOVE "06" TO WS-REASON-CODE
                           ELSE
                               PERFORM APPLY-ONE-ITEM
                           END-IF
                   END-EVALUATE
           END-READ
           IF WS-REASON-CODE = SPACES
      * ANY OTHER POSTING
       WRITE-CLEARING-TRANS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM OPEN-TRANS-IO
           MOVE WS-DTL-ACCOUNT TO TRANS-ACCOUNT-NUMBER
           IF WS-DTL-TYPE = 'C' OR WS-DTL-TYPE = 'c'
               MOVE 'D' TO TRANS-TYPE
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE ZERO TO TRANS-TRANSFER-ID
           MOVE "CLEARING" TO TRANS-OPERATOR-ID
           MOVE ZERO TO TRANS-REVERSAL-OF
           PERFORM WRITE-TRANS-HISTORY
           CLOSE TRANS-FILE.

       WRITE-RETURN-ITEM.
               " Amount " WS-ACCEPT-AMOUNT
           DISPLAY "Returned      : " WS-RETURN-COUNT
               " Amount " WS-RETURN-AMOUNT
           DISPLAY "Stops Used    : " WS-STOP-USED-COUNT
           DISPLAY "Returns file  : CLRRET.DAT"
           IF WS-ACCEPT-COUNT + WS-RETURN-COUNT = WS-FILE-COUNT AND
              WS-ACCEPT-AMOUNT + WS-RETURN-AMOUNT = WS-FILE-AMOUNT
               MOVE 'Y' TO WS-UNATTENDED
           END-IF.

      * AN UNATTENDED RUN WAITS FOR THE STOP-PAYMENT EXPIRY TO LOG
      * ITS COMPLETION FOR THE BUSINESS DATE
       CHECK-NIGHT-PREREQ.
           MOVE 'N' TO WS-PREREQ-OK
           OPEN INPUT NIGHT-FILE
                           MOVE 'Y' TO WS-NIGHT-EOF
                       NOT AT END
                           IF NIGHT-DATE = WS-BUSINESS-DATE AND
                              NIGHT-STEP = "STOPEXP"
                               MOVE 'Y' TO WS-PREREQ-OK
                               MOVE 'Y' TO WS-NIGHT-EOF
                           END-IF
               OPEN I-O BANK-FILE
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

      * OVERDRAFT LIMIT IN FORCE FOR THE CURRENT BANK-RECORD. ONLY
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

      * A DEBIT IS STOPPED WHEN AN OPEN STOP ON ITS ACCOUNT CARRIES
      * THE SAME PARTNER REFERENCE, HAS NOT PASSED ITS EXPIRY DATE,
      * AND EITHER NAMES NO AMOUNT OR NAMES THE ITEM'S AMOUNT. THE
      * FIRST MATCHING STOP IS MARKED USED WITH THE BUSINESS DATE.
      * CREDITS ARE NEVER STOPPED.
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOP-MATCH
           IF WS-DTL-TYPE = 'D' OR WS-DTL-TYPE = 'd'
               PERFORM VARYING WS-STOP-IX FROM 1 BY 1
                   UNTIL WS-STOP-IX > WS-STOP-COUNT
                      OR WS-STOP-MATCH = 'Y'
                   IF WS-STP-ACCOUNT(WS-STOP-IX) = WS-DTL-ACCOUNT AND
                      WS-STP-REFERENCE(WS-STOP-IX) = WS-DTL-REFERENCE
                      AND WS-STP-STATUS(WS-STOP-IX) = 'O'
                      AND WS-STP-EXPIRY(WS-STOP-IX) NOT <
                          WS-BUSINESS-DATE
                      AND (WS-STP-AMOUNT(WS-STOP-IX) = ZERO OR
                           WS-STP-AMOUNT(WS-STOP-IX) = WS-DTL-AMOUNT)
                       MOVE 'Y' TO WS-STOP-MATCH
                       MOVE 'U' TO WS-STP-STATUS(WS-STOP-IX)
                       MOVE WS-BUSINESS-DATE
                           TO WS-STP-USED-DATE(WS-STOP-IX)
                       ADD 1 TO WS-STOP-USED-COUNT
                       DISPLAY "STOPPED Account " WS-DTL-ACCOUNT
                           " Ref " WS-DTL-REFERENCE
                           " Amount " WS-DTL-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-STOP-TABLE.
           MOVE ZERO TO WS-STOP-COUNT
           MOVE 'N' TO WS-STOP-OVERFLOW
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS = "00"
               MOVE 'N' TO WS-STOP-EOF
               PERFORM UNTIL WS-STOP-EOF = 'Y'
                   READ STOP-FILE
                       AT END
                           MOVE 'Y' TO WS-STOP-EOF
                       NOT AT END
                           IF WS-STOP-COUNT < 500
                               ADD 1 TO WS-STOP-COUNT
                               MOVE STOP-ACCOUNT-NUMBER TO
                                   WS-STP-ACCOUNT(WS-STOP-COUNT)
                               MOVE STOP-REFERENCE TO
                                   WS-STP-REFERENCE(WS-STOP-COUNT)
                               MOVE STOP-AMOUNT TO
                                   WS-STP-AMOUNT(WS-STOP-COUNT)
                               MOVE STOP-EXPIRY TO
                                   WS-STP-EXPIRY(WS-STOP-COUNT)
                               MOVE STOP-PLACED-BY TO
                                   WS-STP-PLACED-BY(WS-STOP-COUNT)
                               MOVE STOP-PLACED-DATE TO
                                   WS-STP-PLACED-DATE(WS-STOP-COUNT)
                               MOVE STOP-STATUS TO
                                   WS-STP-STATUS(WS-STOP-COUNT)
                               MOVE STOP-USED-DATE TO
                                   WS-STP-USED-DATE(WS-STOP-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-STOP-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOP-FILE
           END-IF.

       SAVE-STOP-TABLE.
           OPEN OUTPUT STOP-FILE
           PERFORM VARYING WS-STOP-IX FROM 1 BY 1
               UNTIL WS-STOP-IX > WS-STOP-COUNT
               MOVE WS-STP-ACCOUNT(WS-STOP-IX)
                   TO STOP-ACCOUNT-NUMBER
               MOVE WS-STP-REFERENCE(WS-STOP-IX) TO STOP-REFERENCE
               MOVE WS-STP-AMOUNT(WS-STOP-IX) TO STOP-AMOUNT
               MOVE WS-STP-EXPIRY(WS-STOP-IX) TO STOP-EXPIRY
               MOVE WS-STP-PLACED-BY(WS-STOP-IX) TO STOP-PLACED-BY
               MOVE WS-STP-PLACED-DATE(WS-STOP-IX)
                   TO STOP-PLACED-DATE
               MOVE WS-STP-STATUS(WS-STOP-IX) TO STOP-STATUS
               MOVE WS-STP-USED-DATE(WS-STOP-IX) TO STOP-USED-DATE
               WRITE STOP-RECORD
           END-PERFORM
           CLOSE STOP-FILE.
