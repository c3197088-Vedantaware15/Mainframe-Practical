      * BALANCE FIELD IN BANK-FILE. STATEMENTS ARE WRITTEN TO
      * STMT-FILE, ONE AFTER ANOTHER, FORMATTED FOR MAILING.
      *
      * THE HISTORY FILE IS KEYED ON ACCOUNT, DATE AND TIME AND HOLDS
      * EVERY MONTH, ARCHIVED OR NOT, SO EACH PASS STARTS AT THE
      * ACCOUNT'S FIRST POSTING ON OR AFTER THE START DATE AND READS
      * ONLY THAT ACCOUNT, ALREADY IN DATE/TIME ORDER. THE OPENING
      * BALANCE IS DERIVED BY BACKING THE IN-RANGE AND LATER ACTIVITY
      * OUT OF THE LIVE BALANCE, SO OPENING + ACTIVITY = CLOSING
      * ALWAYS HOLDS.
      *
      * A SUPERVISOR-APPROVED REVERSAL PRINTS IN DATE/TIME ORDER
      * LIKE ANY POSTING, LABELED REVERSAL AND FOLLOWED BY A
      * CORRECTION LINE GIVING THE DATE AND TIME OF THE POSTING IT
      * OFFSETS. THE ORIGINAL IT OFFSETS KEEPS ITS OWN PLACE AND IS
      * FOLLOWED BY A REVERSED ON LINE GIVING THE DATE AND TIME OF
      * THE REVERSAL - EVEN ONE POSTED AFTER THE STATEMENT PERIOD -
      * SO THE CUSTOMER CAN PAIR THE TWO SIDES OF THE CORRECTION
      * WHEREVER THEY FALL. THE ACCOUNT'S REVERSALS ARE TABLED ON THE
      * FIRST PASS, BEFORE ANY LINE IS PRINTED.
      *
      * EACH STATEMENT GOES TO THE PRIMARY OWNER AT THE CUSTOMER
      * MASTER ADDRESS. A JOINT OWNER LINKED TO THE ACCOUNT ON THE
      * RELATIONSHIP FILE (RELMST.DAT) WHO ASKED FOR STATEMENTS GETS
      * A COPY OF THE SAME STATEMENT AT THEIR OWN ADDRESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-BANK-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT STMT-FILE ASSIGN TO "STATEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT REL-FILE ASSIGN TO "RELMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       FD CUST-FILE.
           COPY CUSTREC.

       FD REL-FILE.
           COPY RELREC.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       01 WS-CUST-STATUS       PIC XX VALUE '00'.
       01 WS-CUST-OPEN         PIC X VALUE 'N'.
       01 WS-CUST-ON-FILE      PIC X VALUE 'N'.
       01 WS-REL-STATUS        PIC XX VALUE '00'.
       01 WS-REL-OPEN          PIC X VALUE 'N'.
       01 WS-REL-EOF           PIC X VALUE 'N'.
       01 WS-MAIL-CUST-NUMBER  PIC 9(5).
       01 WS-JOINT-COPY        PIC X VALUE 'N'.
       01 WS-JOINT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RUNCTL-STATUS     PIC XX VALUE '00'.
       01 WS-NIGHT-STATUS      PIC XX VALUE '00'.
       01 WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01 WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZ9.99.
       01 WS-BALANCE-EDIT      PIC Z(9),ZZZ,ZZ9.99-.
       01 WS-TYPE-TEXT         PIC X(12).
       01 WS-RVS-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-RVS-IX            PIC 9(3).
       01 WS-RVS-TABLE.
           05 WS-RVS-ENTRY OCCURS 200 TIMES.
               10 WS-RVS-ORIG-DATE  PIC 9(8).
               10 WS-RVS-ORIG-TIME  PIC 9(6).
               10 WS-RVS-AMOUNT     PIC 9(7)V99.
               10 WS-RVS-ON-DATE    PIC 9(8).
               10 WS-RVS-ON-TIME    PIC 9(6).
               10 WS-RVS-USED       PIC X(1).
       01 WS-REVERSED          PIC X VALUE 'N'.
       01 WS-DATE-EDIT.
           05 WS-DATE-YYYY     PIC X(4).
           05 FILLER           PIC X VALUE '/'.
           STOP RUN.

      * GENERATE THE REQUESTED STATEMENTS - ONE ACCOUNT OR A WHOLE
      * BRANCH - FROM THE POSTING HISTORY
       PROCESS-STATEMENTS.
           OPEN OUTPUT STMT-FILE
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS = "00"
               MOVE 'Y' TO WS-REL-OPEN
           END-IF
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "No accounts found - BANK.DAT status: "
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUST-FILE
           END-IF
           IF WS-REL-OPEN = 'Y'
               CLOSE REL-FILE
           END-IF
           CLOSE STMT-FILE

           DISPLAY "Statements written: " WS-STMT-COUNT
           DISPLAY "Of which joint-owner copies: " WS-JOINT-COUNT
           DISPLAY "Output file: STATEMENT.DAT".

      * PICK UP THE NIGHT-RUN CONTROL VALUES. THE STATEMENT RUN GOES
               CLOSE NIGHT-FILE
           END-IF.

      * LOG THIS STEP'S COMPLETION SO THE NOTICE RUN MAY START
       WRITE-NIGHT-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN EXTEND NIGHT-FILE
           WRITE NIGHT-RECORD
           CLOSE NIGHT-FILE.

      * ACCEPT AND VALIDATE THE STATEMENT DATE RANGE (YYYYMMDD)
       ACCEPT-DATE-RANGE.
           MOVE 'N' TO WS-VALID-INPUT
           END-PERFORM.

      * PRODUCE ONE STATEMENT FOR THE CURRENT BANK-RECORD. PASS ONE
      * OVER THE ACCOUNT'S HISTORY NETS THE ACTIVITY SO THE OPENING
      * AND CLOSING BALANCES CAN BE DERIVED FROM THE LIVE BALANCE;
      * PASS TWO PRINTS THE IN-RANGE POSTINGS WITH A RUNNING
      * BALANCE. THE PRIMARY OWNER'S STATEMENT PRINTS FIRST, THEN A
      * COPY FOR EACH JOINT OWNER WHO ASKED FOR ONE.
       GENERATE-STATEMENT.
           PERFORM NET-ACCOUNT-ACTIVITY
           COMPUTE WS-CLOSING-BALANCE =
               BALANCE - WS-NET-AFTER-RANGE
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-NET-IN-RANGE

           MOVE 'N' TO WS-JOINT-COPY
           MOVE ZERO TO WS-MAIL-CUST-NUMBER
           IF CUSTOMER-NUMBER IS NUMERIC
               MOVE CUSTOMER-NUMBER TO WS-MAIL-CUST-NUMBER
           END-IF
           PERFORM PRINT-ONE-STATEMENT
           IF WS-REL-OPEN = 'Y'
               PERFORM PRINT-JOINT-COPIES
           END-IF.

      * PRINT THE STATEMENT FOR THE CURRENT BANK-RECORD TO THE
      * CUSTOMER IN WS-MAIL-CUST-NUMBER
       PRINT-ONE-STATEMENT.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           PERFORM WRITE-STATEMENT-HEADER
           PERFORM PRINT-TRANS-LINES
           PERFORM WRITE-STATEMENT-FOOTER
           ADD 1 TO WS-STMT-COUNT.

      * WALK THE RELATIONSHIP RECORDS FOR THE CURRENT ACCOUNT - THEY
      * ARE KEYED ACCOUNT FIRST, SO THEY SIT TOGETHER - AND PRINT A
      * COPY FOR EVERY JOINT OWNER FLAGGED FOR STATEMENTS
       PRINT-JOINT-COPIES.
           MOVE ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE ZERO TO REL-CUST-NUMBER
           MOVE 'N' TO WS-REL-EOF
           START REL-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REL-EOF
           END-START
           PERFORM UNTIL WS-REL-EOF = 'Y'
               READ REL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REL-EOF
                   NOT AT END
                       IF REL-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-REL-EOF
                       ELSE
                           IF REL-ROLE = 'J' AND
                              REL-STATEMENT = 'Y'
                               MOVE 'Y' TO WS-JOINT-COPY
                               MOVE REL-CUST-NUMBER
                                   TO WS-MAIL-CUST-NUMBER
                               PERFORM PRINT-ONE-STATEMENT
                               ADD 1 TO WS-JOINT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * PASS ONE: NET THE DEPOSITS AND WITHDRAWALS INSIDE THE RANGE
      * AND AFTER THE RANGE FOR THE CURRENT ACCOUNT, AND TABLE ITS
      * REVERSALS SO PASS TWO CAN MARK THE POSTINGS THEY OFFSET
       NET-ACCOUNT-ACTIVITY.
           MOVE ZERO TO WS-NET-IN-RANGE
           MOVE ZERO TO WS-NET-AFTER-RANGE
           MOVE ZERO TO WS-RVS-COUNT
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM START-ACCOUNT-HISTORY
               PERFORM UNTIL WS-TRANS-EOF = 'Y'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TRANS-EOF
                       NOT AT END
                           IF TRANS-ACCOUNT-NUMBER = ACCOUNT-NUMBER
                               PERFORM NET-ONE-TRANS
                           ELSE
                               MOVE 'Y' TO WS-TRANS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

      * POSITION THE HISTORY ON THE CURRENT ACCOUNT'S FIRST POSTING
      * ON OR AFTER THE START DATE
       START-ACCOUNT-HISTORY.
           MOVE ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE WS-START-DATE TO TRANS-DATE
           MOVE ZERO TO TRANS-TIME
           MOVE ZERO TO TRANS-SEQ
           MOVE 'N' TO WS-TRANS-EOF
           START TRANS-FILE KEY IS NOT LESS THAN TRANS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TRANS-EOF
           END-START.

       NET-ONE-TRANS.
           IF TRANS-REVERSAL-OF IS NUMERIC AND
              TRANS-REVERSAL-OF > ZERO
               PERFORM ADD-REVERSAL-ENTRY
           END-IF
           EVALUATE TRUE
               WHEN TRANS-DATE > WS-END-DATE
                   IF TRANS-TYPE = 'D' OR TRANS-TYPE = 'd'
                   END-IF
           END-EVALUATE.

       ADD-REVERSAL-ENTRY.
           IF WS-RVS-COUNT < 200
               ADD 1 TO WS-RVS-COUNT
               MOVE TRANS-REV-DATE TO WS-RVS-ORIG-DATE(WS-RVS-COUNT)
               MOVE TRANS-REV-TIME TO WS-RVS-ORIG-TIME(WS-RVS-COUNT)
               MOVE TRANS-AMOUNT TO WS-RVS-AMOUNT(WS-RVS-COUNT)
               MOVE TRANS-DATE TO WS-RVS-ON-DATE(WS-RVS-COUNT)
               MOVE TRANS-TIME TO WS-RVS-ON-TIME(WS-RVS-COUNT)
           ELSE
               DISPLAY "WARNING - reversal table full, account "
                   ACCOUNT-NUMBER " originals not all marked."
           END-IF.

      * PASS TWO: PRINT EACH IN-RANGE POSTING WITH A RUNNING BALANCE.
      * EVERY COPY OF THE STATEMENT MARKS THE REVERSED POSTINGS AFRESH.
       PRINT-TRANS-LINES.
           PERFORM VARYING WS-RVS-IX FROM 1 BY 1
               UNTIL WS-RVS-IX > WS-RVS-COUNT
               MOVE 'N' TO WS-RVS-USED(WS-RVS-IX)
           END-PERFORM
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM START-ACCOUNT-HISTORY
               PERFORM UNTIL WS-TRANS-EOF = 'Y'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TRANS-EOF
                       NOT AT END
                           IF TRANS-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                               OR TRANS-DATE > WS-END-DATE
                               MOVE 'Y' TO WS-TRANS-EOF
                           ELSE
                               PERFORM WRITE-TRANS-LINE
                           END-IF
                   END-READ
           END-IF.

      * TRANSFER LEGS CARRY A NON-ZERO TRANSFER ID AND ARE LABELED AS
      * TRANSFERS RATHER THAN AS AN ANONYMOUS DEPOSIT/WITHDRAWAL.
      * REVERSALS ARE LABELED AS SUCH WHATEVER THEIR DIRECTION, AND
      * A POSTING A REVERSAL OFFSETS IS FOLLOWED BY A REVERSED ON LINE.
       WRITE-TRANS-LINE.
           IF TRANS-TYPE = 'D' OR TRANS-TYPE = 'd'
               ADD TRANS-AMOUNT TO WS-RUNNING-BALANCE
                   MOVE "WITHDRAWAL" TO WS-TYPE-TEXT
               END-IF
           END-IF
           IF TRANS-REVERSAL-OF IS NUMERIC AND
              TRANS-REVERSAL-OF > ZERO
               MOVE "REVERSAL" TO WS-TYPE-TEXT
           END-IF
           PERFORM FORMAT-TRANS-DATE
           MOVE TRANS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-EDIT
               "  " WS-AMOUNT-EDIT
               "  " WS-BALANCE-EDIT
               INTO STMT-RECORD
           WRITE STMT-RECORD
           IF TRANS-REVERSAL-OF IS NUMERIC AND
              TRANS-REVERSAL-OF > ZERO
               MOVE TRANS-REV-DATE(1:4) TO WS-DATE-YYYY
               MOVE TRANS-REV-DATE(5:2) TO WS-DATE-MM
               MOVE TRANS-REV-DATE(7:2) TO WS-DATE-DD
               MOVE SPACES TO STMT-RECORD
               STRING "                     CORRECTION OF POSTING OF "
                   WS-DATE-EDIT " "
                   TRANS-REV-TIME(1:2) ":" TRANS-REV-TIME(3:2)
                   INTO STMT-RECORD
               WRITE STMT-RECORD
           ELSE
               PERFORM FIND-REVERSAL-OF-LINE
               IF WS-REVERSED = 'Y'
                   MOVE WS-RVS-ON-DATE(WS-RVS-IX)(1:4) TO WS-DATE-YYYY
                   MOVE WS-RVS-ON-DATE(WS-RVS-IX)(5:2) TO WS-DATE-MM
                   MOVE WS-RVS-ON-DATE(WS-RVS-IX)(7:2) TO WS-DATE-DD
                   MOVE SPACES TO STMT-RECORD
                   STRING "                     REVERSED ON "
                       WS-DATE-EDIT " "
                       WS-RVS-ON-TIME(WS-RVS-IX)(1:2) ":"
                       WS-RVS-ON-TIME(WS-RVS-IX)(3:2)
                       INTO STMT-RECORD
                   WRITE STMT-RECORD
               END-IF
           END-IF.

      * THE POSTING ON THE CURRENT LINE IS REVERSED WHEN AN UNUSED
      * TABLED REVERSAL POINTS AT ITS DATE, TIME AND AMOUNT; EACH
      * REVERSAL MARKS ONE ORIGINAL ONLY. WS-RVS-IX IS LEFT ON THE
      * MATCHING ENTRY.
       FIND-REVERSAL-OF-LINE.
           MOVE 'N' TO WS-REVERSED
           PERFORM VARYING WS-RVS-IX FROM 1 BY 1
               UNTIL WS-RVS-IX > WS-RVS-COUNT
                   OR WS-REVERSED = 'Y'
               IF WS-RVS-ORIG-DATE(WS-RVS-IX) = TRANS-DATE
                  AND WS-RVS-ORIG-TIME(WS-RVS-IX) = TRANS-TIME
                  AND WS-RVS-AMOUNT(WS-RVS-IX) = TRANS-AMOUNT
                  AND WS-RVS-USED(WS-RVS-IX) = 'N'
                   MOVE 'Y' TO WS-RVS-USED(WS-RVS-IX)
                   MOVE 'Y' TO WS-REVERSED
               END-IF
           END-PERFORM
           IF WS-REVERSED = 'Y'
               SUBTRACT 1 FROM WS-RVS-IX
           END-IF.

       FORMAT-TRANS-DATE.
           MOVE TRANS-DATE(1:4) TO WS-DATE-YYYY
               INTO STMT-RECORD
           WRITE STMT-RECORD.

      * MAILING ADDRESS FROM THE CUSTOMER MASTER FOR THE CUSTOMER IN
      * WS-MAIL-CUST-NUMBER. ACCOUNTS WRITTEN BEFORE CUSTOMER-NUMBER
      * EXISTED, OR WHOSE CUSTOMER IS NOT ON FILE, STILL PRINT - JUST
      * WITHOUT AN ADDRESS BLOCK. A JOINT OWNER'S COPY NAMES THE
      * OWNER IT IS MAILED TO.
       WRITE-ADDRESS-BLOCK.
           MOVE 'N' TO WS-CUST-ON-FILE
           IF WS-CUST-OPEN = 'Y' AND
              WS-MAIL-CUST-NUMBER > ZERO
               MOVE WS-MAIL-CUST-NUMBER TO CUST-NUMBER
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                       MOVE 'Y' TO WS-CUST-ON-FILE
               END-READ
           END-IF
           IF WS-JOINT-COPY = 'Y'
               MOVE SPACES TO STMT-RECORD
               IF WS-CUST-ON-FILE = 'Y'
                   STRING "  Copy For: " CUST-NAME " (joint owner)"
                       INTO STMT-RECORD
               ELSE
                   STRING "  Copy For: customer " WS-MAIL-CUST-NUMBER
                       " (joint owner)"
                       INTO STMT-RECORD
               END-IF
               WRITE STMT-RECORD
           END-IF
           IF WS-CUST-ON-FILE = 'Y'
               MOVE SPACES TO STMT-RECORD
               STRING "  Mail To : " CUST-ADDR-LINE1
