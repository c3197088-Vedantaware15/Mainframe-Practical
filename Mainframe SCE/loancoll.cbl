       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOLL.

      * NIGHTLY LOAN INSTALLMENT COLLECTION AND DELINQUENCY AGING.
      * RUNS AFTER THE STANDING ORDERS. READS THE INSTALLMENT
      * SCHEDULE IN LOAN/INSTALLMENT ORDER AND COLLECTS EVERY OPEN
      * INSTALLMENT DUE ON OR BEFORE THE BUSINESS DATE FROM THE
      * LOAN'S CHECKING ACCOUNT, UNDER THE SAME FROZEN/CLOSED AND
      * AVAILABLE-BALANCE RULES AS A STANDING ORDER - BALANCE PLUS
      * THE APPROVED OVERDRAFT LESS OPEN HOLDS. ARREARS ARE TAKEN
      * OLDEST FIRST; ONCE ONE INSTALLMENT OF A LOAN CANNOT BE PAID
      * THE LATER ONES WAIT FOR TOMORROW'S RUN.
      *
      * EACH COLLECTION LANDS IN TRANS-FILE AS TWO WITHDRAWALS ON THE
      * CHECKING ACCOUNT, SPLIT AS THE SCHEDULE SPLITS THE
      * INSTALLMENT: THE INTEREST PART UNDER OPERATOR LOANINT AND THE
      * PRINCIPAL PART UNDER OPERATOR LOANPRIN. THE PRINCIPAL PART
      * COMES OFF THE LOAN'S OUTSTANDING BALANCE.
      *
      * A SECOND PASS REFRESHES EACH LOAN'S NEXT DUE DATE, ARREARS
      * AND DAYS PAST DUE ON THE LOAN MASTER FOR COLLECTIONS STAFF,
      * MARKS FULLY PAID LOANS P, AND AGES EVERY INSTALLMENT STILL
      * UNPAID INTO UNDER-30, 30, 60 AND 90-DAY BUCKETS ON A
      * DELINQUENCY REPORT GROUPED BY BRANCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO "BANK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-BANK-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT SCHED-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS WS-SCHED-STATUS.
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
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT NIGHT-FILE ASSIGN TO "NIGHTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE.
           COPY BANKREC.

       FD LOAN-FILE.
           COPY LOANREC.

       FD SCHED-FILE.
           COPY LSCHREC.

       FD TRANS-FILE.
           COPY TRANSREC.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD NIGHT-FILE.
           COPY NIGHTREC.

       WORKING-STORAGE SECTION.
       01 WS-BANK-STATUS       PIC XX VALUE '00'.
       01 WS-LOAN-STATUS       PIC XX VALUE '00'.
       01 WS-SCHED-STATUS      PIC XX VALUE '00'.
       01 WS-TRANS-STATUS      PIC XX VALUE '00'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-DATE-INPUT        PIC X(8).
       01 WS-VALID-INPUT       PIC X VALUE 'N'.
       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-BUS-DAYS          PIC 9(7).
       01 WS-DUE-DAYS          PIC 9(7).
       01 WS-DAYS-LATE         PIC 9(5).
       01 WS-CURRENT-DATETIME  PIC X(21).
       01 WS-SKIP-REASON       PIC X(30).
       01 WS-FAILED-LOAN       PIC 9(5) VALUE ZERO.
       01 WS-COLLECTED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-MISSED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-PAID-OFF-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-COLLECTED-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01 WS-INTEREST-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01 WS-PRINCIPAL-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC Z(8),ZZZ,ZZ9.99.
       01 WS-HOLDS-STATUS      PIC XX VALUE '00'.
       01 WS-HOLD-EOF          PIC X VALUE 'N'.
       01 WS-HOLD-ACCOUNT      PIC 9(5).
       01 WS-HELD-AMOUNT       PIC 9(9)V99.
       01 WS-AVAILABLE         PIC S9(9)V99.
       01 WS-OD-LIMIT          PIC 9(7)V99.
      * PER-LOAN FIGURES GATHERED DURING THE AGING PASS
       01 WS-CUR-LOAN          PIC 9(5) VALUE ZERO.
       01 WS-LN-NEXT-DUE       PIC 9(8).
       01 WS-LN-ARREARS        PIC 9(7)V99.
       01 WS-LN-MISSED         PIC 9(3).
       01 WS-LN-OLDEST-DAYS    PIC 9(5).
       01 WS-LN-BUCKETS.
           05 WS-LN-BUCKET OCCURS 4 TIMES PIC 9(7)V99.
       01 WS-BKT-IX            PIC 9.
       01 WS-DLQ-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-DLQ-IX            PIC 9(4).
       01 WS-DLQ-IX2           PIC 9(4).
       01 WS-DLQ-TABLE.
           05 WS-DLQ-ENTRY OCCURS 1000 TIMES.
               10 WS-DLQ-LOAN       PIC 9(5).
               10 WS-DLQ-CUST       PIC 9(5).
               10 WS-DLQ-ACCOUNT    PIC 9(5).
               10 WS-DLQ-BRANCH     PIC 9(3).
               10 WS-DLQ-BALANCE    PIC 9(7)V99.
               10 WS-DLQ-MISSED     PIC 9(3).
               10 WS-DLQ-BUCKET OCCURS 4 TIMES PIC 9(7)V99.
               10 WS-DLQ-PRINTED    PIC X(1).
       01 WS-REPORT-BRANCH     PIC 9(3).
       01 WS-BRANCH-TOTALS.
           05 WS-BRANCH-BUCKET OCCURS 4 TIMES PIC 9(11)V99.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-BUCKET OCCURS 4 TIMES PIC 9(11)V99.
       01 WS-BKT-EDIT-1        PIC Z(8),ZZ9.99.
       01 WS-BKT-EDIT-2        PIC Z(8),ZZ9.99.
       01 WS-BKT-EDIT-3        PIC Z(8),ZZ9.99.
       01 WS-BKT-EDIT-4        PIC Z(8),ZZ9.99.
       01 WS-RUNCTL-STATUS     PIC XX VALUE '00'.
       01 WS-NIGHT-STATUS      PIC XX VALUE '00'.
       01 WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01 WS-NIGHT-EOF         PIC X VALUE 'N'.
       01 WS-UNATTENDED        PIC X VALUE 'N'.
       01 WS-RUN-BUSDATE       PIC X(10) VALUE SPACES.
       01 WS-PREREQ-OK         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUN-CONTROL
           IF WS-UNATTENDED = 'Y'
               PERFORM CHECK-NIGHT-PREREQ
               IF WS-PREREQ-OK = 'N'
                   DISPLAY "NIGHT SEQUENCE ERROR - STORDPST has not "
                       "completed for " WS-BUSINESS-DATE
                   DISPLAY "Run refused - post the standing orders "
                       "first."
                   STOP RUN
               END-IF
           ELSE
               MOVE 'N' TO WS-VALID-INPUT
               PERFORM UNTIL WS-VALID-INPUT = 'Y'
                   DISPLAY "Enter Business Date (YYYYMMDD): "
                   ACCEPT WS-DATE-INPUT
                   IF WS-DATE-INPUT IS NUMERIC
                       MOVE WS-DATE-INPUT TO WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "Invalid date - eight digits YYYYMMDD."
                   END-IF
               END-PERFORM
           END-IF

           COMPUTE WS-BUS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           PERFORM PRINT-REPORT-HEADER
           PERFORM COLLECT-DUE-INSTALLMENTS
           PERFORM PRINT-COLLECTION-FOOTER
           PERFORM AGE-LOAN-ARREARS
           PERFORM PRINT-DELINQUENCY-REPORT
           PERFORM WRITE-NIGHT-STEP
           STOP RUN.

      * PICK UP THE NIGHT-RUN CONTROL VALUES. A NUMERIC BUSDATE PUTS
      * THE RUN IN UNATTENDED MODE AND TURNS ON THE SEQUENCE CHECK.
       READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE 'N' TO WS-RUNCTL-EOF
               PERFORM UNTIL WS-RUNCTL-EOF = 'Y'
                   READ RUNCTL-FILE
                       AT END
                           MOVE 'Y' TO WS-RUNCTL-EOF
                       NOT AT END
                           IF RUNCTL-KEYWORD = "BUSDATE"
                               MOVE RUNCTL-VALUE TO WS-RUN-BUSDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           IF WS-RUN-BUSDATE(1:8) IS NUMERIC
               MOVE WS-RUN-BUSDATE(1:8) TO WS-BUSINESS-DATE
               MOVE 'Y' TO WS-UNATTENDED
           END-IF.

      * AN UNATTENDED RUN WAITS FOR THE STANDING-ORDER POSTING TO LOG
      * ITS COMPLETION FOR THE BUSINESS DATE
       CHECK-NIGHT-PREREQ.
           MOVE 'N' TO WS-PREREQ-OK
           OPEN INPUT NIGHT-FILE
           IF WS-NIGHT-STATUS = "00"
               MOVE 'N' TO WS-NIGHT-EOF
               PERFORM UNTIL WS-NIGHT-EOF = 'Y'
                   READ NIGHT-FILE
                       AT END
                           MOVE 'Y' TO WS-NIGHT-EOF
                       NOT AT END
                           IF NIGHT-DATE = WS-BUSINESS-DATE AND
                              NIGHT-STEP = "STORDPST"
                               MOVE 'Y' TO WS-PREREQ-OK
                               MOVE 'Y' TO WS-NIGHT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NIGHT-FILE
           END-IF.

      * LOG THIS STEP'S COMPLETION SO THE NEXT NIGHT JOB MAY START
       WRITE-NIGHT-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN EXTEND NIGHT-FILE
           IF WS-NIGHT-STATUS = "35"
               OPEN OUTPUT NIGHT-FILE
               CLOSE NIGHT-FILE
               OPEN EXTEND NIGHT-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO NIGHT-DATE
           MOVE "LOANCOLL" TO NIGHT-STEP
           MOVE WS-CURRENT-DATETIME(9:6) TO NIGHT-TIME
           WRITE NIGHT-RECORD
           CLOSE NIGHT-FILE.

      * PASS ONE OVER THE SCHEDULE, COLLECTING EVERY OPEN INSTALLMENT
      * THAT HAS FALLEN DUE
       COLLECT-DUE-INSTALLMENTS.
           OPEN I-O SCHED-FILE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "No loan schedules - LOANSCHD.DAT status: "
                   WS-SCHED-STATUS
           ELSE
               OPEN I-O LOAN-FILE
               PERFORM OPEN-BANK-IO
               MOVE ZERO TO WS-FAILED-LOAN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LSCH-STATUS = 'O' AND
                              LSCH-DUE-DATE NOT > WS-BUSINESS-DATE
                               PERFORM COLLECT-ONE-INSTALLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
               CLOSE LOAN-FILE
               CLOSE SCHED-FILE
           END-IF.

      * COLLECT ONE DUE INSTALLMENT. AN EARLIER INSTALLMENT OF THE
      * SAME LOAN THAT COULD NOT BE PAID TONIGHT STOPS THE LATER ONES.
       COLLECT-ONE-INSTALLMENT.
           MOVE SPACES TO WS-SKIP-REASON
           IF LSCH-LOAN-NUMBER = WS-FAILED-LOAN
               MOVE "Earlier installment unpaid" TO WS-SKIP-REASON
           ELSE
               MOVE LSCH-LOAN-NUMBER TO LOAN-NUMBER
               READ LOAN-FILE
                   INVALID KEY
                       MOVE "Loan not on master" TO WS-SKIP-REASON
                   NOT INVALID KEY
                       IF LOAN-STATUS NOT = 'A'
                           MOVE "Loan not active" TO WS-SKIP-REASON
                       ELSE
                           PERFORM DEBIT-PAY-ACCOUNT
                       END-IF
               END-READ
           END-IF
           MOVE LSCH-AMOUNT TO WS-AMOUNT-EDIT
           IF WS-SKIP-REASON = SPACES
               PERFORM WRITE-INSTALLMENT-TRANS
               PERFORM MARK-INSTALLMENT-PAID
               ADD 1 TO WS-COLLECTED-COUNT
               ADD LSCH-AMOUNT TO WS-COLLECTED-TOTAL
               ADD LSCH-INTEREST TO WS-INTEREST-TOTAL
               ADD LSCH-PRINCIPAL TO WS-PRINCIPAL-TOTAL
               DISPLAY "COLLECTED Loan " LSCH-LOAN-NUMBER
                   " Inst " LSCH-INSTALL-NO
                   " Account " LOAN-PAY-ACCOUNT
                   " " WS-AMOUNT-EDIT
           ELSE
               MOVE LSCH-LOAN-NUMBER TO WS-FAILED-LOAN
               ADD 1 TO WS-MISSED-COUNT
               DISPLAY "MISSED    Loan " LSCH-LOAN-NUMBER
                   " Inst " LSCH-INSTALL-NO
                   " Due " LSCH-DUE-DATE
                   " " WS-AMOUNT-EDIT
                   " - " WS-SKIP-REASON
           END-IF.

      * TAKE THE INSTALLMENT FROM THE LOAN'S CHECKING ACCOUNT UNDER
      * THE NORMAL STATUS AND AVAILABLE-BALANCE RULES
       DEBIT-PAY-ACCOUNT.
           MOVE LOAN-PAY-ACCOUNT TO ACCOUNT-NUMBER
           READ BANK-FILE
               INVALID KEY
                   MOVE "Pay account not found" TO WS-SKIP-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCOUNT-STATUS = 'F'
                           MOVE "Pay account frozen" TO WS-SKIP-REASON
                       WHEN ACCOUNT-STATUS = 'C'
                           MOVE "Pay account closed" TO WS-SKIP-REASON
                       WHEN OTHER
                           MOVE ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT
                           PERFORM SUM-OPEN-HOLDS
                           PERFORM GET-OVERDRAFT-LIMIT
                           COMPUTE WS-AVAILABLE =
                               BALANCE + WS-OD-LIMIT - WS-HELD-AMOUNT
                           IF LSCH-AMOUNT > WS-AVAILABLE
                               MOVE "Insufficient available funds"
                                   TO WS-SKIP-REASON
                           ELSE
                               SUBTRACT LSCH-AMOUNT FROM BALANCE
                               REWRITE BANK-RECORD
                                   INVALID KEY
                                       MOVE "Error updating pay account"
                                           TO WS-SKIP-REASON
                               END-REWRITE
                           END-IF
                   END-EVALUATE
           END-READ.

      * THE INSTALLMENT IS PAID - FLAG THE SCHEDULE LINE AND TAKE THE
      * PRINCIPAL PART OFF THE LOAN'S OUTSTANDING BALANCE
       MARK-INSTALLMENT-PAID.
           MOVE 'P' TO LSCH-STATUS
           MOVE WS-BUSINESS-DATE TO LSCH-PAID-DATE
           REWRITE LSCH-RECORD
               INVALID KEY
                   DISPLAY "Error updating schedule for loan "
                       LSCH-LOAN-NUMBER " inst " LSCH-INSTALL-NO
           END-REWRITE
           IF LSCH-PRINCIPAL > LOAN-BALANCE
               MOVE ZERO TO LOAN-BALANCE
           ELSE
               SUBTRACT LSCH-PRINCIPAL FROM LOAN-BALANCE
           END-IF
           ADD 1 TO LOAN-PAID-COUNT
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Error updating loan master for loan "
                       LOAN-NUMBER
           END-REWRITE.

      * LOG THE COLLECTION TO TRANS-FILE UNDER THE BUSINESS DATE AS
      * TWO WITHDRAWALS ON THE CHECKING ACCOUNT - INTEREST UNDER
      * LOANINT, PRINCIPAL UNDER LOANPRIN - SO STATEMENTS SHOW THE
      * SPLIT AND THE GL EXTRACT CAN BUCKET EACH PART
       WRITE-INSTALLMENT-TRANS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM OPEN-TRANS-IO
           IF LSCH-INTEREST > ZERO
               MOVE LOAN-PAY-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE 'W' TO TRANS-TYPE
               MOVE LSCH-INTEREST TO TRANS-AMOUNT
               MOVE WS-BUSINESS-DATE TO TRANS-DATE
               MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
               MOVE ZERO TO TRANS-TRANSFER-ID
               MOVE "LOANINT" TO TRANS-OPERATOR-ID
               MOVE ZERO TO TRANS-REVERSAL-OF
               PERFORM WRITE-TRANS-HISTORY
           END-IF
           IF LSCH-PRINCIPAL > ZERO
               MOVE LOAN-PAY-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE 'W' TO TRANS-TYPE
               MOVE LSCH-PRINCIPAL TO TRANS-AMOUNT
               MOVE WS-BUSINESS-DATE TO TRANS-DATE
               MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
               MOVE ZERO TO TRANS-TRANSFER-ID
               MOVE "LOANPRIN" TO TRANS-OPERATOR-ID
               MOVE ZERO TO TRANS-REVERSAL-OF
               PERFORM WRITE-TRANS-HISTORY
           END-IF
           CLOSE TRANS-FILE.

      * PASS TWO OVER THE SCHEDULE. EACH LOAN'S LINES ARRIVE
      * TOGETHER IN INSTALLMENT ORDER, SO THE FIRST OPEN LINE IS THE
      * NEXT DUE DATE AND EVERY OPEN LINE ALREADY DUE IS IN ARREARS.
       AGE-LOAN-ARREARS.
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS = "00"
               OPEN I-O LOAN-FILE
               MOVE ZERO TO WS-CUR-LOAN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LSCH-LOAN-NUMBER NOT = WS-CUR-LOAN
                               IF WS-CUR-LOAN NOT = ZERO
                                   PERFORM FINISH-LOAN-AGING
                               END-IF
                               PERFORM START-LOAN-AGING
                           END-IF
                           IF LSCH-STATUS = 'O'
                               PERFORM AGE-ONE-INSTALLMENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CUR-LOAN NOT = ZERO
                   PERFORM FINISH-LOAN-AGING
               END-IF
               CLOSE LOAN-FILE
               CLOSE SCHED-FILE
           END-IF.

       START-LOAN-AGING.
           MOVE LSCH-LOAN-NUMBER TO WS-CUR-LOAN
           MOVE ZERO TO WS-LN-NEXT-DUE
           MOVE ZERO TO WS-LN-ARREARS
           MOVE ZERO TO WS-LN-MISSED
           MOVE ZERO TO WS-LN-OLDEST-DAYS
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
               MOVE ZERO TO WS-LN-BUCKET(WS-BKT-IX)
           END-PERFORM.

      * AN OPEN LINE DUE ON OR BEFORE THE BUSINESS DATE WAS MISSED.
      * IT AGES BY THE DAYS SINCE ITS OWN DUE DATE: UNDER 30, 30-59,
      * 60-89, 90 AND OVER.
       AGE-ONE-INSTALLMENT.
           IF WS-LN-NEXT-DUE = ZERO
               MOVE LSCH-DUE-DATE TO WS-LN-NEXT-DUE
           END-IF
           IF LSCH-DUE-DATE NOT > WS-BUSINESS-DATE
               COMPUTE WS-DUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(LSCH-DUE-DATE)
               COMPUTE WS-DAYS-LATE = WS-BUS-DAYS - WS-DUE-DAYS
               ADD 1 TO WS-LN-MISSED
               ADD LSCH-AMOUNT TO WS-LN-ARREARS
               IF WS-DAYS-LATE > WS-LN-OLDEST-DAYS
                   MOVE WS-DAYS-LATE TO WS-LN-OLDEST-DAYS
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-LATE < 30
                       MOVE 1 TO WS-BKT-IX
                   WHEN WS-DAYS-LATE < 60
                       MOVE 2 TO WS-BKT-IX
                   WHEN WS-DAYS-LATE < 90
                       MOVE 3 TO WS-BKT-IX
                   WHEN OTHER
                       MOVE 4 TO WS-BKT-IX
               END-EVALUATE
               ADD LSCH-AMOUNT TO WS-LN-BUCKET(WS-BKT-IX)
           END-IF.

      * REFRESH THE LOAN MASTER FROM THE LOAN'S SCHEDULE LINES AND
      * LIST IT FOR THE DELINQUENCY REPORT IF ANYTHING IS OVERDUE. A
      * LOAN WITH NO OPEN LINE LEFT IS PAID OFF.
       FINISH-LOAN-AGING.
           MOVE WS-CUR-LOAN TO LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Schedule lines for loan " WS-CUR-LOAN
                       " have no loan master record."
               NOT INVALID KEY
                   MOVE WS-LN-NEXT-DUE TO LOAN-NEXT-DUE
                   MOVE WS-LN-ARREARS TO LOAN-ARREARS
                   MOVE WS-LN-OLDEST-DAYS TO LOAN-DAYS-PAST-DUE
                   IF WS-LN-NEXT-DUE = ZERO AND LOAN-STATUS = 'A'
                       MOVE 'P' TO LOAN-STATUS
                       ADD 1 TO WS-PAID-OFF-COUNT
                       DISPLAY "PAID OFF  Loan " LOAN-NUMBER
                   END-IF
                   REWRITE LOAN-RECORD
                       INVALID KEY
                           DISPLAY "Error updating loan master for "
                               "loan " LOAN-NUMBER
                   END-REWRITE
                   IF WS-LN-MISSED > ZERO
                       PERFORM ADD-DELINQUENT-LOAN
                   END-IF
           END-READ.

       ADD-DELINQUENT-LOAN.
           IF WS-DLQ-COUNT < 1000
               ADD 1 TO WS-DLQ-COUNT
               MOVE LOAN-NUMBER TO WS-DLQ-LOAN(WS-DLQ-COUNT)
               MOVE LOAN-CUST-NUMBER TO WS-DLQ-CUST(WS-DLQ-COUNT)
               MOVE LOAN-PAY-ACCOUNT TO WS-DLQ-ACCOUNT(WS-DLQ-COUNT)
               MOVE LOAN-BRANCH-CODE TO WS-DLQ-BRANCH(WS-DLQ-COUNT)
               MOVE LOAN-BALANCE TO WS-DLQ-BALANCE(WS-DLQ-COUNT)
               MOVE WS-LN-MISSED TO WS-DLQ-MISSED(WS-DLQ-COUNT)
               PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > 4
                   MOVE WS-LN-BUCKET(WS-BKT-IX)
                       TO WS-DLQ-BUCKET(WS-DLQ-COUNT, WS-BKT-IX)
               END-PERFORM
               MOVE 'N' TO WS-DLQ-PRINTED(WS-DLQ-COUNT)
           ELSE
               DISPLAY "Delinquency table full - loan not listed: "
                   LOAN-NUMBER
           END-IF.

      * OVERDRAFT LIMIT IN FORCE FOR THE CURRENT BANK-RECORD. ONLY
      * CHECKING ACCOUNTS CARRY ONE; RECORDS WRITTEN BEFORE THE FIELD
      * EXISTED READ AS SPACES AND COUNT AS ZERO.
       GET-OVERDRAFT-LIMIT.
           MOVE ZERO TO WS-OD-LIMIT
           IF (ACCOUNT-TYPE = 'C' OR ACCOUNT-TYPE = 'c') AND
              OVERDRAFT-LIMIT IS NUMERIC
               MOVE OVERDRAFT-LIMIT TO WS-OD-LIMIT
           END-IF.

      * OPEN BANK-FILE FOR RANDOM UPDATE, CREATING IT IF IT DOES NOT
      * YET EXIST
       OPEN-BANK-IO.
           OPEN I-O BANK-FILE
           IF WS-BANK-STATUS = "35"
               OPEN OUTPUT BANK-FILE
               CLOSE BANK-FILE
               OPEN I-O BANK-FILE
           END-IF.

      * SUM THE OPEN, UNEXPIRED HOLDS AGAINST WS-HOLD-ACCOUNT INTO
      * WS-HELD-AMOUNT. A HOLD STANDS THROUGH ITS EXPIRY DATE, SO IT
      * COUNTS WHILE THE EXPIRY IS NOT BEFORE THE BUSINESS DATE.
       SUM-OPEN-HOLDS.
           MOVE ZERO TO WS-HELD-AMOUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 'N' TO WS-HOLD-EOF
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           IF HOLD-ACCOUNT-NUMBER = WS-HOLD-ACCOUNT
                              AND HOLD-STATUS = 'O'
                              AND HOLD-EXPIRY NOT < WS-BUSINESS-DATE
                               ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
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
           DISPLAY "=============================================="
           DISPLAY "      LOAN INSTALLMENT COLLECTION REPORT      "
           DISPLAY "=============================================="
           DISPLAY "Business Date: " WS-BUSINESS-DATE
           DISPLAY "----------------------------------------------".

       PRINT-COLLECTION-FOOTER.
           DISPLAY "----------------------------------------------"
           DISPLAY "Installments Collected: " WS-COLLECTED-COUNT
           DISPLAY "Installments Missed   : " WS-MISSED-COUNT
           MOVE WS-COLLECTED-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Amount Collected      : " WS-TOTAL-EDIT
           MOVE WS-INTEREST-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "  Interest            : " WS-TOTAL-EDIT
           MOVE WS-PRINCIPAL-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "  Principal           : " WS-TOTAL-EDIT.

      * DELINQUENT LOANS GROUPED BY BRANCH WITH THE ARREARS AGED INTO
      * BUCKETS, BRANCH TOTALS UNDER EACH GROUP, FOR COLLECTIONS
       PRINT-DELINQUENCY-REPORT.
           DISPLAY "=============================================="
           DISPLAY "          LOAN DELINQUENCY REPORT             "
           DISPLAY "=============================================="
           DISPLAY "As-Of Date: " WS-BUSINESS-DATE
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
               MOVE ZERO TO WS-GRAND-BUCKET(WS-BKT-IX)
           END-PERFORM
           IF WS-DLQ-COUNT = ZERO
               DISPLAY "No delinquent loans."
           ELSE
               PERFORM VARYING WS-DLQ-IX FROM 1 BY 1
                   UNTIL WS-DLQ-IX > WS-DLQ-COUNT
                   IF WS-DLQ-PRINTED(WS-DLQ-IX) = 'N'
                       MOVE WS-DLQ-BRANCH(WS-DLQ-IX)
                           TO WS-REPORT-BRANCH
                       DISPLAY "----------------------------------"
                       DISPLAY "Branch: " WS-REPORT-BRANCH
                       PERFORM PRINT-BRANCH-GROUP
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "----------------------------------------------"
           DISPLAY "Delinquent Loans: " WS-DLQ-COUNT
           DISPLAY "Loans Paid Off  : " WS-PAID-OFF-COUNT
           MOVE WS-GRAND-BUCKET(1) TO WS-BKT-EDIT-1
           MOVE WS-GRAND-BUCKET(2) TO WS-BKT-EDIT-2
           MOVE WS-GRAND-BUCKET(3) TO WS-BKT-EDIT-3
           MOVE WS-GRAND-BUCKET(4) TO WS-BKT-EDIT-4
           DISPLAY "All Branches Under 30 " WS-BKT-EDIT-1
               "  30 Days " WS-BKT-EDIT-2
           DISPLAY "             60 Days  " WS-BKT-EDIT-3
               "  90+ Days " WS-BKT-EDIT-4
           DISPLAY "==============================================".

       PRINT-BRANCH-GROUP.
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
               MOVE ZERO TO WS-BRANCH-BUCKET(WS-BKT-IX)
           END-PERFORM
           PERFORM VARYING WS-DLQ-IX2 FROM 1 BY 1
               UNTIL WS-DLQ-IX2 > WS-DLQ-COUNT
               IF WS-DLQ-PRINTED(WS-DLQ-IX2) = 'N' AND
                  WS-DLQ-BRANCH(WS-DLQ-IX2) = WS-REPORT-BRANCH
                   MOVE WS-DLQ-BALANCE(WS-DLQ-IX2) TO WS-AMOUNT-EDIT
                   DISPLAY "  Loan " WS-DLQ-LOAN(WS-DLQ-IX2)
                       " Customer " WS-DLQ-CUST(WS-DLQ-IX2)
                       " Pay Account " WS-DLQ-ACCOUNT(WS-DLQ-IX2)
                       " Missed " WS-DLQ-MISSED(WS-DLQ-IX2)
                       " Balance " WS-AMOUNT-EDIT
                   MOVE WS-DLQ-BUCKET(WS-DLQ-IX2, 1) TO WS-BKT-EDIT-1
                   MOVE WS-DLQ-BUCKET(WS-DLQ-IX2, 2) TO WS-BKT-EDIT-2
                   MOVE WS-DLQ-BUCKET(WS-DLQ-IX2, 3) TO WS-BKT-EDIT-3
                   MOVE WS-DLQ-BUCKET(WS-DLQ-IX2, 4) TO WS-BKT-EDIT-4
                   DISPLAY "    Under 30 " WS-BKT-EDIT-1
                       "  30 Days " WS-BKT-EDIT-2
                       "  60 Days " WS-BKT-EDIT-3
                       "  90+ Days " WS-BKT-EDIT-4
                   PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                       UNTIL WS-BKT-IX > 4
                       ADD WS-DLQ-BUCKET(WS-DLQ-IX2, WS-BKT-IX)
                           TO WS-BRANCH-BUCKET(WS-BKT-IX)
                       ADD WS-DLQ-BUCKET(WS-DLQ-IX2, WS-BKT-IX)
                           TO WS-GRAND-BUCKET(WS-BKT-IX)
                   END-PERFORM
                   MOVE 'Y' TO WS-DLQ-PRINTED(WS-DLQ-IX2)
               END-IF
           END-PERFORM
           MOVE WS-BRANCH-BUCKET(1) TO WS-BKT-EDIT-1
           MOVE WS-BRANCH-BUCKET(2) TO WS-BKT-EDIT-2
           MOVE WS-BRANCH-BUCKET(3) TO WS-BKT-EDIT-3
           MOVE WS-BRANCH-BUCKET(4) TO WS-BKT-EDIT-4
           DISPLAY "  Branch Total Under 30 " WS-BKT-EDIT-1
               "  30 Days " WS-BKT-EDIT-2
           DISPLAY "               60 Days  " WS-BKT-EDIT-3
               "  90+ Days " WS-BKT-EDIT-4.
