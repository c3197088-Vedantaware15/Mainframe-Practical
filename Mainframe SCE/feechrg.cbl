       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEECHRG.

      * MONTH-END SERVICE CHARGE RUN. CHARGES EVERY ACCOUNT THE
      * MONTHLY MAINTENANCE FEE FOR ITS ACCOUNT TYPE AND BRANCH FROM
      * THE OPERATOR-MAINTAINED FEE SCHEDULE, WAIVED WHEN THE BALANCE
      * STAYED AT OR ABOVE THE SCHEDULE'S MINIMUM ALL MONTH, PLUS A
      * PER-ITEM FEE FOR EACH WITHDRAWAL IN THE MONTH BEYOND THE FREE
      * ALLOWANCE. THE MONTH'S LOWEST BALANCE IS FOUND BY READING THE
      * ACCOUNT'S POSTINGS FROM THE FIRST OF THE MONTH AND BACKING
      * THEM OUT OF THE BALANCE, SO THE BALANCE ON THE FIRST COUNTS
      * TOO. WITHDRAWALS ARE COUNTED FROM THE MONTH'S HISTORY
      * POSTINGS; THE BANK'S OWN CHARGES, LOAN INSTALLMENTS,
      * SUPERVISOR REVERSALS AND THE POSTINGS THEY OFFSET DO NOT
      * COUNT AS ITEMS.
      *
      * FEES POST AS WITHDRAWALS UNDER OPERATOR FEECHRG, DATED THE
      * BUSINESS DATE, UNDER THE SAME RULES AS ANY OTHER DEBIT:
      * FROZEN ACCOUNTS ARE NOT CHARGED, CLOSED ACCOUNTS ARE LEFT
      * ALONE, AND A FEE IS TAKEN ONLY WHEN THE BALANCE PLUS THE
      * APPROVED OVERDRAFT LESS OPEN HOLDS COVERS IT. A FEE THAT
      * CANNOT BE TAKEN IS REPORTED AS UNCOLLECTED. THE RUN REFUSES
      * TO START WHEN TRANS-FILE ALREADY CARRIES FEECHRG POSTINGS
      * FOR THE MONTH, SO A RERUN NEVER CHARGES TWICE, AND WHEN THE
      * MONTH HAS MORE REVERSALS THAN IT CAN NET. ENDS WITH A
      * PER-BRANCH SUMMARY OF FEES CHARGED, WAIVED AND UNCOLLECTED.
      *
      * FEES.DAT - ONE LINE PER FEE RULE, MAINTAINED BY OPERATIONS:
      *   ACCOUNT TYPE (1), BRANCH CODE (3, 000 = ALL BRANCHES),
      *   MONTHLY MAINTENANCE FEE (9(3)V99), WAIVER MINIMUM BALANCE
      *   (9(7)V99, ZERO = NEVER WAIVED), FREE WITHDRAWALS PER MONTH
      *   (9(3)), FEE PER EXTRA WITHDRAWAL (9(3)V99).
      * A BRANCH-SPECIFIC LINE OVERRIDES THE BRANCH-000 LINE FOR THE
      * SAME TYPE. AN ACCOUNT TYPE WITH NO LINE IS NOT CHARGED.
      *
      * THE BUSINESS DATE COMES FROM THE BUSDATE LINE OF RUNCTL.DAT
      * WHEN PRESENT, OTHERWISE FROM THE CONSOLE; ITS MONTH IS THE
      * MONTH CHARGED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO "BANK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-BANK-STATUS.
           SELECT FEE-FILE ASSIGN TO "FEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE.
           COPY BANKREC.

       FD FEE-FILE.
       01 FEE-RECORD.
           05 FEE-ACCOUNT-TYPE      PIC X(1).
           05 FEE-BRANCH-CODE       PIC 9(3).
           05 FEE-MONTHLY-CHARGE    PIC 9(3)V99.
           05 FEE-WAIVE-BALANCE     PIC 9(7)V99.
           05 FEE-FREE-ITEMS        PIC 9(3).
           05 FEE-ITEM-CHARGE       PIC 9(3)V99.

       FD TRANS-FILE.
           COPY TRANSREC.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-BANK-STATUS       PIC XX VALUE '00'.
       01 WS-FEE-STATUS        PIC XX VALUE '00'.
       01 WS-TRANS-STATUS      PIC XX VALUE '00'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-DATE-INPUT        PIC X(8).
       01 WS-VALID-INPUT       PIC X VALUE 'N'.
       01 WS-BUSINESS-DATE.
           05 WS-BUS-YYYYMM     PIC 9(6).
           05 WS-BUS-DD         PIC 9(2).
       01 WS-POST-DATE.
           05 WS-POST-YYYYMM    PIC 9(6).
           05 WS-POST-DD        PIC 9(2).
       01 WS-CURRENT-DATETIME  PIC X(21).
       01 WS-ALREADY-CHARGED   PIC X VALUE 'N'.
       01 WS-FEE-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-FEE-IX            PIC 9(2).
       01 WS-FEE-FOUND         PIC X VALUE 'N'.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 50 TIMES.
               10 WS-FEE-TYPE       PIC X(1).
               10 WS-FEE-BRANCH     PIC 9(3).
               10 WS-FEE-MONTHLY    PIC 9(3)V99.
               10 WS-FEE-WAIVE-BAL  PIC 9(7)V99.
               10 WS-FEE-FREE       PIC 9(3).
               10 WS-FEE-PER-ITEM   PIC 9(3)V99.
       01 WS-ACCT-TYPE-UC      PIC X(1).
       01 WS-USE-MONTHLY       PIC 9(3)V99.
       01 WS-USE-WAIVE-BAL     PIC 9(7)V99.
       01 WS-USE-FREE          PIC 9(3).
       01 WS-USE-PER-ITEM      PIC 9(3)V99.
       01 WS-ITEM-COUNT        PIC 9(5).
       01 WS-EXTRA-ITEMS       PIC 9(5).
       01 WS-MAINT-FEE         PIC 9(7)V99.
       01 WS-ITEM-FEE          PIC 9(7)V99.
       01 WS-FEE-AMOUNT        PIC 9(7)V99.
       01 WS-FEE-TAKEN         PIC X VALUE 'N'.
       01 WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC Z(8),ZZZ,ZZ9.99.
       01 WS-ACT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ACT-IX            PIC 9(5).
       01 WS-ACT-FOUND         PIC X VALUE 'N'.
       01 WS-ACT-OVERFLOW      PIC X VALUE 'N'.
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 5000 TIMES.
               10 WS-ACT-ACCOUNT    PIC 9(5).
               10 WS-ACT-ITEMS      PIC 9(5).
       01 WS-RVS-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-RVS-IX            PIC 9(3).
       01 WS-RVS-OVERFLOW      PIC X VALUE 'N'.
       01 WS-RVS-TABLE.
           05 WS-RVS-ENTRY OCCURS 500 TIMES.
               10 WS-RVS-ACCOUNT    PIC 9(5).
               10 WS-RVS-DATE       PIC 9(8).
               10 WS-RVS-TIME       PIC 9(6).
               10 WS-RVS-AMOUNT     PIC 9(7)V99.
               10 WS-RVS-USED       PIC X(1).
       01 WS-NETTED            PIC X VALUE 'N'.
       01 WS-HIST-ACCOUNT      PIC 9(5).
       01 WS-HIST-EOF          PIC X VALUE 'N'.
       01 WS-RUN-NET           PIC S9(11)V99.
       01 WS-LOW-NET           PIC S9(11)V99.
       01 WS-LOW-BALANCE       PIC S9(11)V99.
       01 WS-HOLDS-STATUS      PIC XX VALUE '00'.
       01 WS-HOLD-EOF          PIC X VALUE 'N'.
       01 WS-HOLD-ACCOUNT      PIC 9(5).
       01 WS-HELD-AMOUNT       PIC 9(9)V99.
       01 WS-AVAILABLE         PIC S9(9)V99.
       01 WS-OD-LIMIT          PIC 9(7)V99.
       01 WS-BRANCH-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-IX         PIC 9(3).
       01 WS-BRANCH-FOUND      PIC X VALUE 'N'.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 100 TIMES.
               10 WS-SUM-BRANCH       PIC 9(3).
               10 WS-SUM-CHARGED      PIC 9(7).
               10 WS-SUM-MAINT        PIC 9(11)V99.
               10 WS-SUM-ITEM         PIC 9(11)V99.
               10 WS-SUM-WAIVED       PIC 9(7).
               10 WS-SUM-WAIVED-AMT   PIC 9(11)V99.
               10 WS-SUM-UNCOLL       PIC 9(7).
               10 WS-SUM-UNCOLL-AMT   PIC 9(11)V99.
       01 WS-TOTAL-CHARGED     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-MAINT       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-ITEM        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-WAIVED      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-WAIVED-AMT  PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-UNCOLL      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-UNCOLL-AMT  PIC 9(11)V99 VALUE ZERO.
       01 WS-RUNCTL-STATUS     PIC XX VALUE '00'.
       01 WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01 WS-RUN-BUSDATE       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUN-CONTROL
           IF WS-RUN-BUSDATE(1:8) IS NUMERIC
               MOVE WS-RUN-BUSDATE(1:8) TO WS-BUSINESS-DATE
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

           PERFORM LOAD-FEE-TABLE
           IF WS-FEE-COUNT = ZERO
               DISPLAY "No fees loaded - FEES.DAT missing or empty."
               DISPLAY "No fees charged."
           ELSE
               PERFORM LOAD-REVERSAL-TABLE
               PERFORM COUNT-MONTH-WITHDRAWALS
               EVALUATE TRUE
                   WHEN WS-ALREADY-CHARGED = 'Y'
                       DISPLAY "Fees already charged for month "
                           WS-BUS-YYYYMM " - run refused."
                   WHEN WS-RVS-OVERFLOW = 'Y'
                       DISPLAY "Fee run refused - reversal table "
                           "overflowed, reversed items not netted."
                   WHEN WS-ACT-OVERFLOW = 'Y'
                       DISPLAY "Fee run refused - withdrawal table "
                           "overflowed, item counts incomplete."
                   WHEN OTHER
                       PERFORM CHARGE-ALL-ACCOUNTS
                       PERFORM PRINT-BRANCH-SUMMARY
               END-EVALUATE
           END-IF
           STOP RUN.

      * PICK UP THE BUSINESS DATE FROM THE NIGHT-RUN CONTROL FILE
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
           END-IF.

      * LOAD THE OPERATOR-MAINTAINED FEE SCHEDULE INTO THE FEE TABLE
       LOAD-FEE-TABLE.
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT = "00"
               DISPLAY "Fee file not available, status: "
                   WS-FEE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FEE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-FEE-COUNT < 50
                               ADD 1 TO WS-FEE-COUNT
                               MOVE FEE-ACCOUNT-TYPE TO
                                   WS-FEE-TYPE(WS-FEE-COUNT)
                               MOVE FEE-BRANCH-CODE TO
                                   WS-FEE-BRANCH(WS-FEE-COUNT)
                               MOVE FEE-MONTHLY-CHARGE TO
                                   WS-FEE-MONTHLY(WS-FEE-COUNT)
                               MOVE FEE-WAIVE-BALANCE TO
                                   WS-FEE-WAIVE-BAL(WS-FEE-COUNT)
                               MOVE FEE-FREE-ITEMS TO
                                   WS-FEE-FREE(WS-FEE-COUNT)
                               MOVE FEE-ITEM-CHARGE TO
                                   WS-FEE-PER-ITEM(WS-FEE-COUNT)
                           ELSE
                               DISPLAY "Fee table full - line skipped."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-FILE
           END-IF.

      * PRE-PASS: TABLE EVERY REVERSAL THAT OFFSETS A POSTING OF THE
      * MONTH CHARGED. A REVERSAL IS NEVER DATED BEFORE THE POSTING
      * IT OFFSETS, SO THE HISTORY IS READ FROM THE FIRST OF THE
      * MONTH ONWARD.
       LOAD-REVERSAL-TABLE.
           MOVE ZERO TO WS-RVS-COUNT
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE WS-BUS-YYYYMM TO WS-POST-YYYYMM
               MOVE 1 TO WS-POST-DD
               MOVE WS-POST-DATE TO TRANS-POST-DATE
               MOVE 'N' TO WS-EOF
               START TRANS-FILE KEY IS NOT LESS THAN TRANS-POST-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TRANS-REVERSAL-OF IS NUMERIC AND
                              TRANS-REVERSAL-OF > ZERO AND
                              TRANS-REV-DATE(1:6) = WS-BUS-YYYYMM
                               PERFORM ADD-REVERSAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       ADD-REVERSAL-ENTRY.
           IF WS-RVS-COUNT < 500
               ADD 1 TO WS-RVS-COUNT
               MOVE TRANS-ACCOUNT-NUMBER TO WS-RVS-ACCOUNT(WS-RVS-COUNT)
               MOVE TRANS-REV-DATE TO WS-RVS-DATE(WS-RVS-COUNT)
               MOVE TRANS-REV-TIME TO WS-RVS-TIME(WS-RVS-COUNT)
               MOVE TRANS-AMOUNT TO WS-RVS-AMOUNT(WS-RVS-COUNT)
               MOVE 'N' TO WS-RVS-USED(WS-RVS-COUNT)
           ELSE
               MOVE 'Y' TO WS-RVS-OVERFLOW
           END-IF.

      * READ THE MONTH CHARGED FROM THE HISTORY BY BUSINESS DATE,
      * COUNTING EACH ACCOUNT'S WITHDRAWALS AND WATCHING FOR A
      * PREVIOUS FEE RUN FOR THE SAME MONTH
       COUNT-MONTH-WITHDRAWALS.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE WS-BUS-YYYYMM TO WS-POST-YYYYMM
               MOVE 1 TO WS-POST-DD
               MOVE WS-POST-DATE TO TRANS-POST-DATE
               MOVE 'N' TO WS-EOF
               START TRANS-FILE KEY IS NOT LESS THAN TRANS-POST-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE TRANS-POST-DATE TO WS-POST-DATE
                           IF WS-POST-YYYYMM = WS-BUS-YYYYMM
                               PERFORM NOTE-ONE-POSTING
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

      * ONLY CUSTOMER WITHDRAWALS COUNT AS ITEMS - THE BANK'S OWN
      * FEES AND INTEREST AND THE LOAN INSTALLMENTS ARE NOT ITEMS,
      * NOR IS A REVERSAL OR A WITHDRAWAL A REVERSAL HAS OFFSET
       NOTE-ONE-POSTING.
           IF TRANS-OPERATOR-ID = "FEECHRG"
               MOVE 'Y' TO WS-ALREADY-CHARGED
           END-IF
           IF FUNCTION UPPER-CASE(TRANS-TYPE) = 'W' AND
              TRANS-OPERATOR-ID NOT = "FEECHRG" AND
              TRANS-OPERATOR-ID NOT = "INTACCR" AND
              TRANS-OPERATOR-ID NOT = "DORMSWP" AND
              TRANS-OPERATOR-ID NOT = "LOANINT" AND
              TRANS-OPERATOR-ID NOT = "LOANPRIN"
               IF TRANS-REVERSAL-OF IS NUMERIC AND
                  TRANS-REVERSAL-OF > ZERO
                   CONTINUE
               ELSE
                   PERFORM CHECK-NETTED-POSTING
                   IF WS-NETTED = 'N'
                       PERFORM ADD-ONE-ITEM
                   END-IF
               END-IF
           END-IF.

      * A WITHDRAWAL NETS OUT WHEN AN UNUSED REVERSAL POINTS AT ITS
      * ACCOUNT, DATE, TIME AND AMOUNT; EACH REVERSAL NETS ONE ONLY
       CHECK-NETTED-POSTING.
           MOVE 'N' TO WS-NETTED
           PERFORM VARYING WS-RVS-IX FROM 1 BY 1
               UNTIL WS-RVS-IX > WS-RVS-COUNT
                   OR WS-NETTED = 'Y'
               IF WS-RVS-ACCOUNT(WS-RVS-IX) = TRANS-ACCOUNT-NUMBER
                  AND WS-RVS-DATE(WS-RVS-IX) = TRANS-DATE
                  AND WS-RVS-TIME(WS-RVS-IX) = TRANS-TIME
                  AND WS-RVS-AMOUNT(WS-RVS-IX) = TRANS-AMOUNT
                  AND WS-RVS-USED(WS-RVS-IX) = 'N'
                   MOVE 'Y' TO WS-RVS-USED(WS-RVS-IX)
                   MOVE 'Y' TO WS-NETTED
               END-IF
           END-PERFORM.

       ADD-ONE-ITEM.
           MOVE 'N' TO WS-ACT-FOUND
           PERFORM VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > WS-ACT-COUNT
                   OR WS-ACT-FOUND = 'Y'
               IF WS-ACT-ACCOUNT(WS-ACT-IX) = TRANS-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ACT-FOUND
                   ADD 1 TO WS-ACT-ITEMS(WS-ACT-IX)
               END-IF
           END-PERFORM
           IF WS-ACT-FOUND = 'N'
               IF WS-ACT-COUNT < 5000
                   ADD 1 TO WS-ACT-COUNT
                   MOVE TRANS-ACCOUNT-NUMBER
                       TO WS-ACT-ACCOUNT(WS-ACT-COUNT)
                   MOVE 1 TO WS-ACT-ITEMS(WS-ACT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-ACT-OVERFLOW
               END-IF
           END-IF.

      * SWEEP BANK-FILE AND CHARGE EVERY ACCOUNT WHOSE TYPE HAS A
      * FEE LINE ON THE SCHEDULE. CLOSED ACCOUNTS ARE NOT CHARGED.
       CHARGE-ALL-ACCOUNTS.
           DISPLAY "=============================================="
           DISPLAY "        MONTHLY SERVICE CHARGE RUN            "
           DISPLAY "=============================================="
           DISPLAY "Business Date: " WS-BUSINESS-DATE
               "  Month Charged: " WS-BUS-YYYYMM
           DISPLAY "----------------------------------------------"
           OPEN I-O BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "No accounts found - BANK.DAT status: "
                   WS-BANK-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BANK-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ACCOUNT-STATUS NOT = 'C'
                               PERFORM FIND-FEE-LINE
                               IF WS-FEE-FOUND = 'Y'
                                   PERFORM CHARGE-ONE-ACCOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

      * FIND THE FEE LINE FOR THE ACCOUNT'S TYPE. A LINE CARRYING THE
      * ACCOUNT'S OWN BRANCH WINS OVER THE BRANCH-000 DEFAULT LINE.
       FIND-FEE-LINE.
           MOVE 'N' TO WS-FEE-FOUND
           MOVE FUNCTION UPPER-CASE(ACCOUNT-TYPE) TO WS-ACCT-TYPE-UC
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
               UNTIL WS-FEE-IX > WS-FEE-COUNT
               IF FUNCTION UPPER-CASE(WS-FEE-TYPE(WS-FEE-IX)) =
                  WS-ACCT-TYPE-UC
                   IF WS-FEE-BRANCH(WS-FEE-IX) = BRANCH-CODE
                       PERFORM USE-FEE-LINE
                       MOVE 'Y' TO WS-FEE-FOUND
                       MOVE WS-FEE-COUNT TO WS-FEE-IX
                   ELSE
                       IF WS-FEE-BRANCH(WS-FEE-IX) = ZERO AND
                          WS-FEE-FOUND = 'N'
                           PERFORM USE-FEE-LINE
                           MOVE 'Y' TO WS-FEE-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       USE-FEE-LINE.
           MOVE WS-FEE-MONTHLY(WS-FEE-IX) TO WS-USE-MONTHLY
           MOVE WS-FEE-WAIVE-BAL(WS-FEE-IX) TO WS-USE-WAIVE-BAL
           MOVE WS-FEE-FREE(WS-FEE-IX) TO WS-USE-FREE
           MOVE WS-FEE-PER-ITEM(WS-FEE-IX) TO WS-USE-PER-ITEM.

      * WORK OUT THE ACCOUNT'S MAINTENANCE AND ITEM FEES AND TAKE
      * WHAT THE AVAILABLE BALANCE ALLOWS, MAINTENANCE FEE FIRST
       CHARGE-ONE-ACCOUNT.
           PERFORM FIND-BRANCH-LINE
           MOVE ZERO TO WS-MAINT-FEE
           MOVE ZERO TO WS-ITEM-FEE
           IF WS-USE-MONTHLY > ZERO
               MOVE BALANCE TO WS-LOW-BALANCE
               IF WS-USE-WAIVE-BAL > ZERO
                   PERFORM FIND-MONTH-LOW-BALANCE
               END-IF
               IF WS-USE-WAIVE-BAL > ZERO AND
                  WS-LOW-BALANCE NOT < WS-USE-WAIVE-BAL
                   ADD 1 TO WS-SUM-WAIVED(WS-BRANCH-IX)
                   ADD WS-USE-MONTHLY TO WS-SUM-WAIVED-AMT(WS-BRANCH-IX)
                   ADD 1 TO WS-TOTAL-WAIVED
                   ADD WS-USE-MONTHLY TO WS-TOTAL-WAIVED-AMT
                   MOVE WS-USE-MONTHLY TO WS-AMOUNT-EDIT
                   DISPLAY "WAIVED    Account " ACCOUNT-NUMBER
                       " Maintenance " WS-AMOUNT-EDIT
                       " - balance stayed at or above minimum"
               ELSE
                   MOVE WS-USE-MONTHLY TO WS-MAINT-FEE
               END-IF
           END-IF
           PERFORM FIND-ITEM-COUNT
           IF WS-ITEM-COUNT > WS-USE-FREE
               COMPUTE WS-EXTRA-ITEMS = WS-ITEM-COUNT - WS-USE-FREE
               COMPUTE WS-ITEM-FEE = WS-EXTRA-ITEMS * WS-USE-PER-ITEM
           END-IF
           IF WS-MAINT-FEE > ZERO OR WS-ITEM-FEE > ZERO
               IF ACCOUNT-STATUS = 'F'
                   COMPUTE WS-FEE-AMOUNT = WS-MAINT-FEE + WS-ITEM-FEE
                   PERFORM NOTE-UNCOLLECTED
                   DISPLAY "SKIPPED   Account " ACCOUNT-NUMBER
                       " " WS-AMOUNT-EDIT " - Account frozen"
               ELSE
                   MOVE ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT
                   PERFORM SUM-OPEN-HOLDS
                   PERFORM GET-OVERDRAFT-LIMIT
                   COMPUTE WS-AVAILABLE =
                       BALANCE + WS-OD-LIMIT - WS-HELD-AMOUNT
                   IF WS-MAINT-FEE > ZERO
                       MOVE WS-MAINT-FEE TO WS-FEE-AMOUNT
                       PERFORM TAKE-ONE-FEE
                       IF WS-FEE-TAKEN = 'Y'
                           ADD WS-MAINT-FEE
                               TO WS-SUM-MAINT(WS-BRANCH-IX)
                           ADD WS-MAINT-FEE TO WS-TOTAL-MAINT
                       ELSE
                           MOVE ZERO TO WS-MAINT-FEE
                       END-IF
                   END-IF
                   IF WS-ITEM-FEE > ZERO
                       MOVE WS-ITEM-FEE TO WS-FEE-AMOUNT
                       PERFORM TAKE-ONE-FEE
                       IF WS-FEE-TAKEN = 'Y'
                           ADD WS-ITEM-FEE TO WS-SUM-ITEM(WS-BRANCH-IX)
                           ADD WS-ITEM-FEE TO WS-TOTAL-ITEM
                       ELSE
                           MOVE ZERO TO WS-ITEM-FEE
                       END-IF
                   END-IF
                   IF WS-MAINT-FEE > ZERO OR WS-ITEM-FEE > ZERO
                       PERFORM POST-ACCOUNT-FEES
                   END-IF
               END-IF
           END-IF.

      * THE CURRENT ACCOUNT'S LOWEST BALANCE IN THE MONTH CHARGED.
      * ITS POSTINGS FROM THE FIRST OF THE MONTH ARE READ IN DATE
      * AND TIME ORDER, KEEPING A RUNNING NET AND ITS LOWEST POINT
      * WITHIN THE MONTH; BACKING THE WHOLE NET OUT OF THE BALANCE
      * GIVES THE BALANCE ON THE FIRST, AND THE LOWEST POINT IS
      * MEASURED FROM THERE.
       FIND-MONTH-LOW-BALANCE.
           MOVE ZERO TO WS-RUN-NET
           MOVE ZERO TO WS-LOW-NET
           MOVE ACCOUNT-NUMBER TO WS-HIST-ACCOUNT
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE WS-HIST-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE WS-BUS-YYYYMM TO WS-POST-YYYYMM
               MOVE 1 TO WS-POST-DD
               MOVE WS-POST-DATE TO TRANS-DATE
               MOVE ZERO TO TRANS-TIME
               MOVE ZERO TO TRANS-SEQ
               MOVE 'N' TO WS-HIST-EOF
               START TRANS-FILE KEY IS NOT LESS THAN TRANS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-EOF
               END-START
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           IF TRANS-ACCOUNT-NUMBER = WS-HIST-ACCOUNT
                               PERFORM NOTE-BALANCE-MOVE
                           ELSE
                               MOVE 'Y' TO WS-HIST-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           COMPUTE WS-LOW-BALANCE =
               BALANCE - WS-RUN-NET + WS-LOW-NET.

       NOTE-BALANCE-MOVE.
           IF TRANS-TYPE = 'D' OR TRANS-TYPE = 'd'
               ADD TRANS-AMOUNT TO WS-RUN-NET
           ELSE
               SUBTRACT TRANS-AMOUNT FROM WS-RUN-NET
           END-IF
           IF TRANS-DATE(1:6) = WS-BUS-YYYYMM AND
              WS-RUN-NET < WS-LOW-NET
               MOVE WS-RUN-NET TO WS-LOW-NET
           END-IF.

      * TAKE ONE FEE FROM THE AVAILABLE BALANCE, OR REPORT IT AS
      * UNCOLLECTED SO THE CALLER DROPS IT FROM THE POSTING
       TAKE-ONE-FEE.
           IF WS-FEE-AMOUNT > WS-AVAILABLE
               MOVE 'N' TO WS-FEE-TAKEN
               PERFORM NOTE-UNCOLLECTED
               DISPLAY "SKIPPED   Account " ACCOUNT-NUMBER
                   " " WS-AMOUNT-EDIT " - Insufficient available funds"
           ELSE
               MOVE 'Y' TO WS-FEE-TAKEN
               SUBTRACT WS-FEE-AMOUNT FROM WS-AVAILABLE
           END-IF.

       NOTE-UNCOLLECTED.
           MOVE WS-FEE-AMOUNT TO WS-AMOUNT-EDIT
           ADD 1 TO WS-SUM-UNCOLL(WS-BRANCH-IX)
           ADD WS-FEE-AMOUNT TO WS-SUM-UNCOLL-AMT(WS-BRANCH-IX)
           ADD 1 TO WS-TOTAL-UNCOLL
           ADD WS-FEE-AMOUNT TO WS-TOTAL-UNCOLL-AMT.

      * TAKE THE FEES THAT FIT OFF THE BALANCE AND LOG EACH ONE TO
      * TRANS-FILE SO IT SHOWS IN THE ACCOUNT HISTORY
       POST-ACCOUNT-FEES.
           SUBTRACT WS-MAINT-FEE FROM BALANCE
           SUBTRACT WS-ITEM-FEE FROM BALANCE
           REWRITE BANK-RECORD
               INVALID KEY
                   DISPLAY "Error posting fees to account "
                       ACCOUNT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-SUM-CHARGED(WS-BRANCH-IX)
                   ADD 1 TO WS-TOTAL-CHARGED
                   IF WS-MAINT-FEE > ZERO
                       MOVE WS-MAINT-FEE TO WS-FEE-AMOUNT
                       PERFORM WRITE-FEE-TRANS
                   END-IF
                   IF WS-ITEM-FEE > ZERO
                       MOVE WS-ITEM-FEE TO WS-FEE-AMOUNT
                       PERFORM WRITE-FEE-TRANS
                   END-IF
                   MOVE WS-MAINT-FEE TO WS-AMOUNT-EDIT
                   DISPLAY "CHARGED   Account " ACCOUNT-NUMBER
                       " Maintenance " WS-AMOUNT-EDIT
                       " Items " WS-ITEM-COUNT
                   MOVE WS-ITEM-FEE TO WS-AMOUNT-EDIT
                   DISPLAY "                        Item Fees   "
                       WS-AMOUNT-EDIT
           END-REWRITE.

      * WITHDRAWALS COUNTED FOR THE CURRENT ACCOUNT THIS MONTH
       FIND-ITEM-COUNT.
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE 'N' TO WS-ACT-FOUND
           PERFORM VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > WS-ACT-COUNT
                   OR WS-ACT-FOUND = 'Y'
               IF WS-ACT-ACCOUNT(WS-ACT-IX) = ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ACT-FOUND
                   MOVE WS-ACT-ITEMS(WS-ACT-IX) TO WS-ITEM-COUNT
               END-IF
           END-PERFORM.

      * POINT WS-BRANCH-IX AT THE SUMMARY LINE FOR THE ACCOUNT'S
      * BRANCH, ADDING THE BRANCH ON FIRST SIGHT. BRANCHES PAST THE
      * TABLE SIZE SHARE THE LAST LINE.
       FIND-BRANCH-LINE.
           MOVE 'N' TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
                   OR WS-BRANCH-FOUND = 'Y'
               IF WS-SUM-BRANCH(WS-BRANCH-IX) = BRANCH-CODE
                   MOVE 'Y' TO WS-BRANCH-FOUND
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 'Y'
               SUBTRACT 1 FROM WS-BRANCH-IX
           ELSE
               IF WS-BRANCH-COUNT < 100
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-IX
                   MOVE BRANCH-CODE TO WS-SUM-BRANCH(WS-BRANCH-IX)
                   MOVE ZERO TO WS-SUM-CHARGED(WS-BRANCH-IX)
                   MOVE ZERO TO WS-SUM-MAINT(WS-BRANCH-IX)
                   MOVE ZERO TO WS-SUM-ITEM(WS-BRANCH-IX)
                   MOVE ZERO TO WS-SUM-WAIVED(WS-BRANCH-IX)
                   MOVE ZERO TO WS-SUM-WAIVED-AMT(WS-BRANCH-IX)
                   MOVE ZERO TO WS-SUM-UNCOLL(WS-BRANCH-IX)
                   MOVE ZERO TO WS-SUM-UNCOLL-AMT(WS-BRANCH-IX)
               ELSE
                   MOVE 100 TO WS-BRANCH-IX
               END-IF
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

      * SUM THE OPEN, UNEXPIRED HOLDS AGAINST WS-HOLD-ACCOUNT INTO
      * WS-HELD-AMOUNT, SO A FEE NEVER EATS INTO HELD FUNDS
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

       WRITE-FEE-TRANS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN I-O TRANS-FILE
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT TRANS-FILE
               CLOSE TRANS-FILE
               OPEN I-O TRANS-FILE
           END-IF
           MOVE ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'W' TO TRANS-TYPE
           MOVE WS-FEE-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE ZERO TO TRANS-TRANSFER-ID
           MOVE "FEECHRG" TO TRANS-OPERATOR-ID
           MOVE ZERO TO TRANS-REVERSAL-OF
           PERFORM WRITE-TRANS-HISTORY
           CLOSE TRANS-FILE.

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

      * PER-BRANCH AND GRAND-TOTAL SUMMARY OF FEES CHARGED, WAIVED
      * AND LEFT UNCOLLECTED, FOR THE BRANCHES AND THE GL TIE-OUT
       PRINT-BRANCH-SUMMARY.
           DISPLAY "=============================================="
           DISPLAY "       SERVICE CHARGE SUMMARY BY BRANCH       "
           DISPLAY "=============================================="
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               DISPLAY "Branch: " WS-SUM-BRANCH(WS-BRANCH-IX)
                   " Accounts Charged: " WS-SUM-CHARGED(WS-BRANCH-IX)
               MOVE WS-SUM-MAINT(WS-BRANCH-IX) TO WS-TOTAL-EDIT
               DISPLAY "  Maintenance Fees Charged : " WS-TOTAL-EDIT
               MOVE WS-SUM-ITEM(WS-BRANCH-IX) TO WS-TOTAL-EDIT
               DISPLAY "  Item Fees Charged        : " WS-TOTAL-EDIT
               MOVE WS-SUM-WAIVED-AMT(WS-BRANCH-IX) TO WS-TOTAL-EDIT
               DISPLAY "  Fees Waived    " WS-SUM-WAIVED(WS-BRANCH-IX)
                   "  : " WS-TOTAL-EDIT
               MOVE WS-SUM-UNCOLL-AMT(WS-BRANCH-IX) TO WS-TOTAL-EDIT
               DISPLAY "  Uncollected    " WS-SUM-UNCOLL(WS-BRANCH-IX)
                   "  : " WS-TOTAL-EDIT
           END-PERFORM
           DISPLAY "-----------------------------------------------"
           DISPLAY "Total Accounts Charged   : " WS-TOTAL-CHARGED
           MOVE WS-TOTAL-MAINT TO WS-TOTAL-EDIT
           DISPLAY "Total Maintenance Fees   : " WS-TOTAL-EDIT
           MOVE WS-TOTAL-ITEM TO WS-TOTAL-EDIT
           DISPLAY "Total Item Fees          : " WS-TOTAL-EDIT
           MOVE WS-TOTAL-WAIVED-AMT TO WS-TOTAL-EDIT
           DISPLAY "Total Waived  " WS-TOTAL-WAIVED "    : "
               WS-TOTAL-EDIT
           MOVE WS-TOTAL-UNCOLL-AMT TO WS-TOTAL-EDIT
           DISPLAY "Total Uncollected " WS-TOTAL-UNCOLL ": "
               WS-TOTAL-EDIT
           DISPLAY "==============================================".
