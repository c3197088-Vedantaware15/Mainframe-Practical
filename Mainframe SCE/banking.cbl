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
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
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
           SELECT REL-FILE ASSIGN TO "RELMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT STOP-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
           COPY HOLDREC.

       FD LOAN-FILE.
           COPY LOANREC.

       FD SCHED-FILE.
           COPY LSCHREC.

       FD REL-FILE.
           COPY RELREC.

       FD STOP-FILE.
           COPY STOPREC.

       WORKING-STORAGE SECTION.
       01 WS-CHOICE           PIC 9(2).
       01 WS-EOF              PIC X VALUE 'N'.
           05 WS-TRANSFER-ID-TIME PIC 9(6).
           05 WS-TRANSFER-ID-SEQ  PIC 9(2).
       01 WS-TRANSFER-SEQ     PIC 9(2) VALUE ZERO.
       01 WS-LOAN-STATUS      PIC XX VALUE '00'.
       01 WS-SCHED-STATUS     PIC XX VALUE '00'.
       01 WS-LOAN-CHOICE      PIC 9.
       01 WS-LOAN-NUMBER      PIC 9(5).
       01 WS-LOAN-OK          PIC X VALUE 'N'.
       01 WS-LOAN-RATE        PIC 9(2)V9(4).
       01 WS-LOAN-TERM        PIC 9(3).
       01 WS-LOAN-MRATE       PIC 9V9(8).
       01 WS-LOAN-FACTOR      PIC 9(9)V9(8).
       01 WS-LOAN-INSTALLMENT PIC 9(7)V99.
       01 WS-LOAN-REMAIN      PIC 9(7)V99.
       01 WS-LOAN-INST-NO     PIC 9(3).
       01 WS-LOAN-DUE-DATE.
           05 WS-LOAN-DUE-YYYY PIC 9(4).
           05 WS-LOAN-DUE-MM   PIC 9(2).
           05 WS-LOAN-DUE-DD   PIC 9(2).
       01 WS-LOAN-DUE-DAY     PIC 9(2).
       01 WS-LAST-DAY         PIC 9(2).
       01 WS-LEAP-QUOT        PIC 9(4).
       01 WS-LEAP-REM         PIC 9(4).
       01 WS-LOAN-EDIT        PIC Z,ZZZ,ZZ9.99.
       01 WS-LOAN-EDIT2       PIC Z,ZZZ,ZZ9.99.
       01 WS-LOAN-EDIT3       PIC Z,ZZZ,ZZ9.99.
       01 WS-RATE-EDIT        PIC Z9.9999.
       01 WS-REVH-EOF         PIC X VALUE 'N'.
       01 WS-REV-DATE         PIC 9(8).
       01 WS-REV-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-REV-IX           PIC 9(3).
       01 WS-REV-PICK         PIC 9(3).
       01 WS-REV-OVERFLOW     PIC X VALUE 'N'.
       01 WS-REV-MARKED       PIC X VALUE 'N'.
       01 WS-REV-OK           PIC X VALUE 'N'.
       01 WS-REV-CONFIRM      PIC X.
       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 100 TIMES.
               10 WS-REV-TYPE        PIC X(1).
               10 WS-REV-AMOUNT      PIC 9(7)V99.
               10 WS-REV-TIME        PIC 9(6).
               10 WS-REV-XFER-ID     PIC 9(8).
               10 WS-REV-OPER        PIC X(8).
               10 WS-REV-IS-REVERSAL PIC X(1).
               10 WS-REV-REVERSED    PIC X(1).
       01 WS-REV-FIRST-ACCOUNT PIC 9(5).
       01 WS-REV-FIRST-TYPE   PIC X(1).
       01 WS-REV-OTHER-ACCOUNT PIC 9(5).
       01 WS-REV-OTHER-TYPE   PIC X(1).
       01 WS-REV-OTHER-FOUND  PIC X VALUE 'N'.
       01 WS-REV-ACCOUNT      PIC 9(5).
       01 WS-REV-NEW-TYPE     PIC X(1).
       01 WS-REV-ORIG-TIME    PIC 9(6).
       01 WS-REV-ORIG-XFER    PIC 9(8).
       01 WS-REV-NEW-XFER     PIC 9(8).
       01 WS-REV-TYPE-TEXT    PIC X(12).
       01 WS-REV-FLAG-TEXT    PIC X(18).
       01 WS-REV-AMOUNT-EDIT  PIC Z,ZZZ,ZZ9.99.
       01 WS-REL-STATUS       PIC XX VALUE '00'.
       01 WS-REL-EOF          PIC X VALUE 'N'.
       01 WS-REL-ACCOUNT      PIC 9(5).
       01 WS-REL-PRIMARY      PIC 9(5).
       01 WS-REL-ROLE         PIC X(1).
       01 WS-REL-STATEMENT    PIC X(1).
       01 WS-REL-ROLE-TEXT    PIC X(11).
       01 WS-STOP-STATUS      PIC XX VALUE '00'.
       01 WS-STOP-CHOICE      PIC 9.
       01 WS-STOP-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-STOP-IX          PIC 9(3).
       01 WS-STOP-PICK        PIC 9(3).
       01 WS-STOP-OVERFLOW    PIC X VALUE 'N'.
       01 WS-STOP-DUPLICATE   PIC X VALUE 'N'.
       01 WS-STOP-REFERENCE   PIC X(12).
       01 WS-STOP-AMOUNT      PIC 9(7)V99.
       01 WS-STOP-TABLE.
           05 WS-STOP-ENTRY OCCURS 200 TIMES.
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
               DISPLAY "Sign-on failed - program ending."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CHOICE = 15
               DISPLAY "=============================="
               DISPLAY "     BANKING SYSTEM MENU      "
               DISPLAY "=============================="
               DISPLAY "9. Standing Orders"
               DISPLAY "10. Funds Holds"
               DISPLAY "11. Set Overdraft Limit"
               DISPLAY "12. Loan Accounts"
               DISPLAY "13. Reverse a Posting"
               DISPLAY "14. Stop Payments"
               DISPLAY "15. Exit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-CHOICE

                       ELSE
                           DISPLAY "Supervisor authorization required!"
                       END-IF
                   WHEN 12
                       PERFORM LOAN-MENU
                   WHEN 13
                       IF WS-OPERATOR-LEVEL = 'S'
                           PERFORM REVERSE-POSTING
                       ELSE
                           DISPLAY "Supervisor authorization required!"
                       END-IF
                   WHEN 14
                       PERFORM STOP-PAYMENT-MENU
                   WHEN OTHER
                       DISPLAY "Exiting program..."
               END-EVALUATE
               OPEN EXTEND AUDIT-FILE
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

      * READ THE CONTROL FILE FOR THE SUPERVISOR OVERRIDE LIMIT ON

           IF WS-POSTED = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               PERFORM OPEN-TRANS-IO
               MOVE WS-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
               MOVE WS-TRANS-TYPE TO TRANS-TYPE
               MOVE WS-TRANS-AMOUNT TO TRANS-AMOUNT
               MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
               MOVE ZERO TO TRANS-TRANSFER-ID
               MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
               MOVE ZERO TO TRANS-REVERSAL-OF
               PERFORM WRITE-TRANS-HISTORY
               CLOSE TRANS-FILE
               DISPLAY "Transaction posted successfully!"
           END-IF.
           ADD 1 TO WS-TRANSFER-SEQ
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-TRANSFER-ID-TIME
           MOVE WS-TRANSFER-SEQ TO WS-TRANSFER-ID-SEQ
           PERFORM OPEN-TRANS-IO
           MOVE WS-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'W' TO TRANS-TYPE
           MOVE WS-TRANS-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE WS-TRANSFER-ID TO TRANS-TRANSFER-ID
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE ZERO TO TRANS-REVERSAL-OF
           PERFORM WRITE-TRANS-HISTORY
           MOVE WS-TO-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE 'D' TO TRANS-TYPE
           MOVE WS-TRANS-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE WS-TRANSFER-ID TO TRANS-TRANSFER-ID
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE ZERO TO TRANS-REVERSAL-OF
           PERFORM WRITE-TRANS-HISTORY
           CLOSE TRANS-FILE.

      * APPLY THE DEPOSIT OR WITHDRAWAL ONCE THE ACCOUNT HAS PASSED
                       MOVE "AFTER" TO AUDIT-IMAGE-TYPE
                       PERFORM WRITE-AUDIT-IMAGE
                       DISPLAY "Account status changed successfully!"
      * A FREEZE OR CLOSURE CONCERNS EVERYONE ON THE ACCOUNT - LIST
      * THEM SO THE BRANCH KNOWS WHOM TO NOTIFY
                       IF WS-STATUS-INPUT = 'F' OR
                          WS-STATUS-INPUT = 'C'
                           MOVE ZERO TO WS-REL-PRIMARY
                           IF CUSTOMER-NUMBER IS NUMERIC
                               MOVE CUSTOMER-NUMBER TO WS-REL-PRIMARY
                           END-IF
                           MOVE ACCOUNT-NUMBER TO WS-REL-ACCOUNT
                           DISPLAY "Notify the following of the "
                               "status change:"
                           PERFORM LIST-ACCOUNT-PARTIES
                       END-IF
                   END-IF
           END-READ
           CLOSE BANK-FILE.

      * CUSTOMER MASTER MAINTENANCE. ADD AND UPDATE ARE SUPERVISOR
      * ACTIONS LIKE ACCOUNT MAINTENANCE; INQUIRY IS OPEN TO TELLERS.
      * LINKING A FURTHER CUSTOMER TO AN ACCOUNT - JOINT OWNER,
      * SIGNATORY OR BENEFICIARY - AND REMOVING A LINK ARE SUPERVISOR
      * ACTIONS TOO; LISTING AN ACCOUNT'S PARTIES IS OPEN TO TELLERS.
       CUSTOMER-MENU.
           MOVE ZERO TO WS-CUST-CHOICE
           PERFORM UNTIL WS-CUST-CHOICE = 7
               DISPLAY "------------------------------"
               DISPLAY "    CUSTOMER MAINTENANCE      "
               DISPLAY "------------------------------"
               DISPLAY "1. Add Customer"
               DISPLAY "2. Update Customer"
               DISPLAY "3. Customer Inquiry"
               DISPLAY "4. Link Customer to Account"
               DISPLAY "5. Remove Account Link"
               DISPLAY "6. List Account Parties"
               DISPLAY "7. Return to Main Menu"
               DISPLAY "Enter your choice: "
               ACCEPT WS-CUST-CHOICE

                       END-IF
                   WHEN 3
                       PERFORM CUSTOMER-INQUIRY
                   WHEN 4
                       IF WS-OPERATOR-LEVEL = 'S'
                           PERFORM ADD-ACCOUNT-LINK
                       ELSE
                           DISPLAY "Supervisor authorization required!"
                       END-IF
                   WHEN 5
                       IF WS-OPERATOR-LEVEL = 'S'
                           PERFORM REMOVE-ACCOUNT-LINK
                       ELSE
                           DISPLAY "Supervisor authorization required!"
                       END-IF
                   WHEN 6
                       PERFORM LIST-ACCOUNT-LINKS
                   WHEN OTHER
                       DISPLAY "Returning to main menu..."
               END-EVALUATE
                   NOT INVALID KEY
                       PERFORM DISPLAY-CUSTOMER-DETAIL
                       PERFORM LIST-CUSTOMER-ACCOUNTS
                       PERFORM LIST-CUSTOMER-LOANS
               END-READ
               CLOSE CUST-FILE
           END-IF.
           DISPLAY "Phone          : " CUST-PHONE
           DISPLAY "Date Opened    : " CUST-DATE-OPENED.

      * LIST EVERY ACCOUNT THE CURRENT CUSTOMER HAS A ROLE ON - FIRST
      * THE BANK-FILE ACCOUNTS CARRYING THE CUSTOMER NUMBER, WHERE THE
      * CUSTOMER IS PRIMARY OWNER, THEN THE ACCOUNTS THE RELATIONSHIP
      * FILE LINKS THE CUSTOMER TO. ACCOUNTS WRITTEN BEFORE THE FIELD
      * EXISTED CARRY SPACES AND NEVER MATCH. CUST-FILE IS NOT READ
      * HERE, SO A CALLER BROWSING THE MASTER KEEPS ITS POSITION.
       LIST-CUSTOMER-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-LISTED
           OPEN INPUT BANK-FILE
                           IF CUSTOMER-NUMBER IS NUMERIC AND
                              CUSTOMER-NUMBER = CUST-NUMBER
                               MOVE 'Y' TO WS-ACCT-LISTED
                               MOVE 'P' TO WS-REL-ROLE
                               PERFORM SHOW-CUSTOMER-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               OPEN INPUT REL-FILE
               IF WS-REL-STATUS = "00"
                   MOVE 'N' TO WS-REL-EOF
                   PERFORM UNTIL WS-REL-EOF = 'Y'
                       READ REL-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-REL-EOF
                           NOT AT END
                               IF REL-CUST-NUMBER = CUST-NUMBER
                                   PERFORM SHOW-LINKED-ACCOUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REL-FILE
               END-IF
               CLOSE BANK-FILE
           END-IF
           IF WS-ACCT-LISTED = 'N'
           END-IF
           DISPLAY "------------------------------".

      * SHOW THE ACCOUNT A RELATIONSHIP RECORD POINTS AT. A LINK TO
      * AN ACCOUNT SINCE DELETED IS SHOWN AS SUCH SO IT CAN BE
      * REMOVED.
       SHOW-LINKED-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-LISTED
           MOVE REL-ROLE TO WS-REL-ROLE
           MOVE REL-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ BANK-FILE
               INVALID KEY
                   PERFORM FORMAT-ROLE-TEXT
                   DISPLAY "  Account " REL-ACCOUNT-NUMBER
                       " Role " WS-REL-ROLE-TEXT
                       " (account not on file)"
               NOT INVALID KEY
                   PERFORM SHOW-CUSTOMER-ACCOUNT
           END-READ.

       SHOW-CUSTOMER-ACCOUNT.
           PERFORM FORMAT-ROLE-TEXT
           MOVE BALANCE TO WS-BALANCE-EDIT
           DISPLAY "  Account " ACCOUNT-NUMBER
               " Role " WS-REL-ROLE-TEXT
               " Type " ACCOUNT-TYPE
               " Status " ACCOUNT-STATUS
               " Balance " WS-BALANCE-EDIT.

       FORMAT-ROLE-TEXT.
           EVALUATE WS-REL-ROLE
               WHEN 'P'
                   MOVE "PRIMARY" TO WS-REL-ROLE-TEXT
               WHEN 'J'
                   MOVE "JOINT" TO WS-REL-ROLE-TEXT
               WHEN 'S'
                   MOVE "SIGNATORY" TO WS-REL-ROLE-TEXT
               WHEN 'B'
                   MOVE "BENEFICIARY" TO WS-REL-ROLE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-REL-ROLE-TEXT
           END-EVALUATE.

      * OPEN REL-FILE FOR RANDOM UPDATE, CREATING IT THE FIRST TIME
      * THE PROGRAM IS RUN
       OPEN-REL-IO.
           OPEN I-O REL-FILE
           IF WS-REL-STATUS = "35"
               OPEN OUTPUT REL-FILE
               CLOSE REL-FILE
               OPEN I-O REL-FILE
           END-IF.

      * LINK A FURTHER CUSTOMER TO AN ACCOUNT. BOTH MUST BE ON FILE,
      * THE ACCOUNT MUST NOT BE CLOSED, AND THE PRIMARY OWNER CANNOT
      * BE LINKED AGAIN. A JOINT OWNER MAY ASK FOR STATEMENT COPIES.
      * THE LINK IS LOGGED TO THE AUDIT TRAIL UNDER ACTION RELATN.
       ADD-ACCOUNT-LINK.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Customer Number: "
               ACCEPT WS-ACCT-NUM-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-CUST-NUMBER =
                       FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                       ON SIZE ERROR
                           DISPLAY
                               "Invalid customer number - out of range."
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid customer number - digits only."
               END-IF
           END-PERFORM

           PERFORM LOOKUP-CUSTOMER
           IF WS-CUST-FOUND = 'N'
               DISPLAY "Customer not found!"
           ELSE
               MOVE 'N' TO WS-VALID-INPUT
               PERFORM UNTIL WS-VALID-INPUT = 'Y'
                   DISPLAY "Enter Account Number: "
                   ACCEPT WS-ACCT-NUM-INPUT
                   COMPUTE WS-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
                   MOVE ZERO TO WS-NEG-COUNT
                   INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                       FOR ALL "-"
                   IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                       COMPUTE WS-ACCOUNT-NUMBER =
                           FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                           ON SIZE ERROR
                               DISPLAY "Invalid account number - "
                                   "out of range."
                           NOT ON SIZE ERROR
                               MOVE 'Y' TO WS-VALID-INPUT
                       END-COMPUTE
                   ELSE
                       DISPLAY "Invalid account number - digits only."
                   END-IF
               END-PERFORM

               PERFORM OPEN-BANK-IO
               MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ BANK-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               CLOSE BANK-FILE

               EVALUATE TRUE
                   WHEN WS-FOUND = 'N'
                       DISPLAY "Account not found!"
                   WHEN ACCOUNT-STATUS = 'C'
                       DISPLAY "Account is closed - link rejected!"
                   WHEN CUSTOMER-NUMBER IS NUMERIC AND
                        CUSTOMER-NUMBER = WS-CUST-NUMBER
                       DISPLAY "Customer is already the primary "
                           "owner - link rejected!"
                   WHEN OTHER
                       PERFORM WRITE-ACCOUNT-LINK
               END-EVALUATE
           END-IF.

      * KEY THE ROLE AND STATEMENT CHOICE AND WRITE THE LINK FOR
      * WS-ACCOUNT-NUMBER AND WS-CUST-NUMBER
       WRITE-ACCOUNT-LINK.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Role (J=Joint Owner, S=Signatory, "
                   "B=Beneficiary): "
               ACCEPT WS-REL-ROLE
               MOVE FUNCTION UPPER-CASE(WS-REL-ROLE) TO WS-REL-ROLE
               IF WS-REL-ROLE = 'J' OR WS-REL-ROLE = 'S' OR
                  WS-REL-ROLE = 'B'
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "Invalid role - enter J, S or B."
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-REL-STATEMENT
           IF WS-REL-ROLE = 'J'
               MOVE 'N' TO WS-VALID-INPUT
               PERFORM UNTIL WS-VALID-INPUT = 'Y'
                   DISPLAY "Mail statement copies to this owner "
                       "(Y/N): "
                   ACCEPT WS-REL-STATEMENT
                   MOVE FUNCTION UPPER-CASE(WS-REL-STATEMENT)
                       TO WS-REL-STATEMENT
                   IF WS-REL-STATEMENT = 'Y' OR
                      WS-REL-STATEMENT = 'N'
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "Invalid choice - enter Y or N."
                   END-IF
               END-PERFORM
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM OPEN-REL-IO
           MOVE WS-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE WS-CUST-NUMBER TO REL-CUST-NUMBER
           MOVE WS-REL-ROLE TO REL-ROLE
           MOVE WS-REL-STATEMENT TO REL-STATEMENT
           MOVE WS-CURRENT-DATETIME(1:8) TO REL-DATE-ADDED
           MOVE WS-OPERATOR-ID TO REL-ADDED-BY
           WRITE REL-RECORD
               INVALID KEY
                   DISPLAY "Customer is already linked to that "
                       "account - link rejected!"
               NOT INVALID KEY
                   MOVE "AFTER" TO AUDIT-IMAGE-TYPE
                   PERFORM AUDIT-ACCOUNT-LINK
                   DISPLAY "Account link added successfully!"
           END-WRITE
           CLOSE REL-FILE.

      * REMOVE ONE CUSTOMER'S LINK TO AN ACCOUNT. THE LINK AS IT
      * STOOD IS LOGGED TO THE AUDIT TRAIL AS A BEFORE IMAGE.
       REMOVE-ACCOUNT-LINK.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Account Number: "
               ACCEPT WS-ACCT-NUM-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-ACCOUNT-NUMBER =
                       FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                       ON SIZE ERROR
                           DISPLAY
                               "Invalid account number - out of range."
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid account number - digits only."
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Customer Number to Unlink: "
               ACCEPT WS-ACCT-NUM-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-CUST-NUMBER =
                       FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                       ON SIZE ERROR
                           DISPLAY
                               "Invalid customer number - out of range."
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid customer number - digits only."
               END-IF
           END-PERFORM

           PERFORM LOOKUP-CUSTOMER
           IF WS-CUST-FOUND = 'N'
               MOVE "*** NOT ON FILE ***" TO WS-CUSTOMER-NAME
           END-IF
           PERFORM OPEN-REL-IO
           MOVE WS-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE WS-CUST-NUMBER TO REL-CUST-NUMBER
           READ REL-FILE
               INVALID KEY
                   DISPLAY "No such link on file!"
               NOT INVALID KEY
                   MOVE REL-ROLE TO WS-REL-ROLE
                   MOVE REL-STATEMENT TO WS-REL-STATEMENT
                   DELETE REL-FILE
                       INVALID KEY
                           DISPLAY "Error removing account link!"
                       NOT INVALID KEY
                           MOVE "BEFORE" TO AUDIT-IMAGE-TYPE
                           PERFORM AUDIT-ACCOUNT-LINK
                           DISPLAY "Account link removed."
                   END-DELETE
           END-READ
           CLOSE REL-FILE.

      * SHOW EVERY PARTY TO ONE ACCOUNT
       LIST-ACCOUNT-LINKS.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Account Number: "
               ACCEPT WS-ACCT-NUM-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-ACCOUNT-NUMBER =
                       FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                       ON SIZE ERROR
                           DISPLAY
                               "Invalid account number - out of range."
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid account number - digits only."
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-REL-PRIMARY
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS = "00"
               MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ BANK-FILE
                   INVALID KEY
                       DISPLAY "Account not on file - showing any "
                           "links left behind."
                   NOT INVALID KEY
                       IF CUSTOMER-NUMBER IS NUMERIC
                           MOVE CUSTOMER-NUMBER TO WS-REL-PRIMARY
                       END-IF
               END-READ
               CLOSE BANK-FILE
           END-IF
           MOVE WS-ACCOUNT-NUMBER TO WS-REL-ACCOUNT
           PERFORM LIST-ACCOUNT-PARTIES.

      * LIST THE PRIMARY OWNER WS-REL-PRIMARY AND EVERY CUSTOMER THE
      * RELATIONSHIP FILE LINKS TO ACCOUNT WS-REL-ACCOUNT, WITH NAME
      * AND PHONE FROM THE CUSTOMER MASTER, SO STAFF KNOW WHOM TO
      * CONTACT. BANK-FILE IS NOT TOUCHED, SO A CALLER MAY HOLD IT
      * OPEN.
       LIST-ACCOUNT-PARTIES.
           DISPLAY "Parties to account " WS-REL-ACCOUNT ":"
           MOVE 'N' TO WS-ACCT-LISTED
           IF WS-REL-PRIMARY > ZERO
               MOVE 'Y' TO WS-ACCT-LISTED
               MOVE WS-REL-PRIMARY TO WS-CUST-NUMBER
               MOVE 'P' TO WS-REL-ROLE
               PERFORM SHOW-ACCOUNT-PARTY
           END-IF
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS = "00"
               MOVE WS-REL-ACCOUNT TO REL-ACCOUNT-NUMBER
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
                           IF REL-ACCOUNT-NUMBER = WS-REL-ACCOUNT
                               MOVE 'Y' TO WS-ACCT-LISTED
                               MOVE REL-CUST-NUMBER TO WS-CUST-NUMBER
                               MOVE REL-ROLE TO WS-REL-ROLE
                               PERFORM SHOW-ACCOUNT-PARTY
                           ELSE
                               MOVE 'Y' TO WS-REL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           END-IF
           IF WS-ACCT-LISTED = 'N'
               DISPLAY "  (no parties on file)"
           END-IF.

       SHOW-ACCOUNT-PARTY.
           PERFORM FORMAT-ROLE-TEXT
           MOVE 'N' TO WS-CUST-FOUND
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE WS-CUST-NUMBER TO CUST-NUMBER
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-FOUND
               END-READ
               CLOSE CUST-FILE
           END-IF
           IF WS-CUST-FOUND = 'Y'
               DISPLAY "  " WS-REL-ROLE-TEXT " Customer "
                   WS-CUST-NUMBER " " CUST-NAME " Phone " CUST-PHONE
           ELSE
               DISPLAY "  " WS-REL-ROLE-TEXT " Customer "
                   WS-CUST-NUMBER " (not on customer master)"
           END-IF.

      * LOG A LINK CHANGE TO THE AUDIT TRAIL. CALLERS SET THE IMAGE
      * TYPE. THE ACCOUNT NUMBER RIDES IN THE ACCOUNT COLUMN, THE
      * LINKED CUSTOMER'S NAME IN THE NAME COLUMN AND ITS NUMBER IN
      * THE BALANCE COLUMN; THE ROLE AND STATEMENT CHOICE RIDE IN THE
      * TYPE AND STATUS COLUMNS.
       AUDIT-ACCOUNT-LINK.
           MOVE WS-CUST-NUMBER TO WS-BALANCE
           MOVE ZERO TO WS-BRANCH-CODE
           MOVE WS-REL-ROLE TO WS-ACCOUNT-TYPE
           MOVE WS-REL-STATEMENT TO WS-ACCOUNT-STATUS
           MOVE "RELATN" TO AUDIT-ACTION
           PERFORM WRITE-AUDIT-IMAGE.

      * STANDING ORDER MAINTENANCE. THE FILE IS SMALL AND LINE
      * SEQUENTIAL, SO MAINTENANCE LOADS IT INTO A TABLE, WORKS ON
      * THE TABLE AND WRITES THE WHOLE FILE BACK. ADD AND HOLD ARE
           MOVE "FHOLD" TO AUDIT-ACTION
           MOVE "AFTER" TO AUDIT-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE.

      * LIST EVERY LOAN ON THE LOAN MASTER BELONGING TO THE CURRENT
      * CUSTOMER. NOTHING IS SHOWN FOR A CUSTOMER WITH NO LOANS.
       LIST-CUSTOMER-LOANS.
           MOVE 'N' TO WS-ACCT-LISTED
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE 'N' TO WS-ACCT-EOF
               PERFORM UNTIL WS-ACCT-EOF = 'Y'
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ACCT-EOF
                       NOT AT END
                           IF LOAN-CUST-NUMBER = CUST-NUMBER
                               MOVE 'Y' TO WS-ACCT-LISTED
                               MOVE LOAN-BALANCE TO WS-LOAN-EDIT
                               DISPLAY "  Loan " LOAN-NUMBER
                                   " Pay Account " LOAN-PAY-ACCOUNT
                                   " Status " LOAN-STATUS
                                   " Balance " WS-LOAN-EDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF
           IF WS-ACCT-LISTED = 'Y'
               DISPLAY "------------------------------"
           END-IF.

      * LOAN ACCOUNTS. A LOAN LIVES ON ITS OWN MASTER WITH AN
      * INSTALLMENT SCHEDULE BUILT IN FULL WHEN IT IS BOOKED; THE
      * NIGHTLY LOANCOLL RUN COLLECTS EACH INSTALLMENT FROM THE LINKED
      * CHECKING ACCOUNT. BOOKING IS A SUPERVISOR ACTION; INQUIRY IS
      * OPEN TO TELLERS AND COLLECTIONS STAFF.
       LOAN-MENU.
           MOVE ZERO TO WS-LOAN-CHOICE
           PERFORM UNTIL WS-LOAN-CHOICE = 3
               DISPLAY "------------------------------"
               DISPLAY "    LOAN ACCOUNTS             "
               DISPLAY "------------------------------"
               DISPLAY "1. Book Loan"
               DISPLAY "2. Loan Inquiry"
               DISPLAY "3. Return to Main Menu"
               DISPLAY "Enter your choice: "
               ACCEPT WS-LOAN-CHOICE

               EVALUATE WS-LOAN-CHOICE
                   WHEN 1
                       IF WS-OPERATOR-LEVEL = 'S'
                           PERFORM BOOK-LOAN
                       ELSE
                           DISPLAY "Supervisor authorization required!"
                       END-IF
                   WHEN 2
                       PERFORM LOAN-INQUIRY
                   WHEN OTHER
                       DISPLAY "Returning to main menu..."
               END-EVALUATE
           END-PERFORM.

      * OPEN THE LOAN MASTER AND SCHEDULE FOR UPDATE, CREATING THEM
      * THE FIRST TIME A LOAN IS BOOKED
       OPEN-LOAN-IO.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF
           OPEN I-O SCHED-FILE
           IF WS-SCHED-STATUS = "35"
               OPEN OUTPUT SCHED-FILE
               CLOSE SCHED-FILE
               OPEN I-O SCHED-FILE
           END-IF.

       ACCEPT-LOAN-NUMBER.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Loan Number: "
               ACCEPT WS-ACCT-NUM-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-LOAN-NUMBER =
                       FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                       ON SIZE ERROR
                           DISPLAY
                               "Invalid loan number - out of range."
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid loan number - digits only."
               END-IF
           END-PERFORM.

      * BOOK A NEW LOAN FOR AN EXISTING CUSTOMER. INSTALLMENTS ARE
      * COLLECTED FROM ONE OF THE CUSTOMER'S OPEN CHECKING ACCOUNTS,
      * WHOSE BRANCH THE LOAN TAKES. THE LEVEL INSTALLMENT AND THE
      * FULL SCHEDULE ARE WORKED OUT HERE, AND THE BOOKING IS LOGGED
      * TO THE AUDIT TRAIL UNDER ACTION LOANBK WITH THE LOAN NUMBER
      * IN THE ACCOUNT COLUMN AND THE PRINCIPAL IN THE BALANCE
      * COLUMN.
       BOOK-LOAN.
           PERFORM ACCEPT-LOAN-NUMBER
           MOVE 'Y' TO WS-LOAN-OK
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE WS-LOAN-NUMBER TO LOAN-NUMBER
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-LOAN-OK
                       DISPLAY "Loan number already exists - "
                           "booking rejected!"
               END-READ
               CLOSE LOAN-FILE
           END-IF

           IF WS-LOAN-OK = 'Y'
               MOVE 'N' TO WS-VALID-INPUT
               PERFORM UNTIL WS-VALID-INPUT = 'Y'
                   DISPLAY "Enter Customer Number: "
                   ACCEPT WS-ACCT-NUM-INPUT
                   COMPUTE WS-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
                   MOVE ZERO TO WS-NEG-COUNT
                   INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                       FOR ALL "-"
                   IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                       COMPUTE WS-CUST-NUMBER =
                           FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                           ON SIZE ERROR
                               DISPLAY "Invalid customer number - "
                                   "out of range."
                           NOT ON SIZE ERROR
                               MOVE 'Y' TO WS-VALID-INPUT
                       END-COMPUTE
                   ELSE
                       DISPLAY "Invalid customer number - digits only."
                   END-IF
               END-PERFORM
               PERFORM LOOKUP-CUSTOMER
               IF WS-CUST-FOUND = 'N'
                   MOVE 'N' TO WS-LOAN-OK
                   DISPLAY "Customer not found - booking rejected!"
               END-IF
           END-IF

           IF WS-LOAN-OK = 'Y'
               PERFORM VALIDATE-LOAN-PAY-ACCOUNT
           END-IF

           IF WS-LOAN-OK = 'Y'
               PERFORM ACCEPT-LOAN-TERMS
               PERFORM COMPUTE-LOAN-INSTALLMENT
           END-IF

           IF WS-LOAN-OK = 'Y'
               PERFORM OPEN-LOAN-IO
               MOVE WS-LOAN-NUMBER TO LOAN-NUMBER
               MOVE WS-CUST-NUMBER TO LOAN-CUST-NUMBER
               MOVE WS-BRANCH-CODE TO LOAN-BRANCH-CODE
               MOVE WS-ACCOUNT-NUMBER TO LOAN-PAY-ACCOUNT
               MOVE WS-TRANS-AMOUNT TO LOAN-PRINCIPAL
               MOVE WS-TRANS-AMOUNT TO LOAN-BALANCE
               MOVE WS-LOAN-RATE TO LOAN-ANNUAL-RATE
               MOVE WS-LOAN-TERM TO LOAN-TERM
               MOVE WS-LOAN-INSTALLMENT TO LOAN-INSTALLMENT
               MOVE WS-DATE-INPUT TO LOAN-NEXT-DUE
               MOVE ZERO TO LOAN-PAID-COUNT
               MOVE ZERO TO LOAN-ARREARS
               MOVE ZERO TO LOAN-DAYS-PAST-DUE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO LOAN-DATE-OPENED
               MOVE 'A' TO LOAN-STATUS
               WRITE LOAN-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-LOAN-OK
                       DISPLAY "Error writing loan record!"
               END-WRITE
               IF WS-LOAN-OK = 'Y'
                   PERFORM BUILD-LOAN-SCHEDULE
               END-IF
               CLOSE SCHED-FILE
               CLOSE LOAN-FILE
           END-IF

           IF WS-LOAN-OK = 'Y'
               MOVE WS-LOAN-NUMBER TO WS-ACCOUNT-NUMBER
               MOVE WS-TRANS-AMOUNT TO WS-BALANCE
               MOVE 'L' TO WS-ACCOUNT-TYPE
               MOVE 'A' TO WS-ACCOUNT-STATUS
               MOVE "LOANBK" TO AUDIT-ACTION
               MOVE "AFTER" TO AUDIT-IMAGE-TYPE
               PERFORM WRITE-AUDIT-IMAGE
               MOVE WS-LOAN-INSTALLMENT TO WS-LOAN-EDIT
               DISPLAY "Loan booked successfully!"
               DISPLAY "Monthly Installment: " WS-LOAN-EDIT
           END-IF.

      * THE INSTALLMENTS COME FROM AN EXISTING, OPEN CHECKING ACCOUNT
      * OF THE BORROWING CUSTOMER. THE ACCOUNT'S BRANCH BECOMES THE
      * LOAN'S BRANCH.
       VALIDATE-LOAN-PAY-ACCOUNT.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Checking Account for Installments: "
               ACCEPT WS-ACCT-NUM-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-ACCOUNT-NUMBER =
                       FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                       ON SIZE ERROR
                           DISPLAY
                               "Invalid account number - out of range."
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid account number - digits only."
               END-IF
           END-PERFORM

           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               MOVE 'N' TO WS-LOAN-OK
               DISPLAY "Account not found!"
           ELSE
               MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ BANK-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-LOAN-OK
                       DISPLAY "Account not found!"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACCOUNT-TYPE NOT = 'C' AND
                                ACCOUNT-TYPE NOT = 'c'
                               MOVE 'N' TO WS-LOAN-OK
                               DISPLAY "Installments must come from a "
                                   "checking account - rejected!"
                           WHEN ACCOUNT-STATUS = 'C'
                               MOVE 'N' TO WS-LOAN-OK
                               DISPLAY "Account closed - rejected!"
                           WHEN CUSTOMER-NUMBER NOT NUMERIC OR
                                CUSTOMER-NUMBER NOT = WS-CUST-NUMBER
                               MOVE 'N' TO WS-LOAN-OK
                               DISPLAY "Account does not belong to the "
                                   "customer - rejected!"
                           WHEN OTHER
                               MOVE BRANCH-CODE TO WS-BRANCH-CODE
                               MOVE CUSTOMER-NAME TO WS-CUSTOMER-NAME
                       END-EVALUATE
               END-READ
               CLOSE BANK-FILE
           END-IF.

      * PRINCIPAL, ANNUAL RATE (PERCENT), TERM IN MONTHS AND THE
      * FIRST DUE DATE, WHICH MUST BE A REAL CALENDAR DAY AND NOT
      * BEFORE TODAY. LATER INSTALLMENTS FALL DUE ON THE SAME DAY
      * OF EACH FOLLOWING MONTH.
       ACCEPT-LOAN-TERMS.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Principal (e.g. 1234.56): "
               ACCEPT WS-TRANS-AMOUNT-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-TRANS-AMOUNT-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-TRANS-AMOUNT-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-TRANS-AMOUNT =
                       FUNCTION NUMVAL(WS-TRANS-AMOUNT-INPUT)
                       ON SIZE ERROR
                           DISPLAY "Invalid amount - out of range."
                       NOT ON SIZE ERROR
                           IF WS-TRANS-AMOUNT > ZERO
                               MOVE 'Y' TO WS-VALID-INPUT
                           ELSE
                               DISPLAY "Principal must be greater "
                                   "than zero."
                           END-IF
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid amount - enter a number."
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Annual Rate % (e.g. 7.25): "
               ACCEPT WS-BALANCE-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-BALANCE-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-BALANCE-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-LOAN-RATE =
                       FUNCTION NUMVAL(WS-BALANCE-INPUT)
                       ON SIZE ERROR
                           DISPLAY "Invalid rate - out of range."
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid rate - enter a number."
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Term in Months: "
               ACCEPT WS-ACCT-NUM-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-LOAN-TERM =
                       FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                       ON SIZE ERROR
                           DISPLAY "Invalid term - out of range."
                       NOT ON SIZE ERROR
                           IF WS-LOAN-TERM > ZERO
                               MOVE 'Y' TO WS-VALID-INPUT
                           ELSE
                               DISPLAY "Term must be at least one "
                                   "month."
                           END-IF
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid term - digits only."
               END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter First Due Date (YYYYMMDD): "
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS NUMERIC
                   EVALUATE TRUE
                       WHEN FUNCTION TEST-DATE-YYYYMMDD
                            (FUNCTION NUMVAL(WS-DATE-INPUT)) NOT = 0
                           DISPLAY "Invalid date - no such day."
                       WHEN WS-DATE-INPUT < WS-TODAY-DATE
                           DISPLAY "First due date is already past."
                       WHEN OTHER
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-EVALUATE
               ELSE
                   DISPLAY "Invalid date - eight digits YYYYMMDD."
               END-IF
           END-PERFORM.

      * LEVEL MONTHLY INSTALLMENT THAT AMORTIZES THE PRINCIPAL OVER
      * THE TERM: P * R * (1+R)**N / ((1+R)**N - 1) AT MONTHLY RATE
      * R, OR A STRAIGHT P / N FOR AN INTEREST-FREE LOAN
       COMPUTE-LOAN-INSTALLMENT.
           COMPUTE WS-LOAN-MRATE = WS-LOAN-RATE / 1200
           IF WS-LOAN-MRATE = ZERO
               COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                   WS-TRANS-AMOUNT / WS-LOAN-TERM
           ELSE
               COMPUTE WS-LOAN-FACTOR =
                   (1 + WS-LOAN-MRATE) ** WS-LOAN-TERM
                   ON SIZE ERROR
                       MOVE 'N' TO WS-LOAN-OK
                       DISPLAY "Rate and term out of range - "
                           "booking rejected!"
               END-COMPUTE
               IF WS-LOAN-OK = 'Y'
                   COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                       WS-TRANS-AMOUNT * WS-LOAN-MRATE * WS-LOAN-FACTOR
                       / (WS-LOAN-FACTOR - 1)
                       ON SIZE ERROR
                           MOVE 'N' TO WS-LOAN-OK
                           DISPLAY "Rate and term out of range - "
                               "booking rejected!"
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-LOAN-OK = 'Y' AND WS-LOAN-INSTALLMENT = ZERO
               MOVE 'N' TO WS-LOAN-OK
               DISPLAY "Installment works out to zero - "
                   "booking rejected!"
           END-IF.

      * WRITE ONE SCHEDULE LINE PER INSTALLMENT. EACH LINE'S INTEREST
      * IS A MONTH'S INTEREST ON THE PRINCIPAL STILL OUTSTANDING AND
      * THE REST OF THE INSTALLMENT REPAYS PRINCIPAL; THE LAST LINE
      * CLEARS WHATEVER PRINCIPAL REMAINS, ABSORBING THE ROUNDING.
      * A DUE DAY PAST THE END OF A SHORT MONTH FALLS ON ITS LAST DAY.
       BUILD-LOAN-SCHEDULE.
           MOVE WS-TRANS-AMOUNT TO WS-LOAN-REMAIN
           MOVE WS-DATE-INPUT TO WS-LOAN-DUE-DATE
           MOVE WS-LOAN-DUE-DD TO WS-LOAN-DUE-DAY
           PERFORM VARYING WS-LOAN-INST-NO FROM 1 BY 1
               UNTIL WS-LOAN-INST-NO > WS-LOAN-TERM
               PERFORM COMPUTE-LAST-DAY
               IF WS-LOAN-DUE-DAY > WS-LAST-DAY
                   MOVE WS-LAST-DAY TO WS-LOAN-DUE-DD
               ELSE
                   MOVE WS-LOAN-DUE-DAY TO WS-LOAN-DUE-DD
               END-IF
               MOVE WS-LOAN-NUMBER TO LSCH-LOAN-NUMBER
               MOVE WS-LOAN-INST-NO TO LSCH-INSTALL-NO
               MOVE WS-LOAN-DUE-DATE TO LSCH-DUE-DATE
               COMPUTE LSCH-INTEREST ROUNDED =
                   WS-LOAN-REMAIN * WS-LOAN-MRATE
               IF WS-LOAN-INST-NO = WS-LOAN-TERM OR
                  WS-LOAN-INSTALLMENT - LSCH-INTEREST > WS-LOAN-REMAIN
                   MOVE WS-LOAN-REMAIN TO LSCH-PRINCIPAL
               ELSE
                   COMPUTE LSCH-PRINCIPAL =
                       WS-LOAN-INSTALLMENT - LSCH-INTEREST
               END-IF
               COMPUTE LSCH-AMOUNT = LSCH-INTEREST + LSCH-PRINCIPAL
               SUBTRACT LSCH-PRINCIPAL FROM WS-LOAN-REMAIN
               MOVE 'O' TO LSCH-STATUS
               MOVE ZERO TO LSCH-PAID-DATE
               WRITE LSCH-RECORD
                   INVALID KEY
                       DISPLAY "Error writing schedule line "
                           WS-LOAN-INST-NO
               END-WRITE
               ADD 1 TO WS-LOAN-DUE-MM
               IF WS-LOAN-DUE-MM > 12
                   MOVE 1 TO WS-LOAN-DUE-MM
                   ADD 1 TO WS-LOAN-DUE-YYYY
               END-IF
           END-PERFORM.

      * LAST DAY OF THE SCHEDULE MONTH, ALLOWING FOR LEAP YEARS
       COMPUTE-LAST-DAY.
           EVALUATE WS-LOAN-DUE-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-LAST-DAY
               WHEN OTHER
                   MOVE 28 TO WS-LAST-DAY
                   DIVIDE WS-LOAN-DUE-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-LAST-DAY
                       DIVIDE WS-LOAN-DUE-YYYY BY 100
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 28 TO WS-LAST-DAY
                           DIVIDE WS-LOAN-DUE-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = ZERO
                               MOVE 29 TO WS-LAST-DAY
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      * DISPLAY ONE LOAN AND ITS INSTALLMENT SCHEDULE FOR THE COUNTER
      * OR COLLECTIONS. ARREARS AND DAYS PAST DUE ARE AS OF THE LAST
      * NIGHTLY COLLECTION RUN.
       LOAN-INQUIRY.
           PERFORM ACCEPT-LOAN-NUMBER
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "No loans on file."
           ELSE
               MOVE WS-LOAN-NUMBER TO LOAN-NUMBER
               READ LOAN-FILE
                   INVALID KEY
                       DISPLAY "Loan not found!"
                   NOT INVALID KEY
                       PERFORM DISPLAY-LOAN-DETAIL
                       PERFORM LIST-LOAN-SCHEDULE
               END-READ
               CLOSE LOAN-FILE
           END-IF.

       DISPLAY-LOAN-DETAIL.
           DISPLAY "=============================="
           DISPLAY "Loan Number    : " LOAN-NUMBER
           DISPLAY "Customer       : " LOAN-CUST-NUMBER
           DISPLAY "Branch         : " LOAN-BRANCH-CODE
           DISPLAY "Pay Account    : " LOAN-PAY-ACCOUNT
           MOVE LOAN-PRINCIPAL TO WS-LOAN-EDIT
           DISPLAY "Principal      : " WS-LOAN-EDIT
           MOVE LOAN-BALANCE TO WS-LOAN-EDIT
           DISPLAY "Outstanding    : " WS-LOAN-EDIT
           MOVE LOAN-ANNUAL-RATE TO WS-RATE-EDIT
           DISPLAY "Annual Rate %  : " WS-RATE-EDIT
           DISPLAY "Term (months)  : " LOAN-TERM
           MOVE LOAN-INSTALLMENT TO WS-LOAN-EDIT
           DISPLAY "Installment    : " WS-LOAN-EDIT
           DISPLAY "Paid / Next Due: " LOAN-PAID-COUNT " / "
               LOAN-NEXT-DUE
           MOVE LOAN-ARREARS TO WS-LOAN-EDIT
           DISPLAY "Arrears        : " WS-LOAN-EDIT
           DISPLAY "Days Past Due  : " LOAN-DAYS-PAST-DUE
           DISPLAY "Date Opened    : " LOAN-DATE-OPENED
           DISPLAY "Status         : " LOAN-STATUS.

      * EVERY SCHEDULE LINE OF THE CURRENT LOAN, STARTING AT ITS
      * FIRST INSTALLMENT
       LIST-LOAN-SCHEDULE.
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS = "00"
               MOVE LOAN-NUMBER TO LSCH-LOAN-NUMBER
               MOVE ZERO TO LSCH-INSTALL-NO
               MOVE 'N' TO WS-ACCT-EOF
               START SCHED-FILE KEY IS GREATER THAN LSCH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ACCT-EOF
               END-START
               PERFORM UNTIL WS-ACCT-EOF = 'Y'
                   READ SCHED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ACCT-EOF
                       NOT AT END
                           IF LSCH-LOAN-NUMBER NOT = LOAN-NUMBER
                               MOVE 'Y' TO WS-ACCT-EOF
                           ELSE
                               MOVE LSCH-AMOUNT TO WS-LOAN-EDIT
                               MOVE LSCH-INTEREST TO WS-LOAN-EDIT2
                               MOVE LSCH-PRINCIPAL TO WS-LOAN-EDIT3
                               DISPLAY "  " LSCH-INSTALL-NO
                                   " Due " LSCH-DUE-DATE
                                   " " WS-LOAN-EDIT
                                   " Int " WS-LOAN-EDIT2
                                   " Prin " WS-LOAN-EDIT3
                                   " " LSCH-STATUS
                                   " " LSCH-PAID-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF
           DISPLAY "------------------------------".

      * SUPERVISOR-APPROVED REVERSAL OF A POSTING. THE SUPERVISOR
      * PICKS THE ORIGINAL ENTRY FROM THE ACCOUNT'S POSTINGS FOR A
      * DATE; AN EXACT OFFSET - SAME AMOUNT, OPPOSITE TYPE - IS POSTED
      * CARRYING THE ORIGINAL'S DATE AND TIME IN TRANS-REVERSAL-OF.
      * A TRANSFER IS REVERSED AS A PAIR, BOTH LEGS TOGETHER UNDER A
      * NEW TRANSFER ID. A REVERSAL CANNOT ITSELF BE REVERSED, AN
      * ENTRY ALREADY REVERSED IS REFUSED, AND A LOAN INSTALLMENT
      * (LOANINT/LOANPRIN) IS REFUSED BECAUSE THE LOAN AND ITS
      * SCHEDULE WOULD STILL SHOW IT PAID.
       REVERSE-POSTING.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Account Number: "
               ACCEPT WS-ACCT-NUM-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-ACCOUNT-NUMBER =
                       FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                       ON SIZE ERROR
                           DISPLAY
                               "Invalid account number - out of range."
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid account number - digits only."
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Posting Date (YYYYMMDD): "
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS NUMERIC
                   MOVE WS-DATE-INPUT TO WS-REV-DATE
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "Invalid date - eight digits YYYYMMDD."
               END-IF
           END-PERFORM

           MOVE WS-ACCOUNT-NUMBER TO WS-REV-FIRST-ACCOUNT
           PERFORM LOAD-REVERSAL-CANDIDATES
           IF WS-REV-OVERFLOW = 'Y'
               DISPLAY "More postings on that date than the table "
                   "holds - reversal refused."
           ELSE
           IF WS-REV-COUNT = ZERO
               DISPLAY "No postings on file for that account and date."
           ELSE
               PERFORM LIST-REVERSAL-CANDIDATES
               DISPLAY "Enter Line Number to Reverse: "
               ACCEPT WS-REV-PICK
               IF WS-REV-PICK > ZERO AND
                  WS-REV-PICK NOT > WS-REV-COUNT
                   EVALUATE TRUE
                       WHEN WS-REV-IS-REVERSAL(WS-REV-PICK) = 'Y'
                           DISPLAY "That entry is a reversal and "
                               "cannot itself be reversed."
                       WHEN WS-REV-REVERSED(WS-REV-PICK) = 'Y'
                           DISPLAY "That entry has already been "
                               "reversed - rejected!"
                       WHEN WS-REV-OPER(WS-REV-PICK) = "LOANINT"
                         OR WS-REV-OPER(WS-REV-PICK) = "LOANPRIN"
                           DISPLAY "Loan installments are reversed "
                               "through the loan, not here."
                       WHEN OTHER
                           PERFORM CONFIRM-REVERSAL
                   END-EVALUATE
               ELSE
                   DISPLAY "Invalid line number."
               END-IF
           END-IF
           END-IF.

      * TABLE THE KEYED ACCOUNT'S POSTINGS FOR THE DATE, READING THE
      * HISTORY BY ACCOUNT FROM THAT DATE ON. A REVERSAL POSTED ON OR
      * AFTER THE DATE THAT POINTS BACK AT IT MARKS THE FIRST
      * MATCHING ORIGINAL AS ALREADY REVERSED.
       LOAD-REVERSAL-CANDIDATES.
           MOVE ZERO TO WS-REV-COUNT
           MOVE 'N' TO WS-REV-OVERFLOW
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE WS-REV-FIRST-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE WS-REV-DATE TO TRANS-DATE
               MOVE ZERO TO TRANS-TIME
               MOVE ZERO TO TRANS-SEQ
               MOVE 'N' TO WS-REVH-EOF
               START TRANS-FILE KEY IS NOT LESS THAN TRANS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REVH-EOF
               END-START
               PERFORM UNTIL WS-REVH-EOF = 'Y'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REVH-EOF
                       NOT AT END
                           IF TRANS-ACCOUNT-NUMBER NOT =
                              WS-REV-FIRST-ACCOUNT
                               MOVE 'Y' TO WS-REVH-EOF
                           ELSE
                               PERFORM NOTE-REVERSAL-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       NOTE-REVERSAL-CANDIDATE.
           IF TRANS-DATE = WS-REV-DATE
               IF WS-REV-COUNT < 100
                   ADD 1 TO WS-REV-COUNT
                   MOVE TRANS-TYPE TO WS-REV-TYPE(WS-REV-COUNT)
                   MOVE TRANS-AMOUNT TO WS-REV-AMOUNT(WS-REV-COUNT)
                   MOVE TRANS-TIME TO WS-REV-TIME(WS-REV-COUNT)
                   IF TRANS-TRANSFER-ID IS NUMERIC
                       MOVE TRANS-TRANSFER-ID
                           TO WS-REV-XFER-ID(WS-REV-COUNT)
                   ELSE
                       MOVE ZERO TO WS-REV-XFER-ID(WS-REV-COUNT)
                   END-IF
                   MOVE TRANS-OPERATOR-ID TO WS-REV-OPER(WS-REV-COUNT)
                   MOVE 'N' TO WS-REV-IS-REVERSAL(WS-REV-COUNT)
                   MOVE 'N' TO WS-REV-REVERSED(WS-REV-COUNT)
                   IF TRANS-REVERSAL-OF IS NUMERIC AND
                      TRANS-REVERSAL-OF > ZERO
                       MOVE 'Y' TO WS-REV-IS-REVERSAL(WS-REV-COUNT)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-REV-OVERFLOW
               END-IF
           END-IF
           IF TRANS-REVERSAL-OF IS NUMERIC AND
              TRANS-REVERSAL-OF > ZERO AND
              TRANS-REV-DATE = WS-REV-DATE
               MOVE 'N' TO WS-REV-MARKED
               PERFORM VARYING WS-REV-IX FROM 1 BY 1
                   UNTIL WS-REV-IX > WS-REV-COUNT
                       OR WS-REV-MARKED = 'Y'
                   IF WS-REV-TIME(WS-REV-IX) = TRANS-REV-TIME AND
                      WS-REV-AMOUNT(WS-REV-IX) = TRANS-AMOUNT AND
                      WS-REV-IS-REVERSAL(WS-REV-IX) = 'N' AND
                      WS-REV-REVERSED(WS-REV-IX) = 'N'
                       MOVE 'Y' TO WS-REV-REVERSED(WS-REV-IX)
                       MOVE 'Y' TO WS-REV-MARKED
                   END-IF
               END-PERFORM
           END-IF.

      * NUMBERED LISTING OF THE DAY'S POSTINGS FOR THE SUPERVISOR
       LIST-REVERSAL-CANDIDATES.
           DISPLAY "------------------------------"
           DISPLAY "Postings for account " WS-REV-FIRST-ACCOUNT
               " on " WS-REV-DATE
           PERFORM VARYING WS-REV-IX FROM 1 BY 1
               UNTIL WS-REV-IX > WS-REV-COUNT
               IF WS-REV-TYPE(WS-REV-IX) = 'D' OR
                  WS-REV-TYPE(WS-REV-IX) = 'd'
                   IF WS-REV-XFER-ID(WS-REV-IX) > ZERO
                       MOVE "TRANSFER IN" TO WS-REV-TYPE-TEXT
                   ELSE
                       MOVE "DEPOSIT" TO WS-REV-TYPE-TEXT
                   END-IF
               ELSE
                   IF WS-REV-XFER-ID(WS-REV-IX) > ZERO
                       MOVE "TRANSFER OUT" TO WS-REV-TYPE-TEXT
                   ELSE
                       MOVE "WITHDRAWAL" TO WS-REV-TYPE-TEXT
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-REV-IS-REVERSAL(WS-REV-IX) = 'Y'
                       MOVE "(REVERSAL)" TO WS-REV-FLAG-TEXT
                   WHEN WS-REV-REVERSED(WS-REV-IX) = 'Y'
                       MOVE "(ALREADY REVERSED)" TO WS-REV-FLAG-TEXT
                   WHEN OTHER
                       MOVE SPACES TO WS-REV-FLAG-TEXT
               END-EVALUATE
               MOVE WS-REV-AMOUNT(WS-REV-IX) TO WS-REV-AMOUNT-EDIT
               DISPLAY WS-REV-IX ". "
                   WS-REV-TIME(WS-REV-IX)(1:2) ":"
                   WS-REV-TIME(WS-REV-IX)(3:2) " "
                   WS-REV-TYPE-TEXT " " WS-REV-AMOUNT-EDIT
                   " Operator " WS-REV-OPER(WS-REV-IX)
                   " " WS-REV-FLAG-TEXT
           END-PERFORM
           DISPLAY "------------------------------".

      * THE PICKED ENTRY CAN BE REVERSED. A TRANSFER LEG BRINGS ITS
      * OTHER LEG WITH IT; THE SUPERVISOR CONFIRMS BEFORE ANYTHING
      * IS TOUCHED.
       CONFIRM-REVERSAL.
           MOVE WS-REV-TYPE(WS-REV-PICK) TO WS-REV-FIRST-TYPE
           MOVE WS-REV-AMOUNT(WS-REV-PICK) TO WS-TRANS-AMOUNT
           MOVE WS-REV-TIME(WS-REV-PICK) TO WS-REV-ORIG-TIME
           MOVE WS-REV-XFER-ID(WS-REV-PICK) TO WS-REV-ORIG-XFER
           MOVE 'Y' TO WS-REV-OK
           IF WS-REV-ORIG-XFER > ZERO
               PERFORM FIND-TRANSFER-OTHER-LEG
               IF WS-REV-OTHER-FOUND = 'N'
                   DISPLAY "Other side of the transfer is not on "
                       "file - rejected!"
                   MOVE 'N' TO WS-REV-OK
               ELSE
                   DISPLAY "Transfer - account " WS-REV-OTHER-ACCOUNT
                       " will be reversed with it."
               END-IF
           END-IF
           IF WS-REV-OK = 'Y'
               MOVE WS-TRANS-AMOUNT TO WS-REV-AMOUNT-EDIT
               DISPLAY "Reverse " WS-REV-AMOUNT-EDIT
                   " posted " WS-REV-DATE " at " WS-REV-ORIG-TIME
                   "? (Y/N): "
               ACCEPT WS-REV-CONFIRM
               IF WS-REV-CONFIRM = 'Y' OR WS-REV-CONFIRM = 'y'
                   PERFORM POST-REVERSAL
               ELSE
                   DISPLAY "Reversal cancelled."
               END-IF
           END-IF.

      * FIND THE OTHER LEG OF THE PICKED TRANSFER - SAME TRANSFER ID
      * AND DATE, ANOTHER ACCOUNT - AMONG THAT DAY'S POSTINGS
       FIND-TRANSFER-OTHER-LEG.
           MOVE 'N' TO WS-REV-OTHER-FOUND
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE WS-REV-DATE TO TRANS-POST-DATE
               MOVE 'N' TO WS-REVH-EOF
               START TRANS-FILE KEY IS EQUAL TO TRANS-POST-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-REVH-EOF
               END-START
               PERFORM UNTIL WS-REVH-EOF = 'Y'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REVH-EOF
                       NOT AT END
                           IF TRANS-POST-DATE NOT = WS-REV-DATE
                               MOVE 'Y' TO WS-REVH-EOF
                           END-IF
                           IF WS-REVH-EOF = 'N' AND
                              TRANS-TRANSFER-ID IS NUMERIC AND
                              TRANS-TRANSFER-ID = WS-REV-ORIG-XFER AND
                              TRANS-ACCOUNT-NUMBER NOT =
                                  WS-REV-FIRST-ACCOUNT AND
                              TRANS-AMOUNT = WS-TRANS-AMOUNT
                               MOVE TRANS-ACCOUNT-NUMBER
                                   TO WS-REV-OTHER-ACCOUNT
                               MOVE TRANS-TYPE TO WS-REV-OTHER-TYPE
                               MOVE 'Y' TO WS-REV-OTHER-FOUND
                               MOVE 'Y' TO WS-REVH-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

      * PROVE EVERY ACCOUNT INVOLVED, THEN MOVE THE MONEY AND LOG THE
      * OFFSETTING ENTRIES. A CLOSED ACCOUNT CANNOT TAKE THE OFFSET;
      * A FROZEN ONE CAN, SINCE A FREEZE STOPS CUSTOMER ACTIVITY AND
      * NOT THE BANK'S OWN CORRECTIONS.
       POST-REVERSAL.
           PERFORM OPEN-BANK-IO
           MOVE WS-REV-FIRST-ACCOUNT TO WS-REV-ACCOUNT
           PERFORM VALIDATE-REVERSAL-SIDE
           IF WS-REV-OK = 'Y' AND WS-REV-ORIG-XFER > ZERO
               MOVE WS-REV-OTHER-ACCOUNT TO WS-REV-ACCOUNT
               PERFORM VALIDATE-REVERSAL-SIDE
           END-IF
           IF WS-REV-OK = 'Y'
               MOVE WS-REV-FIRST-ACCOUNT TO WS-REV-ACCOUNT
               MOVE WS-REV-FIRST-TYPE TO WS-REV-NEW-TYPE
               PERFORM APPLY-REVERSAL-SIDE
           END-IF
           IF WS-REV-OK = 'Y' AND WS-REV-ORIG-XFER > ZERO
               MOVE WS-REV-OTHER-ACCOUNT TO WS-REV-ACCOUNT
               MOVE WS-REV-OTHER-TYPE TO WS-REV-NEW-TYPE
               PERFORM APPLY-REVERSAL-SIDE
           END-IF
           CLOSE BANK-FILE
           IF WS-REV-OK = 'Y'
               PERFORM WRITE-REVERSAL-ENTRIES
               DISPLAY "Reversal posted successfully!"
           END-IF.

       VALIDATE-REVERSAL-SIDE.
           MOVE WS-REV-ACCOUNT TO ACCOUNT-NUMBER
           READ BANK-FILE
               INVALID KEY
                   DISPLAY "Account " WS-REV-ACCOUNT
                       " not found - rejected!"
                   MOVE 'N' TO WS-REV-OK
               NOT INVALID KEY
                   IF ACCOUNT-STATUS = 'C'
                       DISPLAY "Account " WS-REV-ACCOUNT
                           " is closed - rejected!"
                       MOVE 'N' TO WS-REV-OK
                   END-IF
           END-READ.

      * OFFSET ONE ACCOUNT. WS-REV-NEW-TYPE COMES IN AS THE ORIGINAL
      * TYPE AND LEAVES AS THE OPPOSITE TYPE TO BE LOGGED. BEFORE AND
      * AFTER IMAGES GO TO THE AUDIT TRAIL UNDER THE SUPERVISOR'S ID.
       APPLY-REVERSAL-SIDE.
           MOVE WS-REV-ACCOUNT TO ACCOUNT-NUMBER
           READ BANK-FILE
               INVALID KEY
                   DISPLAY "Error posting reversal!"
                   MOVE 'N' TO WS-REV-OK
               NOT INVALID KEY
                   MOVE WS-REV-ACCOUNT TO WS-ACCOUNT-NUMBER
                   MOVE CUSTOMER-NAME TO WS-CUSTOMER-NAME
                   MOVE BALANCE TO WS-BALANCE
                   MOVE BRANCH-CODE TO WS-BRANCH-CODE
                   MOVE ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
                   MOVE ACCOUNT-STATUS TO WS-ACCOUNT-STATUS
                   MOVE "REVRSL" TO AUDIT-ACTION
                   MOVE "BEFORE" TO AUDIT-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
                   IF WS-REV-NEW-TYPE = 'D' OR WS-REV-NEW-TYPE = 'd'
                       SUBTRACT WS-TRANS-AMOUNT FROM BALANCE
                       MOVE 'W' TO WS-REV-NEW-TYPE
                   ELSE
                       ADD WS-TRANS-AMOUNT TO BALANCE
                       MOVE 'D' TO WS-REV-NEW-TYPE
                   END-IF
                   REWRITE BANK-RECORD
                       INVALID KEY
                           DISPLAY "Error posting reversal!"
                           MOVE 'N' TO WS-REV-OK
                   END-REWRITE
                   IF WS-REV-OK = 'Y'
                       MOVE BALANCE TO WS-BALANCE
                       MOVE "AFTER" TO AUDIT-IMAGE-TYPE
                       PERFORM WRITE-AUDIT-IMAGE
                       IF BALANCE < ZERO
                           MOVE BALANCE TO WS-BALANCE-EDIT
                           DISPLAY "Warning - account " WS-REV-ACCOUNT
                               " is now overdrawn: " WS-BALANCE-EDIT
                       END-IF
                   END-IF
           END-READ
           IF WS-REV-ACCOUNT = WS-REV-FIRST-ACCOUNT
               MOVE WS-REV-NEW-TYPE TO WS-REV-FIRST-TYPE
           ELSE
               MOVE WS-REV-NEW-TYPE TO WS-REV-OTHER-TYPE
           END-IF.

      * LOG THE OFFSETTING ENTRIES, EACH POINTING BACK AT THE DATE
      * AND TIME OF THE POSTING IT REVERSES. A TRANSFER'S TWO OFFSETS
      * SHARE A NEW TRANSFER ID SO REPORTS STILL PAIR THEM.
       WRITE-REVERSAL-ENTRIES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE ZERO TO WS-REV-NEW-XFER
           IF WS-REV-ORIG-XFER > ZERO
               ADD 1 TO WS-TRANSFER-SEQ
               MOVE WS-CURRENT-DATETIME(9:6) TO WS-TRANSFER-ID-TIME
               MOVE WS-TRANSFER-SEQ TO WS-TRANSFER-ID-SEQ
               MOVE WS-TRANSFER-ID TO WS-REV-NEW-XFER
           END-IF
           PERFORM OPEN-TRANS-IO
           MOVE WS-REV-FIRST-ACCOUNT TO TRANS-ACCOUNT-NUMBER
           MOVE WS-REV-FIRST-TYPE TO TRANS-TYPE
           PERFORM WRITE-REVERSAL-TRANS
           IF WS-REV-ORIG-XFER > ZERO
               MOVE WS-REV-OTHER-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE WS-REV-OTHER-TYPE TO TRANS-TYPE
               PERFORM WRITE-REVERSAL-TRANS
           END-IF
           CLOSE TRANS-FILE.

       WRITE-REVERSAL-TRANS.
           MOVE WS-TRANS-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATETIME(1:8) TO TRANS-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE WS-REV-NEW-XFER TO TRANS-TRANSFER-ID
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE WS-REV-DATE TO TRANS-REV-DATE
           MOVE WS-REV-ORIG-TIME TO TRANS-REV-TIME
           PERFORM WRITE-TRANS-HISTORY.

      * STOP-PAYMENT REGISTER. A CUSTOMER PHONES IN TO STOP A CHEQUE
      * AND THE STOP IS KEYED AGAINST THE ACCOUNT WITH THE CHEQUE
      * REFERENCE THE CLEARING PARTNER WILL QUOTE. THE CLEARING RUN
      * RETURNS ANY INBOUND DEBIT MATCHING AN OPEN STOP. THE FILE IS
      * SMALL AND LINE SEQUENTIAL, SO MAINTENANCE USES THE SAME
      * LOAD/SAVE TABLE PATTERN AS FUNDS HOLDS. ANY OPERATOR MAY
      * PLACE A STOP OR LIST THEM; CANCELLING ONE IS A SUPERVISOR
      * ACTION.
       STOP-PAYMENT-MENU.
           MOVE ZERO TO WS-STOP-CHOICE
           PERFORM UNTIL WS-STOP-CHOICE = 4
               DISPLAY "------------------------------"
               DISPLAY "    STOP PAYMENTS             "
               DISPLAY "------------------------------"
               DISPLAY "1. Place Stop Payment"
               DISPLAY "2. Cancel Stop Payment"
               DISPLAY "3. List Stops for an Account"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter your choice: "
               ACCEPT WS-STOP-CHOICE

               EVALUATE WS-STOP-CHOICE
                   WHEN 1
                       PERFORM PLACE-STOP-PAYMENT
                   WHEN 2
                       IF WS-OPERATOR-LEVEL = 'S'
                           PERFORM CANCEL-STOP-PAYMENT
                       ELSE
                           DISPLAY "Supervisor authorization required!"
                       END-IF
                   WHEN 3
                       PERFORM LIST-STOP-PAYMENTS
                   WHEN OTHER
                       DISPLAY "Returning to main menu..."
               END-EVALUATE
           END-PERFORM.

       LOAD-STOP-TABLE.
           MOVE ZERO TO WS-STOP-COUNT
           MOVE 'N' TO WS-STOP-OVERFLOW
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS = "00"
               MOVE 'N' TO WS-OPER-EOF
               PERFORM UNTIL WS-OPER-EOF = 'Y'
                   READ STOP-FILE
                       AT END
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           IF WS-STOP-COUNT < 200
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

      * PLACE A STOP ON AN OPEN OR FROZEN ACCOUNT. THE AMOUNT IS
      * OPTIONAL - LEFT BLANK, THE STOP CATCHES THE CHEQUE WHATEVER
      * AMOUNT IT IS PRESENTED FOR. A SECOND OPEN STOP FOR THE SAME
      * ACCOUNT AND REFERENCE IS REFUSED. THE STOP IS LOGGED TO THE
      * AUDIT TRAIL UNDER ACTION STOPPY WITH THE STOP AMOUNT IN THE
      * BALANCE COLUMN.
       PLACE-STOP-PAYMENT.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Account Number: "
               ACCEPT WS-ACCT-NUM-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-ACCOUNT-NUMBER =
                       FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                       ON SIZE ERROR
                           DISPLAY
                               "Invalid account number - out of range."
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid account number - digits only."
               END-IF
           END-PERFORM

           PERFORM OPEN-BANK-IO
           MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ BANK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           CLOSE BANK-FILE

           EVALUATE TRUE
               WHEN WS-FOUND = 'N'
                   DISPLAY "Account not found!"
               WHEN ACCOUNT-STATUS = 'C'
                   DISPLAY "Account is closed - no stop needed."
               WHEN OTHER
                   PERFORM ACCEPT-STOP-DETAILS
           END-EVALUATE.

      * KEY THE CHEQUE REFERENCE, OPTIONAL AMOUNT AND EXPIRY FOR THE
      * ACCOUNT IN WS-ACCOUNT-NUMBER AND ADD THE STOP TO THE FILE
       ACCEPT-STOP-DETAILS.
           MOVE SPACES TO WS-STOP-REFERENCE
           PERFORM UNTIL WS-STOP-REFERENCE NOT = SPACES
               DISPLAY "Enter Cheque Reference (12 characters): "
               ACCEPT WS-STOP-REFERENCE
               IF WS-STOP-REFERENCE = SPACES
                   DISPLAY "Cheque reference is required."
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Cheque Amount (blank for any amount): "
               MOVE SPACES TO WS-TRANS-AMOUNT-INPUT
               ACCEPT WS-TRANS-AMOUNT-INPUT
               IF WS-TRANS-AMOUNT-INPUT = SPACES
                   MOVE ZERO TO WS-STOP-AMOUNT
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   COMPUTE WS-NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(WS-TRANS-AMOUNT-INPUT)
                   MOVE ZERO TO WS-NEG-COUNT
                   INSPECT WS-TRANS-AMOUNT-INPUT TALLYING WS-NEG-COUNT
                       FOR ALL "-"
                   IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                       COMPUTE WS-STOP-AMOUNT =
                           FUNCTION NUMVAL(WS-TRANS-AMOUNT-INPUT)
                           ON SIZE ERROR
                               DISPLAY "Invalid amount - out of range."
                           NOT ON SIZE ERROR
                               MOVE 'Y' TO WS-VALID-INPUT
                       END-COMPUTE
                   ELSE
                       DISPLAY "Invalid amount - enter a number."
                   END-IF
               END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Expiry Date (YYYYMMDD): "
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS NUMERIC
                   IF WS-DATE-INPUT < WS-TODAY-DATE
                       DISPLAY "Expiry date is already past."
                   ELSE
                       MOVE 'Y' TO WS-VALID-INPUT
                   END-IF
               ELSE
                   DISPLAY "Invalid date - eight digits YYYYMMDD."
               END-IF
           END-PERFORM

           PERFORM LOAD-STOP-TABLE
           MOVE 'N' TO WS-STOP-DUPLICATE
           PERFORM VARYING WS-STOP-IX FROM 1 BY 1
               UNTIL WS-STOP-IX > WS-STOP-COUNT
               IF WS-STP-ACCOUNT(WS-STOP-IX) = WS-ACCOUNT-NUMBER AND
                  WS-STP-REFERENCE(WS-STOP-IX) = WS-STOP-REFERENCE AND
                  WS-STP-STATUS(WS-STOP-IX) = 'O'
                   MOVE 'Y' TO WS-STOP-DUPLICATE
               END-IF
           END-PERFORM
      * A SAVE FROM AN OVERFLOWED TABLE WOULD DESTROY THE STOPS
      * THAT DID NOT FIT, SO MAINTENANCE IS REFUSED INSTEAD
           EVALUATE TRUE
               WHEN WS-STOP-OVERFLOW = 'Y'
                   DISPLAY "Stop file holds more lines than the "
                       "table - stop refused."
               WHEN WS-STOP-DUPLICATE = 'Y'
                   DISPLAY "An open stop already exists for that "
                       "cheque."
               WHEN WS-STOP-COUNT NOT < 200
                   DISPLAY "Stop table full - stop rejected!"
               WHEN OTHER
                   ADD 1 TO WS-STOP-COUNT
                   MOVE WS-ACCOUNT-NUMBER
                       TO WS-STP-ACCOUNT(WS-STOP-COUNT)
                   MOVE WS-STOP-REFERENCE
                       TO WS-STP-REFERENCE(WS-STOP-COUNT)
                   MOVE WS-STOP-AMOUNT
                       TO WS-STP-AMOUNT(WS-STOP-COUNT)
                   MOVE WS-DATE-INPUT
                       TO WS-STP-EXPIRY(WS-STOP-COUNT)
                   MOVE WS-OPERATOR-ID
                       TO WS-STP-PLACED-BY(WS-STOP-COUNT)
                   MOVE WS-TODAY-DATE
                       TO WS-STP-PLACED-DATE(WS-STOP-COUNT)
                   MOVE 'O' TO WS-STP-STATUS(WS-STOP-COUNT)
                   MOVE ZERO TO WS-STP-USED-DATE(WS-STOP-COUNT)
                   PERFORM SAVE-STOP-TABLE
                   PERFORM AUDIT-STOP-PAYMENT
                   DISPLAY "Stop payment placed successfully!"
           END-EVALUATE.

      * CANCEL AN OPEN STOP BY ITS LINE NUMBER FROM THE LISTING.
      * CANCELLED STOPS STAY ON FILE FOR THE RECORD.
       CANCEL-STOP-PAYMENT.
           PERFORM LOAD-STOP-TABLE
      * A SAVE FROM AN OVERFLOWED TABLE WOULD DESTROY THE STOPS
      * THAT DID NOT FIT, SO MAINTENANCE IS REFUSED INSTEAD
           IF WS-STOP-OVERFLOW = 'Y'
               DISPLAY "Stop file holds more lines than the table - "
                   "maintenance refused."
           ELSE
           IF WS-STOP-COUNT = ZERO
               DISPLAY "No stops on file."
           ELSE
               PERFORM VARYING WS-STOP-IX FROM 1 BY 1
                   UNTIL WS-STOP-IX > WS-STOP-COUNT
                   DISPLAY WS-STOP-IX
                       ". Account " WS-STP-ACCOUNT(WS-STOP-IX)
                       " Ref " WS-STP-REFERENCE(WS-STOP-IX)
                       " Amount " WS-STP-AMOUNT(WS-STOP-IX)
                       " Expiry " WS-STP-EXPIRY(WS-STOP-IX)
                       " Status " WS-STP-STATUS(WS-STOP-IX)
               END-PERFORM
               DISPLAY "Enter Stop Line Number to Cancel: "
               ACCEPT WS-STOP-PICK
               IF WS-STOP-PICK > ZERO AND
                  WS-STOP-PICK NOT > WS-STOP-COUNT
                   IF WS-STP-STATUS(WS-STOP-PICK) = 'O'
                       MOVE 'C' TO WS-STP-STATUS(WS-STOP-PICK)
                       PERFORM SAVE-STOP-TABLE
                       MOVE WS-STP-ACCOUNT(WS-STOP-PICK)
                           TO WS-ACCOUNT-NUMBER
                       MOVE WS-STP-AMOUNT(WS-STOP-PICK)
                           TO WS-STOP-AMOUNT
                       PERFORM AUDIT-STOP-PAYMENT
                       DISPLAY "Stop payment cancelled."
                   ELSE
                       DISPLAY "Stop is not open."
                   END-IF
               ELSE
                   DISPLAY "Invalid line number."
               END-IF
           END-IF
           END-IF.

      * LIST EVERY STOP ON FILE FOR ONE ACCOUNT, WHATEVER ITS STATUS
       LIST-STOP-PAYMENTS.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               DISPLAY "Enter Account Number: "
               ACCEPT WS-ACCT-NUM-INPUT
               COMPUTE WS-NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(WS-ACCT-NUM-INPUT)
               MOVE ZERO TO WS-NEG-COUNT
               INSPECT WS-ACCT-NUM-INPUT TALLYING WS-NEG-COUNT
                   FOR ALL "-"
               IF WS-NUMVAL-CHECK = 0 AND WS-NEG-COUNT = 0
                   COMPUTE WS-ACCOUNT-NUMBER =
                       FUNCTION NUMVAL(WS-ACCT-NUM-INPUT)
                       ON SIZE ERROR
                           DISPLAY
                               "Invalid account number - out of range."
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-VALID-INPUT
                   END-COMPUTE
               ELSE
                   DISPLAY "Invalid account number - digits only."
               END-IF
           END-PERFORM

           PERFORM LOAD-STOP-TABLE
           MOVE 'N' TO WS-ACCT-LISTED
           PERFORM VARYING WS-STOP-IX FROM 1 BY 1
               UNTIL WS-STOP-IX > WS-STOP-COUNT
               IF WS-STP-ACCOUNT(WS-STOP-IX) = WS-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ACCT-LISTED
                   DISPLAY WS-STOP-IX
                       ". Ref " WS-STP-REFERENCE(WS-STOP-IX)
                       " Amount " WS-STP-AMOUNT(WS-STOP-IX)
                       " Expiry " WS-STP-EXPIRY(WS-STOP-IX)
                       " Status " WS-STP-STATUS(WS-STOP-IX)
                       " By " WS-STP-PLACED-BY(WS-STOP-IX)
                       " On " WS-STP-PLACED-DATE(WS-STOP-IX)
               END-IF
           END-PERFORM
           IF WS-ACCT-LISTED = 'N'
               DISPLAY "No stops on file for that account."
           END-IF.

      * LOG A STOP-PAYMENT CHANGE TO THE AUDIT TRAIL. THE STOP AMOUNT
      * RIDES IN THE BALANCE COLUMN - ZERO FOR AN ANY-AMOUNT STOP.
       AUDIT-STOP-PAYMENT.
           MOVE "STOP PAYMENT" TO WS-CUSTOMER-NAME
           MOVE WS-STOP-AMOUNT TO WS-BALANCE
           MOVE ZERO TO WS-BRANCH-CODE
           MOVE SPACE TO WS-ACCOUNT-TYPE
           MOVE SPACE TO WS-ACCOUNT-STATUS
           MOVE "STOPPY" TO AUDIT-ACTION
           MOVE "AFTER" TO AUDIT-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE.
