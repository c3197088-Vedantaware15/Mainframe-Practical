       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

      * WEEKLY CROSS-FILE INTEGRITY SCAN. READS THE ACCOUNT MASTER,
      * THE CUSTOMER MASTER, THE STANDING ORDER FILE, THE FUNDS HOLD
      * FILE, THE ACCOUNT-RELATIONSHIP FILE AND THE OPERATOR MASTER
      * AND CHECKS THEM AGAINST EACH OTHER, SO DRIFT IS CAUGHT BEFORE
      * IT BREAKS A NIGHT RUN OR A CUSTOMER'S STATEMENT. NOTHING IS
      * CHANGED - EVERY FINDING GOES TO ONE EXCEPTION REPORT, GROUPED
      * BY RULE AND WITHIN A RULE BY BRANCH, WITH A COUNT PER BRANCH
      * AND PER RULE AND A SUMMARY OF ALL RULES AT THE END.
      *
      * THE RULES, WITH W=WARNING OR E=ERROR:
      *   01 W ACCOUNT HAS NO CUSTOMER NUMBER
      *   02 E ACCOUNT'S CUSTOMER NOT ON THE CUSTOMER MASTER
      *   03 W CUSTOMER-NAME COPY DIFFERS FROM THE MASTER NAME
      *   04 E ACCOUNT-STATUS CODE NOT A, F, C OR BLANK
      *   05 E ACCOUNT-TYPE CODE NOT S OR C
      *   06 W OVERDRAFT-LIMIT SET ON A NON-CHECKING ACCOUNT
      *   07 W STANDING ORDER ON A CLOSED ACCOUNT
      *   08 E STANDING ORDER ON AN ACCOUNT NOT ON FILE
      *   09 W OPEN HOLD ON A CLOSED ACCOUNT
      *   10 E OPEN HOLD ON AN ACCOUNT NOT ON FILE
      *   11 W ACCOUNT LINK TO AN ACCOUNT OR CUSTOMER NOT ON FILE
      *   12 E OPERATOR WITH BAD AUTH LEVEL OR BLANK PASSWORD
      *   13 E OPERATOR ID ON FILE MORE THAN ONCE
      * A FINDING WITH NO ACCOUNT BEHIND IT - A DELETED ACCOUNT, AN
      * OPERATOR - IS LISTED UNDER BRANCH 000. RELEASED HOLDS ARE
      * HISTORY AND ARE NOT CHECKED.
      *
      * THE RUN ENDS WITH A RETURN CODE FOR OPERATIONS:
      *   00 CLEAN        04 WARNINGS ONLY    08 ERRORS FOUND
      *   12 MORE FINDINGS THAN THE REPORT TABLE HOLDS - COUNTS ARE
      *      COMPLETE BUT THE DETAIL LISTING IS NOT
      *   16 SCAN NOT RUN - ACCOUNT MASTER UNAVAILABLE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO "BANK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-BANK-STATUS.
           SELECT CUST-FILE ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SORD-FILE ASSIGN TO "SORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORD-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT REL-FILE ASSIGN TO "RELMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE.
           COPY BANKREC.

       FD CUST-FILE.
           COPY CUSTREC.

       FD SORD-FILE.
           COPY SORDREC.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD REL-FILE.
           COPY RELREC.

      * OPERATOR MASTER - ONE LINE PER OPERATOR, MAINTAINED BY THE
      * SUPERVISOR: ID, PASSWORD, AUTHORIZATION LEVEL
      * (T=TELLER, S=SUPERVISOR)
       FD OPER-FILE.
       01 OPER-RECORD.
           05 OPER-ID               PIC X(8).
           05 OPER-PASSWORD         PIC X(8).
           05 OPER-AUTH-LEVEL       PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-BANK-STATUS       PIC XX VALUE '00'.
       01 WS-CUST-STATUS       PIC XX VALUE '00'.
       01 WS-SORD-STATUS       PIC XX VALUE '00'.
       01 WS-HOLDS-STATUS      PIC XX VALUE '00'.
       01 WS-REL-STATUS        PIC XX VALUE '00'.
       01 WS-OPER-STATUS       PIC XX VALUE '00'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-CUST-OPEN         PIC X VALUE 'N'.
       01 WS-FOUND             PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME  PIC X(21).
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ACCOUNT-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-SORD-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-HOLD-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-REL-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-OPER-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-KEY-NUMBER        PIC 9(5).
       01 WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZ9.99.

      * THE FINDING BEING RECORDED
       01 WS-NEW-RULE          PIC 9(2).
       01 WS-NEW-BRANCH        PIC 9(3).
       01 WS-NEW-KEY           PIC X(8).
       01 WS-NEW-DETAIL        PIC X(50).

      * EVERY FINDING, IN THE ORDER FOUND
       01 WS-EXC-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-EXC-IX            PIC 9(5).
       01 WS-EXC-OVERFLOW      PIC X VALUE 'N'.
       01 WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 2000 TIMES.
               10 WS-EXC-RULE       PIC 9(2).
               10 WS-EXC-BRANCH     PIC 9(3).
               10 WS-EXC-KEY        PIC X(8).
               10 WS-EXC-DETAIL     PIC X(50).

      * THE BRANCHES WITH FINDINGS, KEPT IN ASCENDING ORDER SO THE
      * REPORT WALKS THEM IN BRANCH SEQUENCE
       01 WS-BRANCH-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-IX         PIC 9(4).
       01 WS-BRANCH-POS        PIC 9(4).
       01 WS-BRANCH-FOUND      PIC X VALUE 'N'.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1000 TIMES.
               10 WS-BR-CODE        PIC 9(3).

      * COUNTS PER RULE, COMPLETE EVEN WHEN THE TABLE OVERFLOWS
       01 WS-RULE-MAX          PIC 9(2) VALUE 13.
       01 WS-RULE-IX           PIC 9(2).
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 13 TIMES.
               10 WS-RULE-COUNT     PIC 9(7).
       01 WS-RULE-TEXT         PIC X(50).
       01 WS-RULE-SEVERITY     PIC X(1).
       01 WS-RULE-SEV-TEXT     PIC X(7).
       01 WS-BRANCH-ITEMS      PIC 9(7).
       01 WS-TOTAL-EXCEPTIONS  PIC 9(7) VALUE ZERO.
       01 WS-WARNING-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-ERROR-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-RUN-RC            PIC 9(2) VALUE ZERO.

      * OPERATOR IDS SEEN SO FAR, FOR THE DUPLICATE CHECK
       01 WS-OPID-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-OPID-IX           PIC 9(3).
       01 WS-OPID-DUPLICATE    PIC X VALUE 'N'.
       01 WS-OPID-TABLE.
           05 WS-OPID-ENTRY OCCURS 500 TIMES.
               10 WS-OPID-ID        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-MAX
               MOVE ZERO TO WS-RULE-COUNT(WS-RULE-IX)
           END-PERFORM

           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "SCAN NOT RUN - BANK.DAT status: "
                   WS-BANK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
               DISPLAY "CUSTMST.DAT not available - every customer "
                   "reference will report as missing."
           END-IF

           PERFORM SCAN-ACCOUNTS
           PERFORM SCAN-STANDING-ORDERS
           PERFORM SCAN-HOLDS
           PERFORM SCAN-ACCOUNT-LINKS
           PERFORM SCAN-OPERATORS

           CLOSE BANK-FILE
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUST-FILE
           END-IF

           PERFORM PRINT-EXCEPTION-REPORT
           PERFORM PRINT-RULE-SUMMARY
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      * PASS OVER THE ACCOUNT MASTER - RULES 01 TO 06
       SCAN-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
           MOVE ZERO TO WS-NEW-BRANCH
           IF BRANCH-CODE IS NUMERIC
               MOVE BRANCH-CODE TO WS-NEW-BRANCH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-KEY-NUMBER
           MOVE WS-KEY-NUMBER TO WS-NEW-KEY

           IF CUSTOMER-NUMBER IS NOT NUMERIC OR
              CUSTOMER-NUMBER = ZERO
               MOVE 01 TO WS-NEW-RULE
               MOVE "CUSTOMER-NUMBER IS ZERO OR BLANK" TO WS-NEW-DETAIL
               PERFORM ADD-EXCEPTION
           ELSE
               MOVE 'N' TO WS-FOUND
               IF WS-CUST-OPEN = 'Y'
                   MOVE CUSTOMER-NUMBER TO CUST-NUMBER
                   READ CUST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FOUND
                   END-READ
               END-IF
               IF WS-FOUND = 'N'
                   MOVE 02 TO WS-NEW-RULE
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING "CUSTOMER " CUSTOMER-NUMBER
                       " NOT ON CUSTMST"
                       INTO WS-NEW-DETAIL
                   PERFORM ADD-EXCEPTION
               ELSE
                   IF CUSTOMER-NAME NOT = CUST-NAME
                       MOVE 03 TO WS-NEW-RULE
                       MOVE SPACES TO WS-NEW-DETAIL
                       STRING "HAS " CUSTOMER-NAME
                           " MASTER " CUST-NAME
                           INTO WS-NEW-DETAIL
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF
           END-IF

           IF ACCOUNT-STATUS NOT = 'A' AND
              ACCOUNT-STATUS NOT = 'F' AND
              ACCOUNT-STATUS NOT = 'C' AND
              ACCOUNT-STATUS NOT = SPACE
               MOVE 04 TO WS-NEW-RULE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "ACCOUNT-STATUS CODE '" ACCOUNT-STATUS "'"
                   INTO WS-NEW-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF

           IF ACCOUNT-TYPE NOT = 'S' AND ACCOUNT-TYPE NOT = 's' AND
              ACCOUNT-TYPE NOT = 'C' AND ACCOUNT-TYPE NOT = 'c'
               MOVE 05 TO WS-NEW-RULE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "ACCOUNT-TYPE CODE '" ACCOUNT-TYPE "'"
                   INTO WS-NEW-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF

           IF OVERDRAFT-LIMIT IS NUMERIC AND
              OVERDRAFT-LIMIT > ZERO AND
              ACCOUNT-TYPE NOT = 'C' AND ACCOUNT-TYPE NOT = 'c'
               MOVE 06 TO WS-NEW-RULE
               MOVE OVERDRAFT-LIMIT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "LIMIT " WS-AMOUNT-EDIT " ON TYPE '"
                   ACCOUNT-TYPE "'"
                   INTO WS-NEW-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF.

      * EVERY STANDING ORDER, ACTIVE OR HELD, MUST POINT AT AN
      * ACCOUNT STILL OPEN FOR BUSINESS - RULES 07 AND 08
       SCAN-STANDING-ORDERS.
           OPEN INPUT SORD-FILE
           IF WS-SORD-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SORD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SORD-COUNT
                           PERFORM CHECK-ONE-STANDING-ORDER
                   END-READ
               END-PERFORM
               CLOSE SORD-FILE
           END-IF.

       CHECK-ONE-STANDING-ORDER.
           MOVE SORD-ACCOUNT-NUMBER TO WS-KEY-NUMBER
           MOVE WS-KEY-NUMBER TO WS-NEW-KEY
           MOVE SORD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-NEW-DETAIL
           STRING "ORDER " SORD-TYPE " " WS-AMOUNT-EDIT
               " DAY " SORD-DAY " FLAG " SORD-ACTIVE
               INTO WS-NEW-DETAIL
           MOVE SORD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ BANK-FILE
               INVALID KEY
                   MOVE 08 TO WS-NEW-RULE
                   MOVE ZERO TO WS-NEW-BRANCH
                   PERFORM ADD-EXCEPTION
               NOT INVALID KEY
                   IF ACCOUNT-STATUS = 'C'
                       MOVE 07 TO WS-NEW-RULE
                       MOVE ZERO TO WS-NEW-BRANCH
                       IF BRANCH-CODE IS NUMERIC
                           MOVE BRANCH-CODE TO WS-NEW-BRANCH
                       END-IF
                       PERFORM ADD-EXCEPTION
                   END-IF
           END-READ.

      * EVERY OPEN HOLD MUST POINT AT AN ACCOUNT STILL OPEN FOR
      * BUSINESS - RULES 09 AND 10
       SCAN-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-HOLD-COUNT
                           IF HOLD-STATUS = 'O'
                               PERFORM CHECK-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       CHECK-ONE-HOLD.
           MOVE HOLD-ACCOUNT-NUMBER TO WS-KEY-NUMBER
           MOVE WS-KEY-NUMBER TO WS-NEW-KEY
           MOVE HOLD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-NEW-DETAIL
           STRING "HOLD " WS-AMOUNT-EDIT " EXPIRY " HOLD-EXPIRY
               INTO WS-NEW-DETAIL
           MOVE HOLD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ BANK-FILE
               INVALID KEY
                   MOVE 10 TO WS-NEW-RULE
                   MOVE ZERO TO WS-NEW-BRANCH
                   PERFORM ADD-EXCEPTION
               NOT INVALID KEY
                   IF ACCOUNT-STATUS = 'C'
                       MOVE 09 TO WS-NEW-RULE
                       MOVE ZERO TO WS-NEW-BRANCH
                       IF BRANCH-CODE IS NUMERIC
                           MOVE BRANCH-CODE TO WS-NEW-BRANCH
                       END-IF
                       PERFORM ADD-EXCEPTION
                   END-IF
           END-READ.

      * EVERY ACCOUNT LINK MUST POINT AT AN ACCOUNT AND A CUSTOMER
      * STILL ON FILE - RULE 11
       SCAN-ACCOUNT-LINKS.
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-REL-COUNT
                           PERFORM CHECK-ONE-LINK
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           END-IF.

       CHECK-ONE-LINK.
           MOVE 11 TO WS-NEW-RULE
           MOVE REL-ACCOUNT-NUMBER TO WS-KEY-NUMBER
           MOVE WS-KEY-NUMBER TO WS-NEW-KEY
           MOVE ZERO TO WS-NEW-BRANCH
           MOVE REL-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ BANK-FILE
               INVALID KEY
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING "ROLE " REL-ROLE " FOR CUSTOMER "
                       REL-CUST-NUMBER " - ACCOUNT NOT ON FILE"
                       INTO WS-NEW-DETAIL
                   PERFORM ADD-EXCEPTION
               NOT INVALID KEY
                   IF BRANCH-CODE IS NUMERIC
                       MOVE BRANCH-CODE TO WS-NEW-BRANCH
                   END-IF
                   MOVE 'N' TO WS-FOUND
                   IF WS-CUST-OPEN = 'Y'
                       MOVE REL-CUST-NUMBER TO CUST-NUMBER
                       READ CUST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-FOUND
                       END-READ
                   END-IF
                   IF WS-FOUND = 'N'
                       MOVE SPACES TO WS-NEW-DETAIL
                       STRING "ROLE " REL-ROLE " FOR CUSTOMER "
                           REL-CUST-NUMBER " - NOT ON CUSTMST"
                           INTO WS-NEW-DETAIL
                       PERFORM ADD-EXCEPTION
                   END-IF
           END-READ.

      * EVERY OPERATOR NEEDS A PASSWORD, A T OR S LEVEL AND AN ID OF
      * ITS OWN - RULES 12 AND 13. SIGN-ON TAKES THE FIRST MATCHING
      * LINE, SO A DUPLICATE SILENTLY SHADOWS THE LATER ONE.
       SCAN-OPERATORS.
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-OPER-COUNT
                           PERFORM CHECK-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPER-FILE
           END-IF.

       CHECK-ONE-OPERATOR.
           MOVE ZERO TO WS-NEW-BRANCH
           MOVE OPER-ID TO WS-NEW-KEY
           IF OPER-AUTH-LEVEL NOT = 'T' AND OPER-AUTH-LEVEL NOT = 'S'
               MOVE 12 TO WS-NEW-RULE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "AUTH LEVEL '" OPER-AUTH-LEVEL "'"
                   INTO WS-NEW-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF
           IF OPER-PASSWORD = SPACES
               MOVE 12 TO WS-NEW-RULE
               MOVE "BLANK PASSWORD" TO WS-NEW-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF

           MOVE 'N' TO WS-OPID-DUPLICATE
           PERFORM VARYING WS-OPID-IX FROM 1 BY 1
               UNTIL WS-OPID-IX > WS-OPID-COUNT
                   OR WS-OPID-DUPLICATE = 'Y'
               IF WS-OPID-ID(WS-OPID-IX) = OPER-ID
                   MOVE 'Y' TO WS-OPID-DUPLICATE
               END-IF
           END-PERFORM
           IF WS-OPID-DUPLICATE = 'Y'
               MOVE 13 TO WS-NEW-RULE
               MOVE "ID ALREADY ON FILE ABOVE THIS LINE"
                   TO WS-NEW-DETAIL
               PERFORM ADD-EXCEPTION
           ELSE
               IF WS-OPID-COUNT < 500
                   ADD 1 TO WS-OPID-COUNT
                   MOVE OPER-ID TO WS-OPID-ID(WS-OPID-COUNT)
               END-IF
           END-IF.

      * RECORD ONE FINDING. THE RULE COUNT IS ALWAYS KEPT; THE DETAIL
      * IS KEPT WHILE THE TABLE HAS ROOM, AND ITS BRANCH JOINS THE
      * ORDERED BRANCH LIST.
       ADD-EXCEPTION.
           ADD 1 TO WS-RULE-COUNT(WS-NEW-RULE)
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           IF WS-EXC-COUNT < 2000
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-NEW-RULE TO WS-EXC-RULE(WS-EXC-COUNT)
               MOVE WS-NEW-BRANCH TO WS-EXC-BRANCH(WS-EXC-COUNT)
               MOVE WS-NEW-KEY TO WS-EXC-KEY(WS-EXC-COUNT)
               MOVE WS-NEW-DETAIL TO WS-EXC-DETAIL(WS-EXC-COUNT)
               PERFORM NOTE-EXCEPTION-BRANCH
           ELSE
               MOVE 'Y' TO WS-EXC-OVERFLOW
           END-IF.

      * INSERT WS-NEW-BRANCH INTO THE ASCENDING BRANCH LIST UNLESS IT
      * IS ALREADY THERE
       NOTE-EXCEPTION-BRANCH.
           MOVE 'N' TO WS-BRANCH-FOUND
           MOVE 1 TO WS-BRANCH-POS
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
                   OR WS-BRANCH-FOUND = 'Y'
               IF WS-BR-CODE(WS-BRANCH-IX) = WS-NEW-BRANCH
                   MOVE 'Y' TO WS-BRANCH-FOUND
               END-IF
               IF WS-BR-CODE(WS-BRANCH-IX) < WS-NEW-BRANCH
                   COMPUTE WS-BRANCH-POS = WS-BRANCH-IX + 1
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 'N'
               PERFORM VARYING WS-BRANCH-IX FROM WS-BRANCH-COUNT BY -1
                   UNTIL WS-BRANCH-IX < WS-BRANCH-POS
                   MOVE WS-BR-CODE(WS-BRANCH-IX)
                       TO WS-BR-CODE(WS-BRANCH-IX + 1)
               END-PERFORM
               MOVE WS-NEW-BRANCH TO WS-BR-CODE(WS-BRANCH-POS)
               ADD 1 TO WS-BRANCH-COUNT
           END-IF.

      * THE REPORT PROPER - FOR EACH RULE WITH FINDINGS, EACH BRANCH
      * IN ORDER WITH ITS FINDINGS AND COUNT, THEN THE RULE TOTAL
       PRINT-EXCEPTION-REPORT.
           DISPLAY "=============================================="
           DISPLAY "   WEEKLY FILE INTEGRITY EXCEPTION REPORT     "
           DISPLAY "=============================================="
           DISPLAY "Run Date         : " WS-RUN-DATE
           DISPLAY "Accounts Scanned : " WS-ACCOUNT-COUNT
           DISPLAY "Standing Orders  : " WS-SORD-COUNT
           DISPLAY "Holds            : " WS-HOLD-COUNT
           DISPLAY "Account Links    : " WS-REL-COUNT
           DISPLAY "Operators        : " WS-OPER-COUNT
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-MAX
               IF WS-RULE-COUNT(WS-RULE-IX) > ZERO
                   PERFORM PRINT-ONE-RULE
               END-IF
           END-PERFORM
           IF WS-TOTAL-EXCEPTIONS = ZERO
               DISPLAY "----------------------------------------------"
               DISPLAY "No exceptions found - the files agree."
           END-IF.

       PRINT-ONE-RULE.
           PERFORM FORMAT-RULE-TEXT
           DISPLAY "----------------------------------------------"
           DISPLAY "RULE " WS-RULE-IX " " WS-RULE-SEV-TEXT " "
               WS-RULE-TEXT
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               MOVE ZERO TO WS-BRANCH-ITEMS
               PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > WS-EXC-COUNT
                   IF WS-EXC-RULE(WS-EXC-IX) = WS-RULE-IX AND
                      WS-EXC-BRANCH(WS-EXC-IX) =
                          WS-BR-CODE(WS-BRANCH-IX)
                       IF WS-BRANCH-ITEMS = ZERO
                           DISPLAY "  Branch " WS-BR-CODE(WS-BRANCH-IX)
                       END-IF
                       ADD 1 TO WS-BRANCH-ITEMS
                       DISPLAY "    " WS-EXC-KEY(WS-EXC-IX)
                           "  " WS-EXC-DETAIL(WS-EXC-IX)
                   END-IF
               END-PERFORM
               IF WS-BRANCH-ITEMS > ZERO
                   DISPLAY "  Branch " WS-BR-CODE(WS-BRANCH-IX)
                       " count: " WS-BRANCH-ITEMS
               END-IF
           END-PERFORM
           DISPLAY "Rule " WS-RULE-IX " total: "
               WS-RULE-COUNT(WS-RULE-IX).

      * ONE LINE PER RULE WITH ITS COUNT, THEN THE RETURN CODE THE
      * RUN WILL END WITH
       PRINT-RULE-SUMMARY.
           DISPLAY "=============================================="
           DISPLAY "              SUMMARY BY RULE                 "
           DISPLAY "=============================================="
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-MAX
               PERFORM FORMAT-RULE-TEXT
               DISPLAY WS-RULE-IX " " WS-RULE-SEVERITY " "
                   WS-RULE-TEXT " " WS-RULE-COUNT(WS-RULE-IX)
               IF WS-RULE-SEVERITY = 'E'
                   ADD WS-RULE-COUNT(WS-RULE-IX) TO WS-ERROR-COUNT
               ELSE
                   ADD WS-RULE-COUNT(WS-RULE-IX) TO WS-WARNING-COUNT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-EXC-OVERFLOW = 'Y'
                   MOVE 12 TO WS-RUN-RC
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 08 TO WS-RUN-RC
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 04 TO WS-RUN-RC
               WHEN OTHER
                   MOVE ZERO TO WS-RUN-RC
           END-EVALUATE
           DISPLAY "----------------------------------------------"
           DISPLAY "Errors           : " WS-ERROR-COUNT
           DISPLAY "Warnings         : " WS-WARNING-COUNT
           DISPLAY "Total Exceptions : " WS-TOTAL-EXCEPTIONS
           IF WS-EXC-OVERFLOW = 'Y'
               DISPLAY "DETAIL LISTING INCOMPLETE - more findings "
                   "than the report table holds."
           END-IF
           DISPLAY "Return Code      : " WS-RUN-RC
           DISPLAY "==============================================".

       FORMAT-RULE-TEXT.
           EVALUATE WS-RULE-IX
               WHEN 01
                   MOVE "ACCOUNT HAS NO CUSTOMER NUMBER" TO WS-RULE-TEXT
                   MOVE 'W' TO WS-RULE-SEVERITY
               WHEN 02
                   MOVE "ACCOUNT CUSTOMER NOT ON CUSTOMER MASTER"
                       TO WS-RULE-TEXT
                   MOVE 'E' TO WS-RULE-SEVERITY
               WHEN 03
                   MOVE "CUSTOMER-NAME COPY DIFFERS FROM MASTER"
                       TO WS-RULE-TEXT
                   MOVE 'W' TO WS-RULE-SEVERITY
               WHEN 04
                   MOVE "BAD ACCOUNT-STATUS CODE" TO WS-RULE-TEXT
                   MOVE 'E' TO WS-RULE-SEVERITY
               WHEN 05
                   MOVE "BAD ACCOUNT-TYPE CODE" TO WS-RULE-TEXT
                   MOVE 'E' TO WS-RULE-SEVERITY
               WHEN 06
                   MOVE "OVERDRAFT-LIMIT ON NON-CHECKING ACCOUNT"
                       TO WS-RULE-TEXT
                   MOVE 'W' TO WS-RULE-SEVERITY
               WHEN 07
                   MOVE "STANDING ORDER ON CLOSED ACCOUNT"
                       TO WS-RULE-TEXT
                   MOVE 'W' TO WS-RULE-SEVERITY
               WHEN 08
                   MOVE "STANDING ORDER ON ACCOUNT NOT ON FILE"
                       TO WS-RULE-TEXT
                   MOVE 'E' TO WS-RULE-SEVERITY
               WHEN 09
                   MOVE "OPEN HOLD ON CLOSED ACCOUNT" TO WS-RULE-TEXT
                   MOVE 'W' TO WS-RULE-SEVERITY
               WHEN 10
                   MOVE "OPEN HOLD ON ACCOUNT NOT ON FILE"
                       TO WS-RULE-TEXT
                   MOVE 'E' TO WS-RULE-SEVERITY
               WHEN 11
                   MOVE "ACCOUNT LINK TO ACCOUNT/CUSTOMER NOT ON FILE"
                       TO WS-RULE-TEXT
                   MOVE 'W' TO WS-RULE-SEVERITY
               WHEN 12
                   MOVE "OPERATOR BAD AUTH LEVEL OR BLANK PASSWORD"
                       TO WS-RULE-TEXT
                   MOVE 'E' TO WS-RULE-SEVERITY
               WHEN 13
                   MOVE "DUPLICATE OPERATOR ID" TO WS-RULE-TEXT
                   MOVE 'E' TO WS-RULE-SEVERITY
           END-EVALUATE
           IF WS-RULE-SEVERITY = 'E'
               MOVE "ERROR" TO WS-RULE-SEV-TEXT
           ELSE
               MOVE "WARNING" TO WS-RULE-SEV-TEXT
           END-IF.
