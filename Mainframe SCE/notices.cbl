       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICES.

      * NIGHTLY CUSTOMER NOTICE RUN - THE LAST STEP OF THE NIGHT.
      * GATHERS THE EVENTS A CUSTOMER SHOULD HEAR ABOUT FROM THE
      * FILES THE EARLIER STEPS LEAVE BEHIND, AND WRITES ONE LETTER
      * PER CUSTOMER PER NOTICE TYPE, ADDRESSED FROM THE CUSTOMER
      * MASTER, TO THE PRINT-READY NOTICE FILE NOTICES.DAT. THE
      * LETTER GOES TO THE ACCOUNT'S PRIMARY OWNER AND LISTS EVERY
      * ACCOUNT AND ITEM OF THAT TYPE FOR THE CUSTOMER.
      *
      * NOTICE TYPES AND WHERE EACH COMES FROM:
      *   OD ACCOUNT OVERDRAWN      - HISTORY POSTINGS FOR THE
      *   OL OVER OVERDRAFT LIMIT     BUSINESS DATE BACKED OUT OF THE
      *                               BALANCE: AN ACCOUNT THAT STARTED
      *                               THE DAY IN FUNDS (OR WITHIN ITS
      *                               LIMIT) AND ENDED IT BELOW ZERO
      *                               (OR PAST ITS LIMIT)
      *   RI ITEM RETURNED          - CLRRET.DAT FROM THE CLEARING RUN
      *   SO STANDING ORDER NOT PAID - SORDEXC.DAT FROM STORDPST
      *   DF ACCOUNT NOW DORMANT    - DORMEVT.DAT FROM DORMSWP
      *   DC DORMANCY FEE CHARGED   - DORMEVT.DAT FROM DORMSWP
      *   HX HOLD ABOUT TO EXPIRE   - OPEN HOLDS ON HOLDS.DAT EXPIRING
      *                               WITHIN THE HOLDDAYS LINE OF THE
      *                               OPERATOR-MAINTAINED CONTROL FILE
      *                               (COMPILED-IN DEFAULT 3 DAYS)
      * AN ACCOUNT PAST ITS LIMIT GETS THE OL LETTER, NOT BOTH. A HOLD
      * IS NOTIFIED ONCE: THE WINDOW STARTS WHERE THE PREVIOUS NOTICE
      * RUN'S WINDOW ENDED. EVENT FILES CARRYING ANOTHER DATE ARE
      * LEFT FROM AN EARLIER NIGHT AND ARE IGNORED.
      *
      * AN EVENT ON AN ACCOUNT WITH NO CUSTOMER NUMBER, OR WHOSE
      * CUSTOMER IS NOT ON THE MASTER, CANNOT BE MAILED AND IS LISTED
      * ON THE RUN REPORT FOR THE BRANCH TO FOLLOW UP. THE RUN ENDS
      * WITH A CONTROL COUNT OF LETTERS BY NOTICE TYPE AND BRANCH.
      *
      * RUNS AFTER STMTGEN; WITH BUSDATE ON THE RUN-CONTROL FILE IT
      * RUNS UNATTENDED AND LOGS STEP NOTICES.
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
           SELECT TRANS-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT RETURN-FILE ASSIGN TO "CLRRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT SORDX-FILE ASSIGN TO "SORDEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORDX-STATUS.
           SELECT DORMX-FILE ASSIGN TO "DORMEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMX-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "NOTICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT CTL-FILE ASSIGN TO "BANKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
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

       FD CUST-FILE.
           COPY CUSTREC.

       FD TRANS-FILE.
           COPY TRANSREC.

       FD RETURN-FILE.
       01 RETURN-RECORD            PIC X(80).

       FD SORDX-FILE.
           COPY SORDEXC.

       FD DORMX-FILE.
           COPY DORMEVT.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD NOTICE-FILE.
       01 NOTICE-RECORD            PIC X(80).

      * OPERATOR-MAINTAINED CONTROL VALUES, ONE KEYWORD PER LINE
       FD CTL-FILE.
       01 CTL-RECORD.
           05 CTL-KEYWORD           PIC X(8).
           05 CTL-VALUE             PIC 9(7)V99.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD NIGHT-FILE.
           COPY NIGHTREC.

       WORKING-STORAGE SECTION.
       01 WS-BANK-STATUS       PIC XX VALUE '00'.
       01 WS-CUST-STATUS       PIC XX VALUE '00'.
       01 WS-TRANS-STATUS      PIC XX VALUE '00'.
       01 WS-RETURN-STATUS     PIC XX VALUE '00'.
       01 WS-SORDX-STATUS      PIC XX VALUE '00'.
       01 WS-DORMX-STATUS      PIC XX VALUE '00'.
       01 WS-HOLDS-STATUS      PIC XX VALUE '00'.
       01 WS-NOTICE-STATUS     PIC XX VALUE '00'.
       01 WS-CTL-STATUS        PIC XX VALUE '00'.
       01 WS-RUNCTL-STATUS     PIC XX VALUE '00'.
       01 WS-NIGHT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01 WS-NIGHT-EOF         PIC X VALUE 'N'.
       01 WS-BANK-OPEN         PIC X VALUE 'N'.
       01 WS-CUST-OPEN         PIC X VALUE 'N'.
       01 WS-CUST-ON-FILE      PIC X VALUE 'N'.
       01 WS-DATE-INPUT        PIC X(8).
       01 WS-VALID-INPUT       PIC X VALUE 'N'.
       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-UNATTENDED        PIC X VALUE 'N'.
       01 WS-RUN-BUSDATE       PIC X(10) VALUE SPACES.
       01 WS-PREREQ-OK         PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME  PIC X(21).
       01 WS-DATE-EDIT.
           05 WS-DATE-YYYY     PIC X(4).
           05 FILLER           PIC X VALUE '/'.
           05 WS-DATE-MM       PIC X(2).
           05 FILLER           PIC X VALUE '/'.
           05 WS-DATE-DD       PIC X(2).

      * HOLD EXPIRY WINDOW
       01 WS-HOLD-DAYS         PIC 9(3) VALUE 3.
       01 WS-PREV-RUN-DATE     PIC 9(8) VALUE ZERO.
       01 WS-BUS-DAYS          PIC 9(7).
       01 WS-WINDOW-FROM       PIC 9(8).
       01 WS-WINDOW-TO         PIC 9(8).

      * THE CLEARING RETURNS RECORD VIEWS, AS CLRPOST WRITES THEM
       01 WS-RETURN-LINE       PIC X(80).
       01 WS-RET-HEADER REDEFINES WS-RETURN-LINE.
           05 WS-RHD-TAG           PIC X(3).
           05 WS-RHD-BUSINESS-DATE PIC 9(8).
           05 FILLER               PIC X(69).
       01 WS-RET-DETAIL REDEFINES WS-RETURN-LINE.
           05 WS-RET-TAG           PIC X(3).
           05 WS-RET-ACCOUNT       PIC 9(5).
           05 WS-RET-TYPE          PIC X(1).
           05 WS-RET-AMOUNT        PIC 9(7)V99.
           05 WS-RET-REFERENCE     PIC X(12).
           05 WS-RET-REASON        PIC X(2).
           05 FILLER               PIC X(48).
       01 WS-RETURNS-CURRENT   PIC X VALUE 'N'.
       01 WS-REASON-TEXT       PIC X(26).

      * THE DAY'S NET MOVEMENT PER ACCOUNT, FOR THE OVERDRAWN TEST
       01 WS-NET-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-NET-IX            PIC 9(4).
       01 WS-NET-FOUND         PIC X VALUE 'N'.
       01 WS-NET-TABLE.
           05 WS-NET-ENTRY OCCURS 5000 TIMES.
               10 WS-NET-ACCOUNT    PIC 9(5).
               10 WS-NET-AMOUNT     PIC S9(9)V99.
       01 WS-OD-LIMIT          PIC 9(7)V99.
       01 WS-START-BALANCE     PIC S9(9)V99.
       01 WS-LIMIT-FLOOR       PIC S9(9)V99.

      * EVERY EVENT GATHERED, IN THE ORDER FOUND
       01 WS-NEW-TYPE          PIC X(2).
       01 WS-NEW-TEXT          PIC X(60).
       01 WS-EVT-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-EVT-IX            PIC 9(4).
       01 WS-EVT-IX2           PIC 9(4).
       01 WS-OVERFLOW          PIC X VALUE 'N'.
       01 WS-EVT-TABLE.
           05 WS-EVT-ENTRY OCCURS 2000 TIMES.
               10 WS-EVT-CUST       PIC 9(5).
               10 WS-EVT-TYPE       PIC X(2).
               10 WS-EVT-BRANCH     PIC 9(3).
               10 WS-EVT-ACCOUNT    PIC 9(5).
               10 WS-EVT-TEXT       PIC X(60).
               10 WS-EVT-DONE       PIC X(1).

      * LETTERS WRITTEN BY NOTICE TYPE AND BRANCH
       01 WS-CNT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-CNT-IX            PIC 9(3).
       01 WS-CNT-FOUND         PIC X VALUE 'N'.
       01 WS-CNT-TABLE.
           05 WS-CNT-ENTRY OCCURS 700 TIMES.
               10 WS-CNT-TYPE       PIC X(2).
               10 WS-CNT-BRANCH     PIC 9(3).
               10 WS-CNT-LETTERS    PIC 9(5).
       01 WS-TYPE-CODES        PIC X(14) VALUE "ODOLRISODFDCHX".
       01 WS-TYPE-LIST REDEFINES WS-TYPE-CODES.
           05 WS-TYPE-CODE OCCURS 7 TIMES PIC X(2).
       01 WS-TYPE-IX           PIC 9(1).
       01 WS-TYPE-TOTAL        PIC 9(5).
       01 WS-NOTICE-TITLE      PIC X(30).
       01 WS-NOTICE-INTRO-1    PIC X(60).
       01 WS-NOTICE-INTRO-2    PIC X(60).
       01 WS-LETTER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-UNSENT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZ9.99.
       01 WS-BALANCE-EDIT      PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUN-CONTROL
           IF WS-UNATTENDED = 'Y'
               PERFORM CHECK-NIGHT-PREREQ
               IF WS-PREREQ-OK = 'N'
                   DISPLAY "NIGHT SEQUENCE ERROR - STMTGEN has not "
                       "completed for " WS-BUSINESS-DATE
                   DISPLAY "Run refused - run the statements first."
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

           PERFORM LOAD-CONTROL-LIMITS
           PERFORM FIND-PREVIOUS-RUN
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS = "00"
               MOVE 'Y' TO WS-BANK-OPEN
           ELSE
               DISPLAY "No accounts found - BANK.DAT status: "
                   WS-BANK-STATUS
           END-IF
           IF WS-BANK-OPEN = 'Y'
               PERFORM GATHER-OVERDRAWN-ACCOUNTS
               PERFORM GATHER-RETURNED-ITEMS
               PERFORM GATHER-FAILED-ORDERS
               PERFORM GATHER-DORMANCY-EVENTS
               PERFORM GATHER-EXPIRING-HOLDS
           END-IF
      * AN EVENT THAT DID NOT FIT THE TABLE WOULD GO UNNOTIFIED, SO
      * NO LETTERS ARE WRITTEN AND THE NIGHT STEP IS NOT LOGGED - THE
      * OPERATOR MUST RAISE THE TABLE AND RERUN
           IF WS-OVERFLOW = 'Y'
               DISPLAY "RUN ABANDONED - more events than the table "
                   "holds; no notices written."
               IF WS-BANK-OPEN = 'Y'
                   CLOSE BANK-FILE
               END-IF
               STOP RUN
           END-IF

           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE 'Y' TO WS-CUST-OPEN
           END-IF
           OPEN OUTPUT NOTICE-FILE
           PERFORM PRINT-REPORT-HEADER
           PERFORM WRITE-ALL-NOTICES
           CLOSE NOTICE-FILE
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUST-FILE
           END-IF
           IF WS-BANK-OPEN = 'Y'
               CLOSE BANK-FILE
           END-IF
           PERFORM PRINT-CONTROL-COUNT
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

      * AN UNATTENDED RUN WAITS FOR THE STATEMENT RUN TO LOG ITS
      * COMPLETION FOR THE BUSINESS DATE
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
                              NIGHT-STEP = "STMTGEN"
                               MOVE 'Y' TO WS-PREREQ-OK
                               MOVE 'Y' TO WS-NIGHT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NIGHT-FILE
           END-IF.

      * LOG THIS STEP'S COMPLETION - THE LAST LINE OF THE NIGHT
       WRITE-NIGHT-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN EXTEND NIGHT-FILE
           IF WS-NIGHT-STATUS = "35"
               OPEN OUTPUT NIGHT-FILE
               CLOSE NIGHT-FILE
               OPEN EXTEND NIGHT-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO NIGHT-DATE
           MOVE "NOTICES" TO NIGHT-STEP
           MOVE WS-CURRENT-DATETIME(9:6) TO NIGHT-TIME
           WRITE NIGHT-RECORD
           CLOSE NIGHT-FILE.

      * READ THE CONTROL FILE FOR THE HOLD NOTICE WINDOW
       LOAD-CONTROL-LIMITS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CTL-KEYWORD = "HOLDDAYS"
                               MOVE CTL-VALUE TO WS-HOLD-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           END-IF.

      * THE LATEST EARLIER BUSINESS DATE THIS RUN LOGGED ON THE NIGHT
      * LOG. THE HOLD WINDOW RUNS FROM THE DAY AFTER THAT RUN'S
      * WINDOW ENDED - OR FROM TODAY ON THE FIRST RUN - THROUGH
      * HOLDDAYS DAYS AHEAD, SO A WEEKEND NEITHER DROPS NOR REPEATS A
      * HOLD.
       FIND-PREVIOUS-RUN.
           OPEN INPUT NIGHT-FILE
           IF WS-NIGHT-STATUS = "00"
               MOVE 'N' TO WS-NIGHT-EOF
               PERFORM UNTIL WS-NIGHT-EOF = 'Y'
                   READ NIGHT-FILE
                       AT END
                           MOVE 'Y' TO WS-NIGHT-EOF
                       NOT AT END
                           IF NIGHT-STEP = "NOTICES" AND
                              NIGHT-DATE < WS-BUSINESS-DATE AND
                              NIGHT-DATE > WS-PREV-RUN-DATE
                               MOVE NIGHT-DATE TO WS-PREV-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NIGHT-FILE
           END-IF
           COMPUTE WS-BUS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-WINDOW-TO = FUNCTION DATE-OF-INTEGER
               (WS-BUS-DAYS + WS-HOLD-DAYS)
           IF WS-PREV-RUN-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO WS-WINDOW-FROM
           ELSE
               COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PREV-RUN-DATE)
                    + WS-HOLD-DAYS + 1)
               IF WS-WINDOW-FROM < WS-BUSINESS-DATE
                   MOVE WS-BUSINESS-DATE TO WS-WINDOW-FROM
               END-IF
           END-IF.

      * NET EACH ACCOUNT'S POSTINGS FOR THE BUSINESS DATE, THEN BACK
      * THE NET OUT OF THE CLOSING BALANCE TO FIND WHERE THE ACCOUNT
      * STOOD THIS MORNING. ONLY A NET DEBIT CAN PUSH AN ACCOUNT
      * DOWN.
       GATHER-OVERDRAWN-ACCOUNTS.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
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
                               PERFORM NET-ONE-POSTING
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           PERFORM VARYING WS-NET-IX FROM 1 BY 1
               UNTIL WS-NET-IX > WS-NET-COUNT
               IF WS-NET-AMOUNT(WS-NET-IX) < ZERO
                   MOVE WS-NET-ACCOUNT(WS-NET-IX) TO ACCOUNT-NUMBER
                   READ BANK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CHECK-OVERDRAWN
                   END-READ
               END-IF
           END-PERFORM.

       NET-ONE-POSTING.
           MOVE 'N' TO WS-NET-FOUND
           PERFORM VARYING WS-NET-IX FROM 1 BY 1
               UNTIL WS-NET-IX > WS-NET-COUNT
                   OR WS-NET-FOUND = 'Y'
               IF WS-NET-ACCOUNT(WS-NET-IX) = TRANS-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-NET-FOUND
                   PERFORM APPLY-NET-POSTING
               END-IF
           END-PERFORM
           IF WS-NET-FOUND = 'N'
               IF WS-NET-COUNT < 5000
                   ADD 1 TO WS-NET-COUNT
                   MOVE WS-NET-COUNT TO WS-NET-IX
                   MOVE TRANS-ACCOUNT-NUMBER
                       TO WS-NET-ACCOUNT(WS-NET-IX)
                   MOVE ZERO TO WS-NET-AMOUNT(WS-NET-IX)
                   PERFORM APPLY-NET-POSTING
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW
               END-IF
           END-IF.

       APPLY-NET-POSTING.
           IF TRANS-TYPE = 'D' OR TRANS-TYPE = 'd'
               ADD TRANS-AMOUNT TO WS-NET-AMOUNT(WS-NET-IX)
           ELSE
               SUBTRACT TRANS-AMOUNT FROM WS-NET-AMOUNT(WS-NET-IX)
           END-IF.

      * PAST THE LIMIT TONIGHT TAKES PRECEDENCE OVER OVERDRAWN
      * TONIGHT. AN ACCOUNT WITH NO LIMIT IS SIMPLY OVERDRAWN.
       CHECK-OVERDRAWN.
           COMPUTE WS-START-BALANCE =
               BALANCE - WS-NET-AMOUNT(WS-NET-IX)
           PERFORM GET-OVERDRAFT-LIMIT
           COMPUTE WS-LIMIT-FLOOR = ZERO - WS-OD-LIMIT
           MOVE BALANCE TO WS-BALANCE-EDIT
           EVALUATE TRUE
               WHEN WS-OD-LIMIT > ZERO AND
                    BALANCE < WS-LIMIT-FLOOR AND
                    WS-START-BALANCE NOT < WS-LIMIT-FLOOR
                   MOVE "OL" TO WS-NEW-TYPE
                   MOVE WS-OD-LIMIT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING "Balance " WS-BALANCE-EDIT
                       "  Limit " WS-AMOUNT-EDIT
                       INTO WS-NEW-TEXT
                   PERFORM ADD-EVENT
               WHEN BALANCE < ZERO AND
                    WS-START-BALANCE NOT < ZERO
                   MOVE "OD" TO WS-NEW-TYPE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING "Balance " WS-BALANCE-EDIT
                       INTO WS-NEW-TEXT
                   PERFORM ADD-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * OVERDRAFT LIMIT IN FORCE FOR THE CURRENT BANK-RECORD. ONLY
      * CHECKING ACCOUNTS CARRY ONE; RECORDS WRITTEN BEFORE THE FIELD
      * EXISTED READ AS SPACES AND COUNT AS ZERO.
       GET-OVERDRAFT-LIMIT.
           MOVE ZERO TO WS-OD-LIMIT
           IF (ACCOUNT-TYPE = 'C' OR ACCOUNT-TYPE = 'c') AND
              OVERDRAFT-LIMIT IS NUMERIC
               MOVE OVERDRAFT-LIMIT TO WS-OD-LIMIT
           END-IF.

      * ITEMS THE CLEARING RUN SENT BACK TONIGHT. A RETURNS FILE
      * WHOSE HEADER CARRIES ANOTHER BUSINESS DATE IS LEFT FROM AN
      * EARLIER NIGHT.
       GATHER-RETURNED-ITEMS.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS = "00"
               MOVE 'N' TO WS-RETURNS-CURRENT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RETURN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE RETURN-RECORD TO WS-RETURN-LINE
                           PERFORM NOTE-RETURN-LINE
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

       NOTE-RETURN-LINE.
           EVALUATE WS-RHD-TAG
               WHEN "RHD"
                   IF WS-RHD-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-RETURNS-CURRENT
                   ELSE
                       MOVE 'Y' TO WS-EOF
                   END-IF
               WHEN "RET"
                   IF WS-RETURNS-CURRENT = 'Y'
                       MOVE WS-RET-ACCOUNT TO ACCOUNT-NUMBER
                       READ BANK-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM ADD-RETURN-EVENT
                       END-READ
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-RETURN-EVENT.
           EVALUATE WS-RET-REASON
               WHEN "02"
                   MOVE "account frozen" TO WS-REASON-TEXT
               WHEN "03"
                   MOVE "account closed" TO WS-REASON-TEXT
               WHEN "04"
                   MOVE "insufficient funds" TO WS-REASON-TEXT
               WHEN "06"
                   MOVE "payment stopped" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "item could not be posted" TO WS-REASON-TEXT
           END-EVALUATE
           MOVE WS-RET-AMOUNT TO WS-AMOUNT-EDIT
           MOVE "RI" TO WS-NEW-TYPE
           MOVE SPACES TO WS-NEW-TEXT
           IF WS-RET-TYPE = 'C' OR WS-RET-TYPE = 'c'
               STRING "Credit " WS-RET-REFERENCE " " WS-AMOUNT-EDIT
                   " - " WS-REASON-TEXT
                   INTO WS-NEW-TEXT
           ELSE
               STRING "Debit  " WS-RET-REFERENCE " " WS-AMOUNT-EDIT
                   " - " WS-REASON-TEXT
                   INTO WS-NEW-TEXT
           END-IF
           PERFORM ADD-EVENT.

      * STANDING ORDERS THE POSTING RUN SKIPPED TONIGHT
       GATHER-FAILED-ORDERS.
           OPEN INPUT SORDX-FILE
           IF WS-SORDX-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SORDX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SORDX-DATE = WS-BUSINESS-DATE
                               MOVE SORDX-ACCOUNT-NUMBER
                                   TO ACCOUNT-NUMBER
                               READ BANK-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM ADD-ORDER-EVENT
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORDX-FILE
           END-IF.

       ADD-ORDER-EVENT.
           MOVE SORDX-AMOUNT TO WS-AMOUNT-EDIT
           MOVE "SO" TO WS-NEW-TYPE
           MOVE SPACES TO WS-NEW-TEXT
           IF SORDX-TYPE = 'D'
               STRING "Deposit    " WS-AMOUNT-EDIT " - " SORDX-REASON
                   INTO WS-NEW-TEXT
           ELSE
               STRING "Payment    " WS-AMOUNT-EDIT " - " SORDX-REASON
                   INTO WS-NEW-TEXT
           END-IF
           PERFORM ADD-EVENT.

      * ACCOUNTS THE DORMANCY SWEEP FLAGGED OR CHARGED TONIGHT
       GATHER-DORMANCY-EVENTS.
           OPEN INPUT DORMX-FILE
           IF WS-DORMX-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DORMX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DORMX-DATE = WS-BUSINESS-DATE
                               MOVE DORMX-ACCOUNT-NUMBER
                                   TO ACCOUNT-NUMBER
                               READ BANK-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM ADD-DORMANCY-EVENT
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DORMX-FILE
           END-IF.

       ADD-DORMANCY-EVENT.
           MOVE SPACES TO WS-NEW-TEXT
           IF DORMX-EVENT = 'C'
               MOVE "DC" TO WS-NEW-TYPE
               MOVE DORMX-AMOUNT TO WS-AMOUNT-EDIT
               STRING "Fee charged " WS-AMOUNT-EDIT
                   INTO WS-NEW-TEXT
           ELSE
               MOVE "DF" TO WS-NEW-TYPE
               STRING "No activity for " DORMX-MONTHS " months"
                   INTO WS-NEW-TEXT
           END-IF
           PERFORM ADD-EVENT.

      * OPEN HOLDS WHOSE EXPIRY FALLS IN TONIGHT'S WINDOW
       GATHER-EXPIRING-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HOLD-STATUS = 'O' AND
                              HOLD-EXPIRY NOT < WS-WINDOW-FROM AND
                              HOLD-EXPIRY NOT > WS-WINDOW-TO
                               MOVE HOLD-ACCOUNT-NUMBER
                                   TO ACCOUNT-NUMBER
                               READ BANK-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM ADD-HOLD-EVENT
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       ADD-HOLD-EVENT.
           MOVE HOLD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE HOLD-EXPIRY(1:4) TO WS-DATE-YYYY
           MOVE HOLD-EXPIRY(5:2) TO WS-DATE-MM
           MOVE HOLD-EXPIRY(7:2) TO WS-DATE-DD
           MOVE "HX" TO WS-NEW-TYPE
           MOVE SPACES TO WS-NEW-TEXT
           STRING "Hold " WS-AMOUNT-EDIT " " HOLD-REASON
               " ends " WS-DATE-EDIT
               INTO WS-NEW-TEXT
           PERFORM ADD-EVENT.

      * RECORD ONE EVENT FOR THE ACCOUNT IN BANK-RECORD
       ADD-EVENT.
           IF WS-EVT-COUNT < 2000
               ADD 1 TO WS-EVT-COUNT
               MOVE ZERO TO WS-EVT-CUST(WS-EVT-COUNT)
               IF CUSTOMER-NUMBER IS NUMERIC
                   MOVE CUSTOMER-NUMBER TO WS-EVT-CUST(WS-EVT-COUNT)
               END-IF
               MOVE WS-NEW-TYPE TO WS-EVT-TYPE(WS-EVT-COUNT)
               MOVE BRANCH-CODE TO WS-EVT-BRANCH(WS-EVT-COUNT)
               MOVE ACCOUNT-NUMBER TO WS-EVT-ACCOUNT(WS-EVT-COUNT)
               MOVE WS-NEW-TEXT TO WS-EVT-TEXT(WS-EVT-COUNT)
               MOVE 'N' TO WS-EVT-DONE(WS-EVT-COUNT)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW
           END-IF.

       PRINT-REPORT-HEADER.
           DISPLAY "=============================================="
           DISPLAY "        CUSTOMER NOTICE RUN REPORT            "
           DISPLAY "=============================================="
           DISPLAY "Business Date  : " WS-BUSINESS-DATE
           DISPLAY "Hold Window    : " WS-WINDOW-FROM " - "
               WS-WINDOW-TO
           DISPLAY "Events Gathered: " WS-EVT-COUNT
           DISPLAY "----------------------------------------------".

      * ONE LETTER PER CUSTOMER PER NOTICE TYPE, TAKING EVERY EVENT
      * OF THE SAME CUSTOMER AND TYPE INTO THE FIRST ONE'S LETTER
       WRITE-ALL-NOTICES.
           PERFORM VARYING WS-EVT-IX FROM 1 BY 1
               UNTIL WS-EVT-IX > WS-EVT-COUNT
               IF WS-EVT-DONE(WS-EVT-IX) = 'N'
                   PERFORM WRITE-ONE-NOTICE
               END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "Letters Written: " WS-LETTER-COUNT
           DISPLAY "Events Not Sent: " WS-UNSENT-COUNT
           DISPLAY "Output file: NOTICES.DAT".

       WRITE-ONE-NOTICE.
           MOVE 'N' TO WS-CUST-ON-FILE
           IF WS-CUST-OPEN = 'Y' AND
              WS-EVT-CUST(WS-EVT-IX) > ZERO
               MOVE WS-EVT-CUST(WS-EVT-IX) TO CUST-NUMBER
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-ON-FILE
               END-READ
           END-IF
           IF WS-CUST-ON-FILE = 'N'
               ADD 1 TO WS-UNSENT-COUNT
               MOVE 'Y' TO WS-EVT-DONE(WS-EVT-IX)
               DISPLAY "NOT SENT - no address  Branch "
                   WS-EVT-BRANCH(WS-EVT-IX)
                   " Account " WS-EVT-ACCOUNT(WS-EVT-IX)
                   " " WS-EVT-TYPE(WS-EVT-IX)
                   " " WS-EVT-TEXT(WS-EVT-IX)
           ELSE
               MOVE WS-EVT-TYPE(WS-EVT-IX) TO WS-NEW-TYPE
               PERFORM FORMAT-NOTICE-TEXT
               PERFORM WRITE-LETTER-HEADER
               PERFORM VARYING WS-EVT-IX2 FROM WS-EVT-IX BY 1
                   UNTIL WS-EVT-IX2 > WS-EVT-COUNT
                   IF WS-EVT-DONE(WS-EVT-IX2) = 'N' AND
                      WS-EVT-CUST(WS-EVT-IX2) =
                          WS-EVT-CUST(WS-EVT-IX) AND
                      WS-EVT-TYPE(WS-EVT-IX2) =
                          WS-EVT-TYPE(WS-EVT-IX)
                       MOVE SPACES TO NOTICE-RECORD
                       STRING "    Account " WS-EVT-ACCOUNT(WS-EVT-IX2)
                           "  " WS-EVT-TEXT(WS-EVT-IX2)
                           INTO NOTICE-RECORD
                       WRITE NOTICE-RECORD
                       MOVE 'Y' TO WS-EVT-DONE(WS-EVT-IX2)
                   END-IF
               END-PERFORM
               PERFORM WRITE-LETTER-FOOTER
               ADD 1 TO WS-LETTER-COUNT
               PERFORM COUNT-LETTER
           END-IF.

       WRITE-LETTER-HEADER.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-BUSINESS-DATE(5:2) TO WS-DATE-MM
           MOVE WS-BUSINESS-DATE(7:2) TO WS-DATE-DD
           MOVE ALL "=" TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "                   CUSTOMER NOTICE" TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE ALL "=" TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "  Date    : " WS-DATE-EDIT
               "   Branch : " WS-EVT-BRANCH(WS-EVT-IX)
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "  Customer: " CUST-NAME
               "   Number : " CUST-NUMBER
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "  Mail To : " CUST-ADDR-LINE1
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "            " CUST-ADDR-LINE2
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "            " CUST-ADDR-LINE3
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "  Notice  : " WS-NOTICE-TITLE
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE ALL "-" TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "  Dear " CUST-NAME
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "  " WS-NOTICE-INTRO-1
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "  " WS-NOTICE-INTRO-2
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       WRITE-LETTER-FOOTER.
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "  Please contact your branch with any questions."
               TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

      * TITLE AND OPENING WORDS FOR THE NOTICE TYPE IN WS-NEW-TYPE
       FORMAT-NOTICE-TEXT.
           MOVE SPACES TO WS-NOTICE-INTRO-2
           EVALUATE WS-NEW-TYPE
               WHEN "OD"
                   MOVE "ACCOUNT OVERDRAWN" TO WS-NOTICE-TITLE
                   MOVE "Today's postings have left the account"
                       TO WS-NOTICE-INTRO-1
                   MOVE "overdrawn. Please bring it back into funds."
                       TO WS-NOTICE-INTRO-2
               WHEN "OL"
                   MOVE "OVERDRAFT LIMIT EXCEEDED" TO WS-NOTICE-TITLE
                   MOVE "Today's postings have taken the account past"
                       TO WS-NOTICE-INTRO-1
                   MOVE "its agreed overdraft limit."
                       TO WS-NOTICE-INTRO-2
               WHEN "RI"
                   MOVE "ITEM RETURNED UNPAID" TO WS-NOTICE-TITLE
                   MOVE "We have returned the following clearing item"
                       TO WS-NOTICE-INTRO-1
                   MOVE "to the presenting bank."
                       TO WS-NOTICE-INTRO-2
               WHEN "SO"
                   MOVE "STANDING ORDER NOT PAID" TO WS-NOTICE-TITLE
                   MOVE "We could not make the following standing order"
                       TO WS-NOTICE-INTRO-1
                   MOVE "posting that fell due today."
                       TO WS-NOTICE-INTRO-2
               WHEN "DF"
                   MOVE "ACCOUNT NOW DORMANT" TO WS-NOTICE-TITLE
                   MOVE "The account has had no activity for a year or"
                       TO WS-NOTICE-INTRO-1
                   MOVE "more and is now classed as dormant."
                       TO WS-NOTICE-INTRO-2
               WHEN "DC"
                   MOVE "DORMANCY FEE CHARGED" TO WS-NOTICE-TITLE
                   MOVE "A dormancy fee has been charged because the"
                       TO WS-NOTICE-INTRO-1
                   MOVE "account has been inactive for a year or more."
                       TO WS-NOTICE-INTRO-2
               WHEN "HX"
                   MOVE "HOLD ABOUT TO EXPIRE" TO WS-NOTICE-TITLE
                   MOVE "The following hold on your funds will end"
                       TO WS-NOTICE-INTRO-1
                   MOVE "shortly and the funds become available."
                       TO WS-NOTICE-INTRO-2
               WHEN OTHER
                   MOVE "ACCOUNT NOTICE" TO WS-NOTICE-TITLE
                   MOVE SPACES TO WS-NOTICE-INTRO-1
           END-EVALUATE.

      * ADD THE LETTER TO THE COUNT FOR ITS NOTICE TYPE AND BRANCH
       COUNT-LETTER.
           MOVE 'N' TO WS-CNT-FOUND
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
               UNTIL WS-CNT-IX > WS-CNT-COUNT OR WS-CNT-FOUND = 'Y'
               IF WS-CNT-TYPE(WS-CNT-IX) = WS-EVT-TYPE(WS-EVT-IX) AND
                  WS-CNT-BRANCH(WS-CNT-IX) = WS-EVT-BRANCH(WS-EVT-IX)
                   ADD 1 TO WS-CNT-LETTERS(WS-CNT-IX)
                   MOVE 'Y' TO WS-CNT-FOUND
               END-IF
           END-PERFORM
           IF WS-CNT-FOUND = 'N' AND WS-CNT-COUNT < 700
               ADD 1 TO WS-CNT-COUNT
               MOVE WS-EVT-TYPE(WS-EVT-IX) TO WS-CNT-TYPE(WS-CNT-COUNT)
               MOVE WS-EVT-BRANCH(WS-EVT-IX)
                   TO WS-CNT-BRANCH(WS-CNT-COUNT)
               MOVE 1 TO WS-CNT-LETTERS(WS-CNT-COUNT)
           END-IF.

      * THE CONTROL COUNT - LETTERS BY NOTICE TYPE, AND WITHIN EACH
      * TYPE BY BRANCH
       PRINT-CONTROL-COUNT.
           DISPLAY "=============================================="
           DISPLAY "   NOTICE CONTROL COUNT BY TYPE AND BRANCH    "
           DISPLAY "=============================================="
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > 7
               MOVE WS-TYPE-CODE(WS-TYPE-IX) TO WS-NEW-TYPE
               PERFORM FORMAT-NOTICE-TEXT
               MOVE ZERO TO WS-TYPE-TOTAL
               DISPLAY WS-TYPE-CODE(WS-TYPE-IX) " " WS-NOTICE-TITLE
               PERFORM VARYING WS-CNT-IX FROM 1 BY 1
                   UNTIL WS-CNT-IX > WS-CNT-COUNT
                   IF WS-CNT-TYPE(WS-CNT-IX) = WS-TYPE-CODE(WS-TYPE-IX)
                       DISPLAY "   Branch " WS-CNT-BRANCH(WS-CNT-IX)
                           "  Letters " WS-CNT-LETTERS(WS-CNT-IX)
                       ADD WS-CNT-LETTERS(WS-CNT-IX) TO WS-TYPE-TOTAL
                   END-IF
               END-PERFORM
               DISPLAY "   Total      Letters " WS-TYPE-TOTAL
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "Letters Written: " WS-LETTER-COUNT
           DISPLAY "==============================================".
