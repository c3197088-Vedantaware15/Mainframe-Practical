       PROGRAM-ID. DORMSWP.

      * DORMANT ACCOUNT SWEEP. DETERMINES EACH ACCOUNT'S LAST
      * ACTIVITY DATE FROM ITS OWN POSTINGS ON THE HISTORY FILE, READ
      * BY ACCOUNT, AND REPORTS ACTIVE ACCOUNTS WITH
      * NO POSTING FOR TWELVE MONTHS OR MORE GROUPED BY BRANCH-CODE
      * (NAME, BALANCE AND MONTHS INACTIVE PER ACCOUNT, FOR THE
      * BRANCH MANAGERS TO WORK FROM), AND OPTIONALLY ASSESSES THE
      * THE FEE AMOUNT COMES FROM THE DORMFEE LINE OF THE
      * OPERATOR-MAINTAINED CONTROL FILE; THE COMPILED-IN DEFAULT
      * STANDS WHEN THE FILE OR THE KEYWORD IS ABSENT.
      *
      * THE UNATTENDED NIGHT RUN FOR THE BUSINESS DATE REWRITES THE
      * EVENT FILE DORMEVT.DAT FOR THE CUSTOMER NOTICE RUN; AN
      * ATTENDED RUN LEAVES THE NIGHT'S FILE ALONE, SO A DAYTIME
      * RERUN OR A RUN FOR ANOTHER DATE NEVER REPLACES THE EVENTS
      * NOTICES HAS STILL TO READ. THE FILE HOLDS ONE LINE PER
      * ACCOUNT THAT HAS CROSSED THE DORMANT THRESHOLD SINCE THE
      * PREVIOUS SWEEP LOGGED ON THE NIGHT LOG (EVERY DORMANT ACCOUNT
      * ON THE FIRST SWEEP), AND ONE LINE PER FEE CHARGED. ACCOUNTS
      * WITH NO POSTING HISTORY ARE NEVER FLAGGED.
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
           SELECT CTL-FILE ASSIGN TO "BANKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT DORMX-FILE ASSIGN TO "DORMEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMX-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           05 CTL-KEYWORD           PIC X(8).
           05 CTL-VALUE             PIC 9(7)V99.

       FD DORMX-FILE.
           COPY DORMEVT.

       FD HOLD-FILE.
           COPY HOLDREC.

       01 WS-BANK-STATUS       PIC XX VALUE '00'.
       01 WS-TRANS-STATUS      PIC XX VALUE '00'.
       01 WS-CTL-STATUS        PIC XX VALUE '00'.
       01 WS-DORMX-STATUS      PIC XX VALUE '00'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-DATE-INPUT        PIC X(8).
       01 WS-VALID-INPUT       PIC X VALUE 'N'.
           05 WS-LAST-MM       PIC 9(2).
           05 WS-LAST-DD       PIC 9(2).
       01 WS-MONTHS-INACTIVE   PIC S9(4).
       01 WS-PREV-SWEEP-DATE.
           05 WS-PREV-YYYY     PIC 9(4).
           05 WS-PREV-MM       PIC 9(2).
           05 WS-PREV-DD       PIC 9(2).
       01 WS-PREV-MONTHS       PIC S9(4).
       01 WS-FLAGGED-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-ACT-FOUND         PIC X VALUE 'N'.
       01 WS-ACT-EOF           PIC X VALUE 'N'.
       01 WS-HIST-OPEN         PIC X VALUE 'N'.
       01 WS-DORM-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-DORM-IX           PIC 9(4).
       01 WS-DORM-IX2          PIC 9(4).
           END-IF

           PERFORM LOAD-CONTROL-LIMITS
           PERFORM FIND-PREVIOUS-SWEEP
           IF WS-UNATTENDED = 'Y'
               OPEN OUTPUT DORMX-FILE
           END-IF
           PERFORM SWEEP-ACCOUNTS
           PERFORM PRINT-DORMANCY-REPORT
           IF WS-ASSESS-FEE = 'Y'
               PERFORM ASSESS-DORMANCY-FEES
           END-IF
           IF WS-UNATTENDED = 'Y'
               CLOSE DORMX-FILE
           END-IF
           PERFORM WRITE-NIGHT-STEP
           STOP RUN.
           WRITE NIGHT-RECORD
           CLOSE NIGHT-FILE.

      * THE LATEST EARLIER BUSINESS DATE THIS SWEEP LOGGED ON THE
      * NIGHT LOG, OR ZERO WHEN IT HAS NEVER RUN BEFORE
       FIND-PREVIOUS-SWEEP.
           MOVE ZERO TO WS-PREV-SWEEP-DATE
           OPEN INPUT NIGHT-FILE
           IF WS-NIGHT-STATUS = "00"
               MOVE 'N' TO WS-NIGHT-EOF
               PERFORM UNTIL WS-NIGHT-EOF = 'Y'
                   READ NIGHT-FILE
                       AT END
                           MOVE 'Y' TO WS-NIGHT-EOF
                       NOT AT END
                           IF NIGHT-STEP = "DORMSWP" AND
                              NIGHT-DATE < WS-ASOF-DATE AND
                              NIGHT-DATE > WS-PREV-SWEEP-DATE
                               MOVE NIGHT-DATE TO WS-PREV-SWEEP-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NIGHT-FILE
           END-IF.

      * READ THE CONTROL FILE FOR THE MONTHLY DORMANCY FEE
       LOAD-CONTROL-LIMITS.
           OPEN INPUT CTL-FILE
               CLOSE CTL-FILE
           END-IF.

      * READ EVERY BANK-FILE ACCOUNT AND COLLECT THE ACTIVE ONES THAT
      * HAVE BEEN QUIET PAST THE THRESHOLD. FROZEN AND CLOSED
      * ACCOUNTS ARE NOT SWEPT.
       SWEEP-ACCOUNTS.
           MOVE 'N' TO WS-HIST-OPEN
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE 'Y' TO WS-HIST-OPEN
           END-IF
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "No accounts found - BANK.DAT status: "
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF
           IF WS-HIST-OPEN = 'Y'
               CLOSE TRANS-FILE
           END-IF.

       CHECK-ONE-ACCOUNT.
                   DISPLAY "Dormant table full - account skipped: "
                       ACCOUNT-NUMBER
               END-IF
               IF WS-MONTHS-INACTIVE NOT = 999
                   PERFORM CHECK-NEWLY-DORMANT
               END-IF
           END-IF.

      * AN ACCOUNT THAT WAS STILL UNDER THE THRESHOLD AT THE PREVIOUS
      * SWEEP HAS JUST BEEN FLAGGED - TELL THE NOTICE RUN
       CHECK-NEWLY-DORMANT.
           MOVE ZERO TO WS-PREV-MONTHS
           IF WS-PREV-SWEEP-DATE > ZERO
               COMPUTE WS-PREV-MONTHS =
                   (WS-PREV-YYYY - WS-LAST-YYYY) * 12
                   + WS-PREV-MM - WS-LAST-MM
               IF WS-PREV-DD < WS-LAST-DD
                   SUBTRACT 1 FROM WS-PREV-MONTHS
               END-IF
           END-IF
           IF WS-PREV-MONTHS < WS-DORMANT-MONTHS
               ADD 1 TO WS-FLAGGED-COUNT
               IF WS-UNATTENDED = 'Y'
                   MOVE WS-ASOF-DATE TO DORMX-DATE
                   MOVE ACCOUNT-NUMBER TO DORMX-ACCOUNT-NUMBER
                   MOVE 'F' TO DORMX-EVENT
                   MOVE WS-MONTHS-INACTIVE TO DORMX-MONTHS
                   MOVE ZERO TO DORMX-AMOUNT
                   WRITE DORMX-RECORD
               END-IF
           END-IF.

      * MONTHS SINCE THE ACCOUNT'S LATEST POSTING. THE HISTORY IS
      * KEYED ON ACCOUNT THEN DATE, SO THE ACCOUNT'S POSTINGS READ
      * BACK IN DATE ORDER AND THE LAST ONE READ IS THE LATEST. AN
      * ACCOUNT WITH NO POSTINGS ON FILE AT ALL REPORTS AS 999.
       FIND-LAST-ACTIVITY.
           MOVE 'N' TO WS-ACT-FOUND
           IF WS-HIST-OPEN = 'Y'
               MOVE ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
               MOVE ZERO TO TRANS-DATE
               MOVE ZERO TO TRANS-TIME
               MOVE ZERO TO TRANS-SEQ
               MOVE 'N' TO WS-ACT-EOF
               START TRANS-FILE KEY IS NOT LESS THAN TRANS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ACT-EOF
               END-START
               PERFORM UNTIL WS-ACT-EOF = 'Y'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ACT-EOF
                       NOT AT END
                           IF TRANS-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                               MOVE 'Y' TO WS-ACT-EOF
                           ELSE
                               MOVE 'Y' TO WS-ACT-FOUND
                               MOVE TRANS-DATE TO WS-LAST-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ACT-FOUND = 'Y'
               COMPUTE WS-MONTHS-INACTIVE =
                   (WS-ASOF-YYYY - WS-LAST-YYYY) * 12
           END-IF
           DISPLAY "----------------------------------------------"
           DISPLAY "Dormant Accounts Listed: " WS-DORM-COUNT
           DISPLAY "Newly Flagged Dormant  : " WS-FLAGGED-COUNT
           DISPLAY "==============================================".

       PRINT-BRANCH-GROUP.
                               ADD 1 TO WS-FEES-POSTED
                               ADD WS-DORMANCY-FEE TO WS-FEE-TOTAL
                               PERFORM WRITE-FEE-TRANS
                               IF WS-UNATTENDED = 'Y'
                                   PERFORM WRITE-FEE-EVENT
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ.

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
           MOVE WS-CURRENT-DATETIME(9:6) TO TRANS-TIME
           MOVE ZERO TO TRANS-TRANSFER-ID
           MOVE "DORMSWP" TO TRANS-OPERATOR-ID
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

      * LEAVE THE CHARGE FOR THE CUSTOMER NOTICE RUN
       WRITE-FEE-EVENT.
           MOVE WS-ASOF-DATE TO DORMX-DATE
           MOVE ACCOUNT-NUMBER TO DORMX-ACCOUNT-NUMBER
           MOVE 'C' TO DORMX-EVENT
           MOVE WS-DORM-MONTHS(WS-DORM-IX) TO DORMX-MONTHS
           MOVE WS-DORMANCY-FEE TO DORMX-AMOUNT
           WRITE DORMX-RECORD.
