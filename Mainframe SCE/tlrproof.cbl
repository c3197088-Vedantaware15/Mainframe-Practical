      * DATE, THE WAY AUDITINQ ANSWERS MAINTENANCE QUESTIONS, FOR
      * DISPUTES ABOUT A SPECIFIC POSTING.
      *
      * THE HISTORY FILE HOLDS EVERY MONTH, ARCHIVED OR NOT, AND IS
      * READ BY BUSINESS DATE, SO ONLY THE DATE ASKED FOR IS READ
      * AND OLD DISPUTES STAY ANSWERABLE. POSTINGS WRITTEN BEFORE THE
      * OPERATOR FIELD EXISTED READ BACK WITH A BLANK OPERATOR AND
      * GROUP TOGETHER ON THE PROOF.
      *
      * A SUPERVISOR-APPROVED REVERSAL AND THE POSTING IT OFFSETS NET
      * OUT: NEITHER IS ROLLED INTO ANY OPERATOR'S LINE, AND THE
      * PROOF SHOWS HOW MANY POSTINGS WERE NETTED. THE OPERATOR
      * LISTING STILL SHOWS BOTH, MARKED, SINCE DISPUTES ARE OFTEN
      * ABOUT EXACTLY THOSE POSTINGS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
       01 WS-DATE-INPUT        PIC X(8).
       01 WS-PROOF-DATE        PIC 9(8).
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPER-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-OPER-IX           PIC 9(3).
       01 WS-OPER-FOUND        PIC X VALUE 'N'.
       01 WS-TYPE-TEXT         PIC X(12).
       01 WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC Z(8),ZZZ,ZZ9.99.
       01 WS-RVS-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-RVS-IX            PIC 9(3).
       01 WS-RVS-OVERFLOW      PIC X VALUE 'N'.
       01 WS-RVS-TABLE.
           05 WS-RVS-ENTRY OCCURS 500 TIMES.
               10 WS-RVS-ACCOUNT    PIC 9(5).
               10 WS-RVS-TIME       PIC 9(6).
               10 WS-RVS-AMOUNT     PIC 9(7)V99.
               10 WS-RVS-USED       PIC X(1).
       01 WS-NETTED            PIC X VALUE 'N'.
       01 WS-NETTED-COUNT      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM ACCEPT-PROOF-DATE
                       PERFORM LOAD-REVERSAL-TABLE
                       IF WS-RVS-OVERFLOW = 'Y'
                           PERFORM REFUSE-UNNETTED
                       ELSE
                           PERFORM RUN-TELLER-PROOF
                       END-IF
                   WHEN 2
                       DISPLAY "Enter Operator ID: "
                       ACCEPT WS-OPERATOR-ID
                       PERFORM ACCEPT-PROOF-DATE
                       PERFORM LOAD-REVERSAL-TABLE
                       IF WS-RVS-OVERFLOW = 'Y'
                           PERFORM REFUSE-UNNETTED
                       ELSE
                           PERFORM LIST-OPERATOR-POSTINGS
                       END-IF
                   WHEN OTHER
                       DISPLAY "Exiting program..."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * MORE REVERSALS THAN THE TABLE HOLDS - A PROOF THAT CANNOT NET
      * THEM ALL WOULD NOT BALANCE, SO NONE IS PRODUCED
       REFUSE-UNNETTED.
           DISPLAY "Proof refused - reversal table overflowed, "
               "reversed postings not netted for " WS-PROOF-DATE.

       ACCEPT-PROOF-DATE.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = 'Y'
               END-IF
           END-PERFORM.

      * ONE PASS OVER THE DAY'S POSTINGS, ROLLING EACH INTO ITS
      * OPERATOR'S LINE, THEN THE PROOF LISTING
       RUN-TELLER-PROOF.
           MOVE ZERO TO WS-OPER-COUNT
           MOVE ZERO TO WS-NETTED-COUNT
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "No transactions - TRANHIST.DAT status: "
                   WS-TRANS-STATUS
           ELSE
               MOVE WS-PROOF-DATE TO TRANS-POST-DATE
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
                           IF TRANS-POST-DATE = WS-PROOF-DATE
                               PERFORM CHECK-NETTED-POSTING
                               IF WS-NETTED = 'Y'
                                   ADD 1 TO WS-NETTED-COUNT
                               ELSE
                                   PERFORM ADD-TO-OPERATOR-LINE
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
                       "  " WS-TOTAL-EDIT
               END-PERFORM
           END-IF
           IF WS-NETTED-COUNT > ZERO
               DISPLAY "----------------------------------------------"
               DISPLAY "Reversed postings netted out: " WS-NETTED-COUNT
           END-IF
           DISPLAY "==============================================".

      * EVERY POSTING BY ONE OPERATOR ON ONE DATE, FOR DISPUTES
      * ABOUT A SPECIFIC POSTING
       LIST-OPERATOR-POSTINGS.
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "No transactions - TRANHIST.DAT status: "
                   WS-TRANS-STATUS
           ELSE
               DISPLAY "----------------------------------------------"
               MOVE WS-PROOF-DATE TO TRANS-POST-DATE
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
                           IF TRANS-POST-DATE = WS-PROOF-DATE
                               PERFORM CHECK-NETTED-POSTING
                               IF TRANS-OPERATOR-ID = WS-OPERATOR-ID
                                   ADD 1 TO WS-LIST-COUNT
                                   PERFORM PRINT-ONE-POSTING
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY "  " TRANS-TIME(1:2) ":" TRANS-TIME(3:2)
               "  Account " TRANS-ACCOUNT-NUMBER
               "  " WS-TYPE-TEXT
               "  " WS-AMOUNT-EDIT
           IF WS-NETTED = 'Y'
               IF TRANS-REVERSAL-OF IS NUMERIC AND
                  TRANS-REVERSAL-OF > ZERO
                   DISPLAY "         REVERSAL OF POSTING OF "
                       TRANS-REV-DATE " AT "
                       TRANS-REV-TIME(1:2) ":" TRANS-REV-TIME(3:2)
               ELSE
                   DISPLAY "         REVERSED - NETTED OUT OF THE PROOF"
               END-IF
           END-IF.

      * PRE-PASS: TABLE EVERY REVERSAL IN THE HISTORY THAT OFFSETS A
      * POSTING OF THE PROOF DATE, WHENEVER THE REVERSAL ITSELF WAS
      * POSTED. A REVERSAL IS NEVER DATED BEFORE THE POSTING IT
      * OFFSETS, SO ONLY THE PROOF DATE ONWARD IS READ.
       LOAD-REVERSAL-TABLE.
           MOVE ZERO TO WS-RVS-COUNT
           MOVE 'N' TO WS-RVS-OVERFLOW
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE WS-PROOF-DATE TO TRANS-POST-DATE
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
                              TRANS-REV-DATE = WS-PROOF-DATE
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
               MOVE TRANS-REV-TIME TO WS-RVS-TIME(WS-RVS-COUNT)
               MOVE TRANS-AMOUNT TO WS-RVS-AMOUNT(WS-RVS-COUNT)
               MOVE 'N' TO WS-RVS-USED(WS-RVS-COUNT)
           ELSE
               MOVE 'Y' TO WS-RVS-OVERFLOW
           END-IF.

      * A REVERSAL ALWAYS NETS OUT. AN ORIGINAL NETS OUT WHEN AN
      * UNUSED REVERSAL POINTS AT ITS ACCOUNT, TIME AND AMOUNT; EACH
      * REVERSAL NETS ONE ORIGINAL ONLY.
       CHECK-NETTED-POSTING.
           MOVE 'N' TO WS-NETTED
           IF TRANS-REVERSAL-OF IS NUMERIC AND
              TRANS-REVERSAL-OF > ZERO
               MOVE 'Y' TO WS-NETTED
           ELSE
               PERFORM VARYING WS-RVS-IX FROM 1 BY 1
                   UNTIL WS-RVS-IX > WS-RVS-COUNT
                       OR WS-NETTED = 'Y'
                   IF WS-RVS-ACCOUNT(WS-RVS-IX) = TRANS-ACCOUNT-NUMBER
                      AND WS-RVS-TIME(WS-RVS-IX) = TRANS-TIME
                      AND WS-RVS-AMOUNT(WS-RVS-IX) = TRANS-AMOUNT
                      AND WS-RVS-USED(WS-RVS-IX) = 'N'
                       MOVE 'Y' TO WS-RVS-USED(WS-RVS-IX)
                       MOVE 'Y' TO WS-NETTED
                   END-IF
               END-PERFORM
           END-IF.
