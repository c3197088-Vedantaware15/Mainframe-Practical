      * THE THRESHOLD COMES FROM THE RPTLIMIT LINE OF THE
      * OPERATOR-MAINTAINED CONTROL FILE; THE COMPILED-IN DEFAULT
      * STANDS WHEN THE FILE OR THE KEYWORD IS ABSENT.
      *
      * A SUPERVISOR-APPROVED REVERSAL AND THE POSTING IT OFFSETS NET
      * OUT: NEITHER COUNTS AS A SINGLE TRANSACTION OR TOWARD THE DAY
      * AGGREGATE, SO A CORRECTED KEYING ERROR IS NOT REPORTED.
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
       01 WS-RUN-BUSDATE       PIC X(10) VALUE SPACES.
       01 WS-PREREQ-OK         PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME  PIC X(21).
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

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM LOAD-CONTROL-LIMITS
           PERFORM BUILD-DAILY-AGGREGATES
           IF WS-RVS-OVERFLOW = 'Y'
               DISPLAY "Report refused - reversal table overflowed, "
                   "reversed postings not netted."
               STOP RUN
           END-IF

           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               CLOSE CTL-FILE
           END-IF.

      * PASS ONE OVER THE REPORT DATE'S POSTINGS: TOTAL EACH
      * ACCOUNT'S ACTIVITY AND REMEMBER ITS LARGEST SINGLE
      * TRANSACTION
       BUILD-DAILY-AGGREGATES.
           PERFORM LOAD-REVERSAL-TABLE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "No transactions - TRANHIST.DAT status: "
                   WS-TRANS-STATUS
           ELSE
               MOVE WS-REPORT-DATE TO TRANS-POST-DATE
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
                           IF TRANS-POST-DATE = WS-REPORT-DATE
                               PERFORM CHECK-NETTED-POSTING
                               IF WS-NETTED = 'N'
                                   PERFORM ADD-TO-AGGREGATE
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "REPORTABLE SINGLE TRANSACTIONS".

      * PASS TWO OVER THE REPORT DATE'S POSTINGS: PRINT EACH SINGLE
      * TRANSACTION AT OR ABOVE THE THRESHOLD WITH THE ACCOUNT'S DAY
      * AGGREGATE
       PRINT-LARGE-SINGLES.
           PERFORM LOAD-REVERSAL-TABLE
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE WS-REPORT-DATE TO TRANS-POST-DATE
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
                           IF TRANS-POST-DATE = WS-REPORT-DATE
                               PERFORM CHECK-NETTED-POSTING
                               IF WS-NETTED = 'N' AND
                                  TRANS-AMOUNT NOT < WS-REPORT-LIMIT
                                   PERFORM PRINT-ONE-SINGLE
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "  (none)"
           END-IF.

      * TABLE EVERY REVERSAL THAT OFFSETS A POSTING OF THE REPORT
      * DATE. A REVERSAL IS NEVER DATED BEFORE THE POSTING IT
      * OFFSETS, SO ONLY THE REPORT DATE ONWARD IS READ. EACH PASS
      * RELOADS THE TABLE SO EVERY REVERSAL NETS AGAIN.
       LOAD-REVERSAL-TABLE.
           MOVE ZERO TO WS-RVS-COUNT
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE WS-REPORT-DATE TO TRANS-POST-DATE
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
                              TRANS-REV-DATE = WS-REPORT-DATE
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

       PRINT-ONE-SINGLE.
           ADD 1 TO WS-SINGLE-COUNT
           MOVE TRANS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
