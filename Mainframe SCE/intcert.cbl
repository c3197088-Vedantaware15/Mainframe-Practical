       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCERT.

      * YEAR-END INTEREST CERTIFICATE AND TAX REPORTING RUN. FOR A
      * TAX YEAR, TOTALS THE CREDIT INTEREST PAID (INTACCR DEPOSITS)
      * AND THE OVERDRAFT DEBIT INTEREST CHARGED (INTACCR
      * WITHDRAWALS) ON EVERY ACCOUNT, AND ROLLS THE ACCOUNTS UP TO
      * THE OWNING CUSTOMER THROUGH CUSTOMER-NUMBER. EACH CUSTOMER
      * WITH INTEREST IN THE YEAR GETS A CERTIFICATE ON CERT-FILE,
      * ADDRESSED FROM THE CUSTOMER MASTER THE WAY STMTGEN ADDRESSES
      * A STATEMENT, WITH ONE LINE PER ACCOUNT AND THE CUSTOMER
      * TOTALS.
      *
      * THE SAME FIGURES GO TO THE FIXED-FORMAT FILING FILE TAXRPT.DAT
      * FOR THE TAX AUTHORITY: A HEADER CARRYING THE TAX YEAR AND THE
      * THRESHOLD, ONE DETAIL LINE PER REPORTED CUSTOMER, AND A
      * TRAILER WITH THE DETAIL COUNT AND BOTH INTEREST TOTALS FOR
      * THE AUTHORITY'S INPUT VALIDATION. A CUSTOMER WHOSE INTEREST
      * PAID AND INTEREST CHARGED ARE BOTH BELOW THE TAXLIMIT LINE OF
      * THE OPERATOR-MAINTAINED CONTROL FILE STILL GETS A
      * CERTIFICATE BUT IS LEFT OFF THE FILING; THE COMPILED-IN
      * DEFAULT STANDS WHEN THE FILE OR THE KEYWORD IS ABSENT.
      *
      * THE HISTORY FILE HOLDS EVERY MONTH, ARCHIVED OR NOT, AND IS
      * READ BY BUSINESS DATE FROM THE FIRST OF THE TAX YEAR, SO THE
      * WHOLE YEAR IS SEEN. AN INTEREST POSTING LATER OFFSET BY A
      * SUPERVISOR REVERSAL IS NOT COUNTED. INTEREST ON AN ACCOUNT
      * NO LONGER ON FILE, OR WITH NO CUSTOMER NUMBER, CANNOT BE
      * ROLLED TO A CUSTOMER AND IS LISTED AS SKIPPED.
      *
      * THE TAX YEAR COMES FROM THE TAXYEAR LINE OF RUNCTL.DAT WHEN
      * PRESENT, OTHERWISE FROM THE CONSOLE.
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
           SELECT CERT-FILE ASSIGN TO "INTCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-FILE ASSIGN TO "TAXRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-FILE ASSIGN TO "BANKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE.
           COPY BANKREC.

       FD CUST-FILE.
           COPY CUSTREC.

       FD TRANS-FILE.
           COPY TRANSREC.

       FD CERT-FILE.
       01 CERT-RECORD              PIC X(80).

       FD TAX-FILE.
       01 TAX-RECORD               PIC X(150).

      * OPERATOR-MAINTAINED CONTROL VALUES, ONE KEYWORD PER LINE
       FD CTL-FILE.
       01 CTL-RECORD.
           05 CTL-KEYWORD           PIC X(8).
           05 CTL-VALUE             PIC 9(7)V99.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-BANK-STATUS       PIC XX VALUE '00'.
       01 WS-CUST-STATUS       PIC XX VALUE '00'.
       01 WS-TRANS-STATUS      PIC XX VALUE '00'.
       01 WS-CTL-STATUS        PIC XX VALUE '00'.
       01 WS-RUNCTL-STATUS     PIC XX VALUE '00'.
       01 WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01 WS-RUN-TAXYEAR       PIC X(10) VALUE SPACES.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-CUST-EOF          PIC X VALUE 'N'.
       01 WS-BANK-OPEN         PIC X VALUE 'N'.
       01 WS-CUST-ON-FILE      PIC X VALUE 'N'.
       01 WS-YEAR-START.
           05 WS-YEAR-START-YYYY PIC 9(4).
           05 FILLER             PIC X(4) VALUE "0101".
       01 WS-YEAR-INPUT        PIC X(4).
       01 WS-VALID-INPUT       PIC X VALUE 'N'.
       01 WS-TAX-YEAR          PIC 9(4).
       01 WS-TAX-LIMIT         PIC 9(7)V99 VALUE 10.00.
       01 WS-CURRENT-DATETIME  PIC X(21).
       01 WS-ACT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ACT-IX            PIC 9(5).
       01 WS-ORPHAN-IX         PIC 9(5).
       01 WS-ACT-FOUND         PIC X VALUE 'N'.
       01 WS-ACT-OVERFLOW      PIC X VALUE 'N'.
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 5000 TIMES.
               10 WS-ACT-ACCOUNT    PIC 9(5).
               10 WS-ACT-CUST       PIC 9(5).
               10 WS-ACT-BRANCH     PIC 9(3).
               10 WS-ACT-TYPE       PIC X(1).
               10 WS-ACT-CREDIT     PIC 9(9)V99.
               10 WS-ACT-DEBIT      PIC 9(9)V99.
               10 WS-ACT-ISSUED     PIC X(1).
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
       01 WS-CERT-CUST         PIC 9(5).
       01 WS-CERT-NAME         PIC X(20).
       01 WS-CERT-CREDIT       PIC 9(9)V99.
       01 WS-CERT-DEBIT        PIC 9(9)V99.
       01 WS-CERT-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-FILED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-BELOW-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-UNADDRESSED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-CREDIT      PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DEBIT       PIC 9(11)V99 VALUE ZERO.
       01 WS-FILED-CREDIT      PIC 9(11)V99 VALUE ZERO.
       01 WS-FILED-DEBIT       PIC 9(11)V99 VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-AMOUNT    PIC 9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT2      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC Z(8),ZZZ,ZZ9.99.

      * FIXED-FORMAT FILING RECORDS FOR THE TAX AUTHORITY
       01 WS-TAX-HEADER.
           05 FILLER               PIC X(3) VALUE "HDR".
           05 WS-HDR-TAX-YEAR      PIC 9(4).
           05 WS-HDR-RUN-DATE      PIC 9(8).
           05 WS-HDR-RUN-TIME      PIC 9(6).
           05 WS-HDR-THRESHOLD     PIC 9(7)V99.
       01 WS-TAX-DETAIL.
           05 FILLER               PIC X(3) VALUE "DTL".
           05 WS-DTL-CUST-NUMBER   PIC 9(5).
           05 WS-DTL-CUST-NAME     PIC X(20).
           05 WS-DTL-ADDR-LINE1    PIC X(30).
           05 WS-DTL-ADDR-LINE2    PIC X(30).
           05 WS-DTL-ADDR-LINE3    PIC X(30).
           05 WS-DTL-CREDIT        PIC 9(9)V99.
           05 WS-DTL-DEBIT         PIC 9(9)V99.
       01 WS-TAX-TRAILER.
           05 FILLER               PIC X(3) VALUE "TRL".
           05 WS-TRL-DETAIL-COUNT  PIC 9(7).
           05 WS-TRL-CREDIT        PIC 9(11)V99.
           05 WS-TRL-DEBIT         PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUN-CONTROL
           IF WS-RUN-TAXYEAR(1:4) IS NUMERIC
               MOVE WS-RUN-TAXYEAR(1:4) TO WS-TAX-YEAR
           ELSE
               MOVE 'N' TO WS-VALID-INPUT
               PERFORM UNTIL WS-VALID-INPUT = 'Y'
                   DISPLAY "Enter Tax Year (YYYY): "
                   ACCEPT WS-YEAR-INPUT
                   IF WS-YEAR-INPUT IS NUMERIC
                       MOVE WS-YEAR-INPUT TO WS-TAX-YEAR
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "Invalid year - four digits YYYY."
                   END-IF
               END-PERFORM
           END-IF

           PERFORM LOAD-CONTROL-LIMITS
           PERFORM LOAD-REVERSAL-TABLE
           PERFORM GATHER-YEAR-INTEREST
           EVALUATE TRUE
               WHEN WS-RVS-OVERFLOW = 'Y'
                   DISPLAY "Certificate run refused - reversal table "
                       "overflowed, reversed interest not netted."
               WHEN WS-ACT-OVERFLOW = 'Y'
                   DISPLAY "Certificate run refused - account table "
                       "overflowed, interest totals incomplete."
               WHEN OTHER
                   PERFORM ISSUE-CERTIFICATES
                   PERFORM PRINT-RUN-SUMMARY
           END-EVALUATE
           STOP RUN.

      * PICK UP THE TAX YEAR FROM THE RUN CONTROL FILE
       READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE 'N' TO WS-RUNCTL-EOF
               PERFORM UNTIL WS-RUNCTL-EOF = 'Y'
                   READ RUNCTL-FILE
                       AT END
                           MOVE 'Y' TO WS-RUNCTL-EOF
                       NOT AT END
                           IF RUNCTL-KEYWORD = "TAXYEAR"
                               MOVE RUNCTL-VALUE TO WS-RUN-TAXYEAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

      * READ THE CONTROL FILE FOR THE TAX REPORTING THRESHOLD
       LOAD-CONTROL-LIMITS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CTL-KEYWORD = "TAXLIMIT"
                               MOVE CTL-VALUE TO WS-TAX-LIMIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           END-IF.

      * PRE-PASS: TABLE EVERY REVERSAL THAT OFFSETS A POSTING OF THE
      * TAX YEAR, WHENEVER THE REVERSAL ITSELF WAS POSTED. A REVERSAL
      * IS NEVER DATED BEFORE THE POSTING IT OFFSETS, SO THE HISTORY
      * IS READ FROM THE FIRST OF THE TAX YEAR ONWARD.
       LOAD-REVERSAL-TABLE.
           MOVE ZERO TO WS-RVS-COUNT
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE WS-TAX-YEAR TO WS-YEAR-START-YYYY
               MOVE WS-YEAR-START TO TRANS-POST-DATE
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
                              TRANS-REV-DATE(1:4) = WS-TAX-YEAR
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

      * ONE PASS OVER THE TAX YEAR'S POSTINGS, READ BY BUSINESS DATE,
      * ROLLING EACH INTEREST POSTING INTO ITS ACCOUNT'S LINE
       GATHER-YEAR-INTEREST.
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS = "00"
               MOVE 'Y' TO WS-BANK-OPEN
           END-IF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "No transactions - TRANHIST.DAT status: "
                   WS-TRANS-STATUS
           ELSE
               MOVE WS-TAX-YEAR TO WS-YEAR-START-YYYY
               MOVE WS-YEAR-START TO TRANS-POST-DATE
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
                           IF TRANS-POST-DATE(1:4) NOT = WS-TAX-YEAR
                               MOVE 'Y' TO WS-EOF
                           END-IF
                           IF WS-EOF = 'N' AND
                              TRANS-OPERATOR-ID = "INTACCR"
                               PERFORM CHECK-NETTED-POSTING
                               IF WS-NETTED = 'N'
                                   PERFORM ADD-TO-ACCOUNT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           IF WS-BANK-OPEN = 'Y'
               CLOSE BANK-FILE
           END-IF.

      * AN INTEREST POSTING NETS OUT WHEN AN UNUSED REVERSAL POINTS AT
      * ITS ACCOUNT, DATE, TIME AND AMOUNT
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

      * FIND OR ADD THE ACCOUNT'S LINE. THE OWNING CUSTOMER, BRANCH
      * AND TYPE ARE TAKEN FROM BANK-FILE THE FIRST TIME THE ACCOUNT
      * IS SEEN; AN ACCOUNT WITH NO CUSTOMER IS SKIPPED.
       ADD-TO-ACCOUNT-LINE.
           MOVE 'N' TO WS-ACT-FOUND
           PERFORM VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > WS-ACT-COUNT
                   OR WS-ACT-FOUND = 'Y'
               IF WS-ACT-ACCOUNT(WS-ACT-IX) = TRANS-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ACT-FOUND
                   PERFORM ROLL-IN-INTEREST
               END-IF
           END-PERFORM
           IF WS-ACT-FOUND = 'N'
               MOVE 'N' TO WS-CUST-ON-FILE
               IF WS-BANK-OPEN = 'Y'
                   MOVE TRANS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                   READ BANK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUSTOMER-NUMBER IS NUMERIC AND
                              CUSTOMER-NUMBER > ZERO
                               MOVE 'Y' TO WS-CUST-ON-FILE
                           END-IF
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN WS-CUST-ON-FILE = 'N'
                       ADD 1 TO WS-SKIPPED-COUNT
                       ADD TRANS-AMOUNT TO WS-SKIPPED-AMOUNT
                       DISPLAY "SKIPPED Account " TRANS-ACCOUNT-NUMBER
                           " - not on file or no customer number"
                   WHEN WS-ACT-COUNT < 5000
                       ADD 1 TO WS-ACT-COUNT
                       MOVE WS-ACT-COUNT TO WS-ACT-IX
                       MOVE TRANS-ACCOUNT-NUMBER
                           TO WS-ACT-ACCOUNT(WS-ACT-IX)
                       MOVE CUSTOMER-NUMBER TO WS-ACT-CUST(WS-ACT-IX)
                       MOVE BRANCH-CODE TO WS-ACT-BRANCH(WS-ACT-IX)
                       MOVE ACCOUNT-TYPE TO WS-ACT-TYPE(WS-ACT-IX)
                       MOVE ZERO TO WS-ACT-CREDIT(WS-ACT-IX)
                       MOVE ZERO TO WS-ACT-DEBIT(WS-ACT-IX)
                       MOVE 'N' TO WS-ACT-ISSUED(WS-ACT-IX)
                       PERFORM ROLL-IN-INTEREST
                   WHEN OTHER
                       MOVE 'Y' TO WS-ACT-OVERFLOW
               END-EVALUATE
           END-IF.

      * WS-ACT-IX POINTS AT THE ACCOUNT'S LINE WHEN THIS RUNS
       ROLL-IN-INTEREST.
           IF TRANS-TYPE = 'D' OR TRANS-TYPE = 'd'
               ADD TRANS-AMOUNT TO WS-ACT-CREDIT(WS-ACT-IX)
           ELSE
               ADD TRANS-AMOUNT TO WS-ACT-DEBIT(WS-ACT-IX)
           END-IF.

      * WALK THE CUSTOMER MASTER IN CUSTOMER-NUMBER ORDER, ISSUING A
      * CERTIFICATE TO EACH CUSTOMER WITH INTEREST IN THE YEAR, THEN
      * ISSUE UNADDRESSED CERTIFICATES FOR ANY CUSTOMER NUMBER THE
      * ACCOUNTS CARRY THAT IS NOT ON THE MASTER
       ISSUE-CERTIFICATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN OUTPUT CERT-FILE
           OPEN OUTPUT TAX-FILE
           MOVE WS-TAX-YEAR TO WS-HDR-TAX-YEAR
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-HDR-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-HDR-RUN-TIME
           MOVE WS-TAX-LIMIT TO WS-HDR-THRESHOLD
           MOVE WS-TAX-HEADER TO TAX-RECORD
           WRITE TAX-RECORD

           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE 'N' TO WS-CUST-EOF
               PERFORM UNTIL WS-CUST-EOF = 'Y'
                   READ CUST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CUST-EOF
                       NOT AT END
                           MOVE CUST-NUMBER TO WS-CERT-CUST
                           MOVE 'Y' TO WS-CUST-ON-FILE
                           PERFORM ISSUE-ONE-CERTIFICATE
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           ELSE
               DISPLAY "Customer master not available - status: "
                   WS-CUST-STATUS
           END-IF

           MOVE 'N' TO WS-CUST-ON-FILE
           PERFORM VARYING WS-ORPHAN-IX FROM 1 BY 1
               UNTIL WS-ORPHAN-IX > WS-ACT-COUNT
               IF WS-ACT-ISSUED(WS-ORPHAN-IX) = 'N'
                   MOVE WS-ACT-CUST(WS-ORPHAN-IX) TO WS-CERT-CUST
                   DISPLAY "Customer " WS-CERT-CUST
                       " not on customer master - certificate "
                       "not addressed."
                   ADD 1 TO WS-UNADDRESSED-COUNT
                   PERFORM ISSUE-ONE-CERTIFICATE
               END-IF
           END-PERFORM

           MOVE WS-FILED-COUNT TO WS-TRL-DETAIL-COUNT
           MOVE WS-FILED-CREDIT TO WS-TRL-CREDIT
           MOVE WS-FILED-DEBIT TO WS-TRL-DEBIT
           MOVE WS-TAX-TRAILER TO TAX-RECORD
           WRITE TAX-RECORD
           CLOSE TAX-FILE
           CLOSE CERT-FILE.

      * TOTAL WS-CERT-CUST'S ACCOUNTS AND, WHEN THERE IS ANY INTEREST,
      * PRINT THE CERTIFICATE AND FILE THE CUSTOMER IF AT OR ABOVE
      * THE THRESHOLD. CUST-RECORD IS CURRENT WHEN WS-CUST-ON-FILE IS
      * 'Y'.
       ISSUE-ONE-CERTIFICATE.
           MOVE ZERO TO WS-CERT-CREDIT
           MOVE ZERO TO WS-CERT-DEBIT
           PERFORM VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > WS-ACT-COUNT
               IF WS-ACT-CUST(WS-ACT-IX) = WS-CERT-CUST
                   ADD WS-ACT-CREDIT(WS-ACT-IX) TO WS-CERT-CREDIT
                   ADD WS-ACT-DEBIT(WS-ACT-IX) TO WS-CERT-DEBIT
               END-IF
           END-PERFORM
           IF WS-CERT-CREDIT > ZERO OR WS-CERT-DEBIT > ZERO
               PERFORM WRITE-CERTIFICATE
               ADD 1 TO WS-CERT-COUNT
               ADD WS-CERT-CREDIT TO WS-TOTAL-CREDIT
               ADD WS-CERT-DEBIT TO WS-TOTAL-DEBIT
               IF WS-CERT-CREDIT < WS-TAX-LIMIT AND
                  WS-CERT-DEBIT < WS-TAX-LIMIT
                   ADD 1 TO WS-BELOW-COUNT
               ELSE
                   PERFORM WRITE-TAX-DETAIL
               END-IF
           END-IF.

       WRITE-CERTIFICATE.
           IF WS-CUST-ON-FILE = 'Y'
               MOVE CUST-NAME TO WS-CERT-NAME
           ELSE
               MOVE "*** NOT ON FILE ***" TO WS-CERT-NAME
           END-IF
           MOVE ALL "=" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "              INTEREST CERTIFICATE - TAX YEAR "
               WS-TAX-YEAR
               INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE ALL "=" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "  Customer: " WS-CERT-CUST "  " WS-CERT-NAME
               INTO CERT-RECORD
           WRITE CERT-RECORD
           IF WS-CUST-ON-FILE = 'Y'
               MOVE SPACES TO CERT-RECORD
               STRING "  Mail To : " CUST-ADDR-LINE1
                   INTO CERT-RECORD
               WRITE CERT-RECORD
               MOVE SPACES TO CERT-RECORD
               STRING "            " CUST-ADDR-LINE2
                   INTO CERT-RECORD
               WRITE CERT-RECORD
               MOVE SPACES TO CERT-RECORD
               STRING "            " CUST-ADDR-LINE3
                   INTO CERT-RECORD
               WRITE CERT-RECORD
           END-IF
           MOVE ALL "-" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "  ACCOUNT  BRANCH  TYPE"
               "      INTEREST PAID  INTEREST CHARGED"
               INTO CERT-RECORD
           WRITE CERT-RECORD
           PERFORM VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > WS-ACT-COUNT
               IF WS-ACT-CUST(WS-ACT-IX) = WS-CERT-CUST
                   MOVE 'Y' TO WS-ACT-ISSUED(WS-ACT-IX)
                   MOVE WS-ACT-CREDIT(WS-ACT-IX) TO WS-AMOUNT-EDIT
                   MOVE WS-ACT-DEBIT(WS-ACT-IX) TO WS-AMOUNT-EDIT2
                   MOVE SPACES TO CERT-RECORD
                   STRING "  " WS-ACT-ACCOUNT(WS-ACT-IX)
                       "    " WS-ACT-BRANCH(WS-ACT-IX)
                       "     " WS-ACT-TYPE(WS-ACT-IX)
                       "   " WS-AMOUNT-EDIT
                       "  " WS-AMOUNT-EDIT2
                       INTO CERT-RECORD
                   WRITE CERT-RECORD
               END-IF
           END-PERFORM
           MOVE ALL "-" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-CERT-CREDIT TO WS-AMOUNT-EDIT
           MOVE WS-CERT-DEBIT TO WS-AMOUNT-EDIT2
           MOVE SPACES TO CERT-RECORD
           STRING "  TOTAL FOR THE YEAR       "
               WS-AMOUNT-EDIT
               "  " WS-AMOUNT-EDIT2
               INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD.

       WRITE-TAX-DETAIL.
           MOVE WS-CERT-CUST TO WS-DTL-CUST-NUMBER
           MOVE WS-CERT-NAME TO WS-DTL-CUST-NAME
           IF WS-CUST-ON-FILE = 'Y'
               MOVE CUST-ADDR-LINE1 TO WS-DTL-ADDR-LINE1
               MOVE CUST-ADDR-LINE2 TO WS-DTL-ADDR-LINE2
               MOVE CUST-ADDR-LINE3 TO WS-DTL-ADDR-LINE3
           ELSE
               MOVE SPACES TO WS-DTL-ADDR-LINE1
               MOVE SPACES TO WS-DTL-ADDR-LINE2
               MOVE SPACES TO WS-DTL-ADDR-LINE3
           END-IF
           MOVE WS-CERT-CREDIT TO WS-DTL-CREDIT
           MOVE WS-CERT-DEBIT TO WS-DTL-DEBIT
           MOVE WS-TAX-DETAIL TO TAX-RECORD
           WRITE TAX-RECORD
           ADD 1 TO WS-FILED-COUNT
           ADD WS-CERT-CREDIT TO WS-FILED-CREDIT
           ADD WS-CERT-DEBIT TO WS-FILED-DEBIT.

      * RUN TOTALS FOR OPERATIONS AND THE TAX FILING SIGN-OFF
       PRINT-RUN-SUMMARY.
           DISPLAY "=============================================="
           DISPLAY "    YEAR-END INTEREST CERTIFICATE SUMMARY     "
           DISPLAY "=============================================="
           DISPLAY "Tax Year                : " WS-TAX-YEAR
           MOVE WS-TAX-LIMIT TO WS-TOTAL-EDIT
           DISPLAY "Reporting Threshold     : " WS-TOTAL-EDIT
           DISPLAY "----------------------------------------------"
           DISPLAY "Certificates Printed    : " WS-CERT-COUNT
           DISPLAY "  Not Addressed         : " WS-UNADDRESSED-COUNT
           MOVE WS-TOTAL-CREDIT TO WS-TOTAL-EDIT
           DISPLAY "  Interest Paid         : " WS-TOTAL-EDIT
           MOVE WS-TOTAL-DEBIT TO WS-TOTAL-EDIT
           DISPLAY "  Interest Charged      : " WS-TOTAL-EDIT
           DISPLAY "Customers Filed         : " WS-FILED-COUNT
           MOVE WS-FILED-CREDIT TO WS-TOTAL-EDIT
           DISPLAY "  Interest Paid         : " WS-TOTAL-EDIT
           MOVE WS-FILED-DEBIT TO WS-TOTAL-EDIT
           DISPLAY "  Interest Charged      : " WS-TOTAL-EDIT
           DISPLAY "Below Threshold         : " WS-BELOW-COUNT
           DISPLAY "Postings Skipped        : " WS-SKIPPED-COUNT
           MOVE WS-SKIPPED-AMOUNT TO WS-TOTAL-EDIT
           DISPLAY "  Amount Skipped        : " WS-TOTAL-EDIT
           DISPLAY "Output files: INTCERT.DAT, TAXRPT.DAT"
           DISPLAY "==============================================".
