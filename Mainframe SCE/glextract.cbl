      * TRANSACTION LANDS IN EXACTLY ONE BUCKET - POSTINGS FOR
      * ACCOUNTS NO LONGER ON FILE GO TO BRANCH 999 TYPE '?' - SO THE
      * EXTRACT ALWAYS BALANCES TO THE DAY'S TRANS-FILE CONTENT.
      * LOAN INSTALLMENTS COLLECTED FROM CHECKING BUCKET UNDER THEIR
      * OWN TRANSACTION TYPES, 'I' FOR THE INTEREST PART AND 'P' FOR
      * THE PRINCIPAL PART. AFTER THE POSTING DETAILS COMES ONE LOAN
      * BALANCE LINE PER BRANCH FROM THE LOAN MASTER - ACTIVE LOAN
      * COUNT, OUTSTANDING PRINCIPAL AND ARREARS - WITH ITS OWN LINE
      * COUNT AND BALANCE TOTAL ON THE TRAILER.
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
           SELECT LOAN-FILE ASSIGN TO "LOANMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT GL-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
       FD TRANS-FILE.
           COPY TRANSREC.

       FD LOAN-FILE.
           COPY LOANREC.

       FD GL-FILE.
       01 GL-RECORD                PIC X(80).

               10 WS-BKT-TRANS-TYPE PIC X(1).
               10 WS-BKT-COUNT      PIC 9(7).
               10 WS-BKT-AMOUNT     PIC 9(11)V99.
       01 WS-LOAN-STATUS       PIC XX VALUE '00'.
       01 WS-LBL-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-LBL-IX            PIC 9(3).
       01 WS-LBL-FOUND         PIC X VALUE 'N'.
       01 WS-LBL-TABLE.
           05 WS-LBL-ENTRY OCCURS 100 TIMES.
               10 WS-LBL-T-BRANCH   PIC 9(3).
               10 WS-LBL-T-LOANS    PIC 9(7).
               10 WS-LBL-T-BALANCE  PIC 9(11)V99.
               10 WS-LBL-T-ARREARS  PIC 9(11)V99.
       01 WS-LOAN-BAL-TOTAL    PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-TRANS       PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-AMOUNT      PIC 9(13)V99 VALUE ZERO.
       01 WS-RUNCTL-STATUS     PIC XX VALUE '00'.
           05 WS-DTL-TRANS-TYPE    PIC X(1).
           05 WS-DTL-COUNT         PIC 9(7).
           05 WS-DTL-AMOUNT        PIC 9(11)V99.
       01 WS-GL-LOAN-BALANCE.
           05 FILLER               PIC X(3) VALUE "LBL".
           05 WS-LBL-BRANCH        PIC 9(3).
           05 WS-LBL-LOANS         PIC 9(7).
           05 WS-LBL-BALANCE       PIC 9(11)V99.
           05 WS-LBL-ARREARS       PIC 9(11)V99.
       01 WS-GL-TRAILER.
           05 FILLER               PIC X(3) VALUE "TRL".
           05 WS-TRL-DETAIL-COUNT  PIC 9(7).
           05 WS-TRL-TRANS-COUNT   PIC 9(7).
           05 WS-TRL-AMOUNT        PIC 9(13)V99.
           05 WS-TRL-LOAN-LINES    PIC 9(7).
           05 WS-TRL-LOAN-BALANCE  PIC 9(13)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           END-IF

           PERFORM SUMMARIZE-DAYS-POSTINGS
           PERFORM SUMMARIZE-LOAN-BALANCES
           IF WS-BUCKET-OVERFLOW = 'Y'
               DISPLAY "GL EXTRACT FAILED - bucket table overflowed; "
                   "the trailer would not tie to the details."
               DISPLAY "Transactions Swept: " WS-TOTAL-TRANS
               DISPLAY "Total Amount      : " WS-TOTAL-AMOUNT
               DISPLAY "Detail Lines      : " WS-BUCKET-COUNT
               DISPLAY "Loan Branch Lines : " WS-LBL-COUNT
               DISPLAY "Loan Balances     : " WS-LOAN-BAL-TOTAL
               DISPLAY "Output file: GLEXTR.DAT"
               PERFORM WRITE-NIGHT-STEP
           END-IF
           WRITE NIGHT-RECORD
           CLOSE NIGHT-FILE.

      * READ THE DAY'S POSTINGS FROM THE HISTORY BY BUSINESS DATE,
      * ROLLING EACH INTO ITS BRANCH/ACCOUNT-TYPE/TRANSACTION-TYPE
      * BUCKET
       SUMMARIZE-DAYS-POSTINGS.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "No transactions - TRANHIST.DAT status: "
                   WS-TRANS-STATUS
           ELSE
               OPEN INPUT BANK-FILE
               IF WS-BANK-STATUS = "00"
                   MOVE 'Y' TO WS-BANK-OPEN
               END-IF
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
                               PERFORM BUCKET-ONE-POSTING
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM

      * TRANSFER LEGS (NON-ZERO TRANSFER ID) BUCKET UNDER TRANSACTION
      * TYPE 'T' SO THE GL SEES TRANSFERS AS THEIR OWN BUCKET INSTEAD
      * OF AN ANONYMOUS DEPOSIT AND WITHDRAWAL. LOAN INSTALLMENT PARTS
      * LIKEWISE BUCKET UNDER 'I' (INTEREST) AND 'P' (PRINCIPAL).
       BUCKET-ONE-POSTING.
           PERFORM LOOKUP-ACCOUNT
           MOVE FUNCTION UPPER-CASE(TRANS-TYPE) TO WS-TRANS-TYPE-UC
              TRANS-TRANSFER-ID > ZERO
               MOVE 'T' TO WS-TRANS-TYPE-UC
           END-IF
           IF TRANS-OPERATOR-ID = "LOANINT"
               MOVE 'I' TO WS-TRANS-TYPE-UC
           END-IF
           IF TRANS-OPERATOR-ID = "LOANPRIN"
               MOVE 'P' TO WS-TRANS-TYPE-UC
           END-IF
           ADD 1 TO WS-TOTAL-TRANS
           ADD TRANS-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE 'N' TO WS-BUCKET-FOUND
               MOVE '?' TO WS-LOOKUP-TYPE
           END-IF.

      * ROLL THE LOAN MASTER UP BY BRANCH: ACTIVE LOANS, OUTSTANDING
      * PRINCIPAL AND ARREARS. NO LOAN MASTER MEANS NO LOAN LINES.
       SUMMARIZE-LOAN-BALANCES.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LOAN-STATUS = 'A'
                               PERFORM ADD-LOAN-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

       ADD-LOAN-BALANCE.
           MOVE 'N' TO WS-LBL-FOUND
           PERFORM VARYING WS-LBL-IX FROM 1 BY 1
               UNTIL WS-LBL-IX > WS-LBL-COUNT OR WS-LBL-FOUND = 'Y'
               IF WS-LBL-T-BRANCH(WS-LBL-IX) = LOAN-BRANCH-CODE
                   MOVE 'Y' TO WS-LBL-FOUND
                   ADD 1 TO WS-LBL-T-LOANS(WS-LBL-IX)
                   ADD LOAN-BALANCE TO WS-LBL-T-BALANCE(WS-LBL-IX)
                   ADD LOAN-ARREARS TO WS-LBL-T-ARREARS(WS-LBL-IX)
                   ADD LOAN-BALANCE TO WS-LOAN-BAL-TOTAL
               END-IF
           END-PERFORM
           IF WS-LBL-FOUND = 'N'
               IF WS-LBL-COUNT < 100
                   ADD 1 TO WS-LBL-COUNT
                   MOVE LOAN-BRANCH-CODE
                       TO WS-LBL-T-BRANCH(WS-LBL-COUNT)
                   MOVE 1 TO WS-LBL-T-LOANS(WS-LBL-COUNT)
                   MOVE LOAN-BALANCE TO WS-LBL-T-BALANCE(WS-LBL-COUNT)
                   MOVE LOAN-ARREARS TO WS-LBL-T-ARREARS(WS-LBL-COUNT)
                   ADD LOAN-BALANCE TO WS-LOAN-BAL-TOTAL
               ELSE
                   MOVE 'Y' TO WS-BUCKET-OVERFLOW
                   DISPLAY "Loan branch table full - loan "
                       LOAN-NUMBER " not summarized, extract abandoned."
               END-IF
           END-IF.

      * HEADER, ONE DETAIL PER BUCKET, THE LOAN BALANCE LINES, AND
      * THE VALIDATION TRAILER
       WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-GL-DETAIL TO GL-RECORD
               WRITE GL-RECORD
           END-PERFORM
           PERFORM VARYING WS-LBL-IX FROM 1 BY 1
               UNTIL WS-LBL-IX > WS-LBL-COUNT
               MOVE WS-LBL-T-BRANCH(WS-LBL-IX) TO WS-LBL-BRANCH
               MOVE WS-LBL-T-LOANS(WS-LBL-IX) TO WS-LBL-LOANS
               MOVE WS-LBL-T-BALANCE(WS-LBL-IX) TO WS-LBL-BALANCE
               MOVE WS-LBL-T-ARREARS(WS-LBL-IX) TO WS-LBL-ARREARS
               MOVE WS-GL-LOAN-BALANCE TO GL-RECORD
               WRITE GL-RECORD
           END-PERFORM
           MOVE WS-LBL-COUNT TO WS-TRL-LOAN-LINES
           MOVE WS-LOAN-BAL-TOTAL TO WS-TRL-LOAN-BALANCE
           MOVE WS-BUCKET-COUNT TO WS-TRL-DETAIL-COUNT
           MOVE WS-TOTAL-TRANS TO WS-TRL-TRANS-COUNT
           MOVE WS-TOTAL-AMOUNT TO WS-TRL-AMOUNT
