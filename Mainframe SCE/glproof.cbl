       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.

      * NIGHTLY SUBLEDGER-TO-GL PROOF. READS THE CONTROL-BALANCE
      * FILE THE GENERAL LEDGER SENDS BACK AFTER TAKING THE NIGHT'S
      * EXTRACT (GLBAL.DAT), TOTALS THE ACCOUNT MASTER FOR THE SAME
      * BRANCHES AND ACCOUNT TYPES, AND COMPARES THE TWO. EACH
      * BRANCH/TYPE CARRIES TWO FIGURES: DEPOSIT BALANCES (ACCOUNTS
      * AT OR ABOVE ZERO) AND OVERDRAWN BALANCES (THE AMOUNT BY WHICH
      * ACCOUNTS ARE BELOW ZERO), SINCE THE GL HOLDS THE FIRST AS A
      * LIABILITY AND THE SECOND AS AN ASSET. EVERY BRANCH/TYPE THAT
      * DOES NOT AGREE IS PRINTED ON THE BREAK REPORT WITH THE
      * SUBLEDGER FIGURE, THE GL FIGURE AND THE DIFFERENCE, FOLLOWED
      * BY THAT BRANCH/TYPE'S BUCKETS FROM THE NIGHT'S GL EXTRACT
      * (GLEXTR.DAT) AS A STARTING POINT FOR THE TRACE.
      *
      * GLBAL.DAT LAYOUT, ONE RECORD PER LINE:
      *   HDR  BALANCE DATE 9(8), LINE COUNT 9(7),
      *        DEPOSIT TOTAL 9(13)V99, OVERDRAWN TOTAL 9(13)V99
      *   DTL  BRANCH 9(3), ACCOUNT TYPE X(1),
      *        DEPOSIT BALANCE 9(13)V99, OVERDRAWN BALANCE 9(13)V99
      *   TRL  LINE COUNT 9(7),
      *        DEPOSIT TOTAL 9(13)V99, OVERDRAWN TOTAL 9(13)V99
      * THE HEADER/TRAILER TOTALS ARE PROVEN AGAINST THE DETAILS AND
      * THE BALANCE DATE MUST BE THE BUSINESS DATE BEFORE ANY
      * COMPARISON STARTS; A FILE THAT DOES NOT PROVE IS REFUSED
      * WHOLE. A BRANCH/TYPE MISSING FROM EITHER SIDE COMPARES
      * AGAINST ZERO. ACCOUNT TYPES ARE COMPARED UPPER-CASED, AS THE
      * GL EXTRACT BUCKETS THEM.
      *
      * RUNS IN THE NIGHT WINDOW AFTER GLEXTRCT; WITH BUSDATE ON THE
      * RUN-CONTROL FILE IT RUNS UNATTENDED. STEP GLPROOF IS LOGGED
      * ONLY WHEN EVERY BRANCH/TYPE AGREES, SO ITS LINE ON THE NIGHT
      * LOG IS THE MORNING'S EVIDENCE THE BOOKS WERE PROVEN. NO LATER
      * STEP WAITS FOR IT - A BREAK IS FINANCE'S TO CLEAR AND DOES
      * NOT HOLD UP THE REST OF THE NIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO "BANK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-BANK-STATUS.
           SELECT GLBAL-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBAL-STATUS.
           SELECT GL-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
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

       FD GLBAL-FILE.
       01 GLBAL-RECORD             PIC X(80).

       FD GL-FILE.
       01 GL-RECORD                PIC X(80).

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD NIGHT-FILE.
           COPY NIGHTREC.

       WORKING-STORAGE SECTION.
       01 WS-BANK-STATUS       PIC XX VALUE '00'.
       01 WS-GLBAL-STATUS      PIC XX VALUE '00'.
       01 WS-GL-STATUS         PIC XX VALUE '00'.
       01 WS-RUNCTL-STATUS     PIC XX VALUE '00'.
       01 WS-NIGHT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01 WS-NIGHT-EOF         PIC X VALUE 'N'.
       01 WS-DATE-INPUT        PIC X(8).
       01 WS-VALID-INPUT       PIC X VALUE 'N'.
       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-UNATTENDED        PIC X VALUE 'N'.
       01 WS-RUN-BUSDATE       PIC X(10) VALUE SPACES.
       01 WS-PREREQ-OK         PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME  PIC X(21).

      * THE INBOUND RECORD VIEWS - THE X(80) LINE REDEFINED BY TYPE
       01 WS-GLBAL-LINE        PIC X(80).
       01 WS-GLB-HEADER REDEFINES WS-GLBAL-LINE.
           05 WS-HDR-TAG           PIC X(3).
           05 WS-HDR-BALANCE-DATE  PIC 9(8).
           05 WS-HDR-COUNT         PIC 9(7).
           05 WS-HDR-DEPOSIT       PIC 9(13)V99.
           05 WS-HDR-OVERDRAWN     PIC 9(13)V99.
           05 FILLER               PIC X(32).
       01 WS-GLB-DETAIL REDEFINES WS-GLBAL-LINE.
           05 WS-DTL-TAG           PIC X(3).
           05 WS-DTL-BRANCH        PIC 9(3).
           05 WS-DTL-ACCT-TYPE     PIC X(1).
           05 WS-DTL-DEPOSIT       PIC 9(13)V99.
           05 WS-DTL-OVERDRAWN     PIC 9(13)V99.
           05 FILLER               PIC X(43).
       01 WS-GLB-TRAILER REDEFINES WS-GLBAL-LINE.
           05 WS-TRL-TAG           PIC X(3).
           05 WS-TRL-COUNT         PIC 9(7).
           05 WS-TRL-DEPOSIT       PIC 9(13)V99.
           05 WS-TRL-OVERDRAWN     PIC 9(13)V99.
           05 FILLER               PIC X(40).

      * THE GL EXTRACT RECORD VIEWS, AS GLEXTRACT WRITES THEM
       01 WS-GL-LINE           PIC X(80).
       01 WS-GLX-HEADER REDEFINES WS-GL-LINE.
           05 WS-GLX-TAG           PIC X(3).
           05 WS-GLX-BUSINESS-DATE PIC 9(8).
           05 FILLER               PIC X(69).
       01 WS-GLX-DETAIL REDEFINES WS-GL-LINE.
           05 FILLER               PIC X(3).
           05 WS-GLX-BRANCH        PIC 9(3).
           05 WS-GLX-ACCT-TYPE     PIC X(1).
           05 WS-GLX-TRANS-TYPE    PIC X(1).
           05 WS-GLX-COUNT         PIC 9(7).
           05 WS-GLX-AMOUNT        PIC 9(11)V99.
           05 FILLER               PIC X(52).

       01 WS-FILE-OK           PIC X VALUE 'N'.
       01 WS-HEADER-SEEN       PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN      PIC X VALUE 'N'.
       01 WS-FILE-DATE         PIC 9(8).
       01 WS-FILE-COUNT        PIC 9(7).
       01 WS-FILE-DEPOSIT      PIC 9(13)V99.
       01 WS-FILE-OVERDRAWN    PIC 9(13)V99.
       01 WS-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-DEPOSIT    PIC 9(13)V99 VALUE ZERO.
       01 WS-DETAIL-OVERDRAWN  PIC 9(13)V99 VALUE ZERO.

      * ONE ENTRY PER BRANCH/TYPE SEEN ON EITHER SIDE
       01 WS-LOOKUP-BRANCH     PIC 9(3).
       01 WS-LOOKUP-TYPE       PIC X(1).
       01 WS-PROOF-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-PROOF-IX          PIC 9(3).
       01 WS-PROOF-FOUND       PIC X VALUE 'N'.
       01 WS-PROOF-OVERFLOW    PIC X VALUE 'N'.
       01 WS-PROOF-TABLE.
           05 WS-PROOF-ENTRY OCCURS 500 TIMES.
               10 WS-PRF-BRANCH     PIC 9(3).
               10 WS-PRF-ACCT-TYPE  PIC X(1).
               10 WS-PRF-ACCOUNTS   PIC 9(7).
               10 WS-PRF-SUB-DEP    PIC 9(13)V99.
               10 WS-PRF-SUB-OD     PIC 9(13)V99.
               10 WS-PRF-GL-DEP     PIC 9(13)V99.
               10 WS-PRF-GL-OD      PIC 9(13)V99.

      * THE NIGHT'S GL EXTRACT BUCKETS, FOR THE TRACE LISTING
       01 WS-GLX-LOADED        PIC X VALUE 'N'.
       01 WS-GLX-COUNT-T       PIC 9(3) VALUE ZERO.
       01 WS-GLX-IX            PIC 9(3).
       01 WS-GLX-LISTED        PIC 9(3).
       01 WS-GLX-TABLE.
           05 WS-GLX-ENTRY OCCURS 500 TIMES.
               10 WS-GLX-T-BRANCH   PIC 9(3).
               10 WS-GLX-T-ACCT     PIC X(1).
               10 WS-GLX-T-TRANS    PIC X(1).
               10 WS-GLX-T-COUNT    PIC 9(7).
               10 WS-GLX-T-AMOUNT   PIC 9(11)V99.

       01 WS-SUB-DEP-TOTAL     PIC 9(13)V99 VALUE ZERO.
       01 WS-SUB-OD-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01 WS-ACCOUNT-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-OVERDRAWN-AMOUNT  PIC 9(9)V99.
       01 WS-DEP-DIFF          PIC S9(13)V99.
       01 WS-OD-DIFF           PIC S9(13)V99.
       01 WS-AGREE-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-BREAK-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DIFF-EDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BKT-AMOUNT-EDIT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUN-CONTROL
           IF WS-UNATTENDED = 'Y'
               PERFORM CHECK-NIGHT-PREREQ
               IF WS-PREREQ-OK = 'N'
                   DISPLAY "NIGHT SEQUENCE ERROR - GLEXTRCT has not "
                       "completed for " WS-BUSINESS-DATE
                   DISPLAY "Run refused - run the GL extract first."
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

           PERFORM PROVE-INBOUND-FILE
           IF WS-FILE-OK = 'Y'
               PERFORM LOAD-GL-BALANCES
               PERFORM TOTAL-SUBLEDGER
      * A BRANCH/TYPE THAT DID NOT FIT THE TABLE COULD NOT BE
      * COMPARED, SO THE PROOF IS INCOMPLETE AND IS NOT LOGGED
               IF WS-PROOF-OVERFLOW = 'Y'
                   DISPLAY "PROOF ABANDONED - more branch/type lines "
                       "than the table holds; nothing proven."
                   STOP RUN
               END-IF
               PERFORM LOAD-GL-EXTRACT
               PERFORM PRINT-BREAK-REPORT
           END-IF
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

      * AN UNATTENDED RUN WAITS FOR THE GL EXTRACT TO LOG ITS
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
                              NIGHT-STEP = "GLEXTRCT"
                               MOVE 'Y' TO WS-PREREQ-OK
                               MOVE 'Y' TO WS-NIGHT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NIGHT-FILE
           END-IF.

      * LOG THE PROOF SO THE MORNING SEES THE BOOKS WERE PROVEN
       WRITE-NIGHT-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN EXTEND NIGHT-FILE
           IF WS-NIGHT-STATUS = "35"
               OPEN OUTPUT NIGHT-FILE
               CLOSE NIGHT-FILE
               OPEN EXTEND NIGHT-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO NIGHT-DATE
           MOVE "GLPROOF" TO NIGHT-STEP
           MOVE WS-CURRENT-DATETIME(9:6) TO NIGHT-TIME
           WRITE NIGHT-RECORD
           CLOSE NIGHT-FILE.

      * PASS ONE - NOTHING IS COMPARED UNTIL THE WHOLE FILE PROVES:
      * HEADER PRESENT FOR THE BUSINESS DATE, TRAILER PRESENT, AND
      * BOTH AGREEING WITH THE DETAIL COUNT AND TOTALS
       PROVE-INBOUND-FILE.
           MOVE 'N' TO WS-FILE-OK
           OPEN INPUT GLBAL-FILE
           IF WS-GLBAL-STATUS NOT = "00"
               DISPLAY "No GL balance file - GLBAL.DAT status: "
                   WS-GLBAL-STATUS
               DISPLAY "Books not proven for " WS-BUSINESS-DATE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GLBAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE GLBAL-RECORD TO WS-GLBAL-LINE
                           PERFORM TALLY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE GLBAL-FILE
               PERFORM CHECK-FILE-TOTALS
           END-IF.

       TALLY-ONE-LINE.
           EVALUATE WS-HDR-TAG
               WHEN "HDR"
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE WS-HDR-BALANCE-DATE TO WS-FILE-DATE
                   MOVE WS-HDR-COUNT TO WS-FILE-COUNT
                   MOVE WS-HDR-DEPOSIT TO WS-FILE-DEPOSIT
                   MOVE WS-HDR-OVERDRAWN TO WS-FILE-OVERDRAWN
               WHEN "DTL"
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD WS-DTL-DEPOSIT TO WS-DETAIL-DEPOSIT
                   ADD WS-DTL-OVERDRAWN TO WS-DETAIL-OVERDRAWN
               WHEN "TRL"
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT OR
                      WS-TRL-DEPOSIT NOT = WS-DETAIL-DEPOSIT OR
                      WS-TRL-OVERDRAWN NOT = WS-DETAIL-OVERDRAWN
                       DISPLAY "TRAILER DOES NOT PROVE TO DETAILS - "
                           "file refused."
                       MOVE 'N' TO WS-TRAILER-SEEN
                       MOVE 'Y' TO WS-EOF
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown record tag on GL balance file: "
                       WS-HDR-TAG
           END-EVALUATE.

       CHECK-FILE-TOTALS.
           EVALUATE TRUE
               WHEN WS-HEADER-SEEN = 'N'
                   DISPLAY "GL BALANCE FILE REFUSED - no header "
                       "record."
               WHEN WS-TRAILER-SEEN = 'N'
                   DISPLAY "GL BALANCE FILE REFUSED - trailer missing "
                       "or out of proof."
               WHEN WS-FILE-COUNT NOT = WS-DETAIL-COUNT OR
                    WS-FILE-DEPOSIT NOT = WS-DETAIL-DEPOSIT OR
                    WS-FILE-OVERDRAWN NOT = WS-DETAIL-OVERDRAWN
                   DISPLAY "GL BALANCE FILE REFUSED - header does not "
                       "prove to details."
               WHEN WS-FILE-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY "GL BALANCE FILE REFUSED - balances are "
                       "for " WS-FILE-DATE ", not " WS-BUSINESS-DATE
               WHEN OTHER
                   MOVE 'Y' TO WS-FILE-OK
                   DISPLAY "GL balance file proven: " WS-DETAIL-COUNT
                       " lines"
           END-EVALUATE
           IF WS-FILE-OK = 'N'
               DISPLAY "Books not proven for " WS-BUSINESS-DATE
           END-IF.

      * PASS TWO - THE GL FIGURE FOR EACH BRANCH/TYPE
       LOAD-GL-BALANCES.
           OPEN INPUT GLBAL-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLBAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GLBAL-RECORD TO WS-GLBAL-LINE
                       IF WS-DTL-TAG = "DTL"
                           MOVE WS-DTL-BRANCH TO WS-LOOKUP-BRANCH
                           MOVE FUNCTION UPPER-CASE(WS-DTL-ACCT-TYPE)
                               TO WS-LOOKUP-TYPE
                           PERFORM FIND-PROOF-ENTRY
                           IF WS-PROOF-FOUND = 'Y'
                               ADD WS-DTL-DEPOSIT
                                   TO WS-PRF-GL-DEP(WS-PROOF-IX)
                               ADD WS-DTL-OVERDRAWN
                                   TO WS-PRF-GL-OD(WS-PROOF-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLBAL-FILE.

      * THE SUBLEDGER FIGURE - EVERY ACCOUNT ON THE MASTER, WHATEVER
      * ITS STATUS, SPLIT BY THE SIGN OF ITS BALANCE
       TOTAL-SUBLEDGER.
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "BANK.DAT not available - status: "
                   WS-BANK-STATUS
               DISPLAY "Subledger taken as zero for every branch."
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BANK-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM ADD-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

       ADD-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE BRANCH-CODE TO WS-LOOKUP-BRANCH
           MOVE FUNCTION UPPER-CASE(ACCOUNT-TYPE) TO WS-LOOKUP-TYPE
           PERFORM FIND-PROOF-ENTRY
           IF WS-PROOF-FOUND = 'Y'
               ADD 1 TO WS-PRF-ACCOUNTS(WS-PROOF-IX)
               IF BALANCE < ZERO
                   COMPUTE WS-OVERDRAWN-AMOUNT = ZERO - BALANCE
                   ADD WS-OVERDRAWN-AMOUNT
                       TO WS-PRF-SUB-OD(WS-PROOF-IX)
                   ADD WS-OVERDRAWN-AMOUNT TO WS-SUB-OD-TOTAL
               ELSE
                   ADD BALANCE TO WS-PRF-SUB-DEP(WS-PROOF-IX)
                   ADD BALANCE TO WS-SUB-DEP-TOTAL
               END-IF
           END-IF.

      * FIND THE ENTRY FOR WS-LOOKUP-BRANCH/WS-LOOKUP-TYPE, ADDING IT
      * WITH BOTH SIDES AT ZERO THE FIRST TIME IT IS SEEN. LEAVES
      * WS-PROOF-IX ON THE ENTRY; WS-PROOF-FOUND IS 'N' ONLY WHEN THE
      * TABLE IS FULL.
       FIND-PROOF-ENTRY.
           MOVE 'N' TO WS-PROOF-FOUND
           PERFORM VARYING WS-PROOF-IX FROM 1 BY 1
               UNTIL WS-PROOF-IX > WS-PROOF-COUNT
                   OR WS-PROOF-FOUND = 'Y'
               IF WS-PRF-BRANCH(WS-PROOF-IX) = WS-LOOKUP-BRANCH AND
                  WS-PRF-ACCT-TYPE(WS-PROOF-IX) = WS-LOOKUP-TYPE
                   MOVE 'Y' TO WS-PROOF-FOUND
               END-IF
           END-PERFORM
           IF WS-PROOF-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PROOF-IX
           ELSE
               IF WS-PROOF-COUNT < 500
                   ADD 1 TO WS-PROOF-COUNT
                   MOVE WS-PROOF-COUNT TO WS-PROOF-IX
                   MOVE WS-LOOKUP-BRANCH TO WS-PRF-BRANCH(WS-PROOF-IX)
                   MOVE WS-LOOKUP-TYPE TO WS-PRF-ACCT-TYPE(WS-PROOF-IX)
                   MOVE ZERO TO WS-PRF-ACCOUNTS(WS-PROOF-IX)
                   MOVE ZERO TO WS-PRF-SUB-DEP(WS-PROOF-IX)
                   MOVE ZERO TO WS-PRF-SUB-OD(WS-PROOF-IX)
                   MOVE ZERO TO WS-PRF-GL-DEP(WS-PROOF-IX)
                   MOVE ZERO TO WS-PRF-GL-OD(WS-PROOF-IX)
                   MOVE 'Y' TO WS-PROOF-FOUND
               ELSE
                   MOVE 'Y' TO WS-PROOF-OVERFLOW
               END-IF
           END-IF.

      * THE NIGHT'S GL EXTRACT DETAIL BUCKETS. AN EXTRACT FOR SOME
      * OTHER DATE IS NO HELP TO THE TRACE AND IS NOT LOADED.
       LOAD-GL-EXTRACT.
           OPEN INPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "GLEXTR.DAT not available - status: "
                   WS-GL-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE GL-RECORD TO WS-GL-LINE
                           PERFORM LOAD-ONE-GL-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
           END-IF.

       LOAD-ONE-GL-LINE.
           EVALUATE WS-GLX-TAG
               WHEN "HDR"
                   IF WS-GLX-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-GLX-LOADED
                   ELSE
                       DISPLAY "GLEXTR.DAT is for "
                           WS-GLX-BUSINESS-DATE
                           " - extract buckets not listed."
                       MOVE 'Y' TO WS-EOF
                   END-IF
               WHEN "DTL"
                   IF WS-GLX-LOADED = 'Y' AND WS-GLX-COUNT-T < 500
                       ADD 1 TO WS-GLX-COUNT-T
                       MOVE WS-GLX-BRANCH
                           TO WS-GLX-T-BRANCH(WS-GLX-COUNT-T)
                       MOVE WS-GLX-ACCT-TYPE
                           TO WS-GLX-T-ACCT(WS-GLX-COUNT-T)
                       MOVE WS-GLX-TRANS-TYPE
                           TO WS-GLX-T-TRANS(WS-GLX-COUNT-T)
                       MOVE WS-GLX-COUNT
                           TO WS-GLX-T-COUNT(WS-GLX-COUNT-T)
                       MOVE WS-GLX-AMOUNT
                           TO WS-GLX-T-AMOUNT(WS-GLX-COUNT-T)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * ONE BLOCK PER BRANCH/TYPE OUT OF AGREEMENT, THEN THE CONTROL
      * TOTALS. ONLY A PROOF WITH NO BREAKS LOGS ITS NIGHT STEP.
       PRINT-BREAK-REPORT.
           DISPLAY "=============================================="
           DISPLAY "     SUBLEDGER TO GL PROOF - BREAK REPORT     "
           DISPLAY "=============================================="
           DISPLAY "Business Date : " WS-BUSINESS-DATE
           DISPLAY "Accounts      : " WS-ACCOUNT-COUNT
           PERFORM VARYING WS-PROOF-IX FROM 1 BY 1
               UNTIL WS-PROOF-IX > WS-PROOF-COUNT
               COMPUTE WS-DEP-DIFF = WS-PRF-SUB-DEP(WS-PROOF-IX)
                   - WS-PRF-GL-DEP(WS-PROOF-IX)
               COMPUTE WS-OD-DIFF = WS-PRF-SUB-OD(WS-PROOF-IX)
                   - WS-PRF-GL-OD(WS-PROOF-IX)
               IF WS-DEP-DIFF = ZERO AND WS-OD-DIFF = ZERO
                   ADD 1 TO WS-AGREE-COUNT
               ELSE
                   ADD 1 TO WS-BREAK-COUNT
                   PERFORM PRINT-ONE-BREAK
               END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           MOVE WS-SUB-DEP-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "Subledger Deposit   : " WS-AMOUNT-EDIT
           MOVE WS-FILE-DEPOSIT TO WS-AMOUNT-EDIT
           DISPLAY "GL Deposit          : " WS-AMOUNT-EDIT
           MOVE WS-SUB-OD-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "Subledger Overdrawn : " WS-AMOUNT-EDIT
           MOVE WS-FILE-OVERDRAWN TO WS-AMOUNT-EDIT
           DISPLAY "GL Overdrawn        : " WS-AMOUNT-EDIT
           DISPLAY "Branch/Types Agreed : " WS-AGREE-COUNT
           DISPLAY "Branch/Types Broken : " WS-BREAK-COUNT
           IF WS-BREAK-COUNT = ZERO
               DISPLAY "BOOKS PROVEN - SUBLEDGER AGREES WITH THE GL"
               PERFORM WRITE-NIGHT-STEP
           ELSE
               DISPLAY "BOOKS NOT PROVEN - REFER BREAKS TO FINANCE"
           END-IF
           DISPLAY "==============================================".

       PRINT-ONE-BREAK.
           DISPLAY "----------------------------------------------"
           DISPLAY "BREAK  Branch " WS-PRF-BRANCH(WS-PROOF-IX)
               "  Type " WS-PRF-ACCT-TYPE(WS-PROOF-IX)
               "  Accounts " WS-PRF-ACCOUNTS(WS-PROOF-IX)
           DISPLAY "                  Subledger"
               "              GL            Difference"
           MOVE WS-PRF-SUB-DEP(WS-PROOF-IX) TO WS-AMOUNT-EDIT
           MOVE WS-DEP-DIFF TO WS-DIFF-EDIT
           DISPLAY "  Deposit   " WS-AMOUNT-EDIT
               WITH NO ADVANCING
           MOVE WS-PRF-GL-DEP(WS-PROOF-IX) TO WS-AMOUNT-EDIT
           DISPLAY " " WS-AMOUNT-EDIT " " WS-DIFF-EDIT
           MOVE WS-PRF-SUB-OD(WS-PROOF-IX) TO WS-AMOUNT-EDIT
           MOVE WS-OD-DIFF TO WS-DIFF-EDIT
           DISPLAY "  Overdrawn " WS-AMOUNT-EDIT
               WITH NO ADVANCING
           MOVE WS-PRF-GL-OD(WS-PROOF-IX) TO WS-AMOUNT-EDIT
           DISPLAY " " WS-AMOUNT-EDIT " " WS-DIFF-EDIT
           IF WS-GLX-LOADED = 'Y'
               DISPLAY "  Tonight's GL extract buckets:"
               MOVE ZERO TO WS-GLX-LISTED
               PERFORM VARYING WS-GLX-IX FROM 1 BY 1
                   UNTIL WS-GLX-IX > WS-GLX-COUNT-T
                   IF WS-GLX-T-BRANCH(WS-GLX-IX) =
                          WS-PRF-BRANCH(WS-PROOF-IX) AND
                      WS-GLX-T-ACCT(WS-GLX-IX) =
                          WS-PRF-ACCT-TYPE(WS-PROOF-IX)
                       ADD 1 TO WS-GLX-LISTED
                       MOVE WS-GLX-T-AMOUNT(WS-GLX-IX)
                           TO WS-BKT-AMOUNT-EDIT
                       DISPLAY "    Trans Type "
                           WS-GLX-T-TRANS(WS-GLX-IX)
                           "  Count " WS-GLX-T-COUNT(WS-GLX-IX)
                           "  Amount " WS-BKT-AMOUNT-EDIT
                   END-IF
               END-PERFORM
               IF WS-GLX-LISTED = ZERO
                   DISPLAY "    (no postings extracted tonight)"
               END-IF
           END-IF.
