       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPEXP.

      * NIGHTLY STOP-PAYMENT EXPIRY. READS THE STOP-PAYMENT REGISTER
      * THE BRANCHES MAINTAIN THROUGH BANKING-SYSTEM AND FLIPS EVERY
      * OPEN STOP WHOSE EXPIRY DATE IS BEFORE THE BUSINESS DATE TO
      * EXPIRED, SO THE CLEARING RUN STOPS RETURNING CHEQUES AGAINST
      * IT. EXPIRED STOPS STAY ON FILE SO THE BRANCHES CAN STILL SEE
      * WHAT WAS STOPPED AND WHEN IT LAPSED.
      *
      * RUNS IN THE NIGHT WINDOW AFTER HOLDREL; WITH BUSDATE ON THE
      * RUN-CONTROL FILE IT RUNS UNATTENDED AND LOGS STEP STOPEXP,
      * WHICH THE CLEARING RUN WAITS FOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT NIGHT-FILE ASSIGN TO "NIGHTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOP-FILE.
           COPY STOPREC.

       FD RUNCTL-FILE.
           COPY RUNCTL.

       FD NIGHT-FILE.
           COPY NIGHTREC.

       WORKING-STORAGE SECTION.
       01 WS-STOP-STATUS       PIC XX VALUE '00'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-DATE-INPUT        PIC X(8).
       01 WS-VALID-INPUT       PIC X VALUE 'N'.
       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-STOP-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-STOP-IX           PIC 9(3).
       01 WS-STOP-TABLE.
           05 WS-STOP-ENTRY OCCURS 500 TIMES.
               10 WS-STP-ACCOUNT    PIC 9(5).
               10 WS-STP-REFERENCE  PIC X(12).
               10 WS-STP-AMOUNT     PIC 9(7)V99.
               10 WS-STP-EXPIRY     PIC 9(8).
               10 WS-STP-PLACED-BY  PIC X(8).
               10 WS-STP-PLACED-DATE PIC 9(8).
               10 WS-STP-STATUS     PIC X(1).
               10 WS-STP-USED-DATE  PIC 9(8).
       01 WS-EXPIRED-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-OPEN-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-STOP-OVERFLOW     PIC X VALUE 'N'.
       01 WS-RUNCTL-STATUS     PIC XX VALUE '00'.
       01 WS-NIGHT-STATUS      PIC XX VALUE '00'.
       01 WS-RUNCTL-EOF        PIC X VALUE 'N'.
       01 WS-NIGHT-EOF         PIC X VALUE 'N'.
       01 WS-UNATTENDED        PIC X VALUE 'N'.
       01 WS-RUN-BUSDATE       PIC X(10) VALUE SPACES.
       01 WS-PREREQ-OK         PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME  PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUN-CONTROL
           IF WS-UNATTENDED = 'Y'
               PERFORM CHECK-NIGHT-PREREQ
               IF WS-PREREQ-OK = 'N'
                   DISPLAY "NIGHT SEQUENCE ERROR - HOLDREL has not "
                       "completed for " WS-BUSINESS-DATE
                   DISPLAY "Run refused - release expired holds "
                       "first."
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

           PERFORM LOAD-STOP-TABLE
      * A SAVE FROM AN OVERFLOWED TABLE WOULD DESTROY THE STOPS THAT
      * DID NOT FIT, SO THE RUN IS ABANDONED AND THE NIGHT STEP IS
      * NOT LOGGED - THE OPERATOR MUST RAISE THE TABLE AND RERUN
           IF WS-STOP-OVERFLOW = 'Y'
               DISPLAY "RUN ABANDONED - stop file holds more lines "
                   "than the table; nothing expired."
               STOP RUN
           END-IF
           IF WS-STOP-COUNT = ZERO
               DISPLAY "No stops on file - nothing to expire."
           ELSE
               PERFORM EXPIRE-OLD-STOPS
               PERFORM SAVE-STOP-TABLE
               PERFORM PRINT-EXPIRY-SUMMARY
           END-IF
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

      * AN UNATTENDED RUN WAITS FOR THE HOLD RELEASE TO LOG ITS
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
                              NIGHT-STEP = "HOLDREL"
                               MOVE 'Y' TO WS-PREREQ-OK
                               MOVE 'Y' TO WS-NIGHT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NIGHT-FILE
           END-IF.

      * LOG THIS STEP'S COMPLETION SO THE CLEARING RUN MAY START
       WRITE-NIGHT-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN EXTEND NIGHT-FILE
           IF WS-NIGHT-STATUS = "35"
               OPEN OUTPUT NIGHT-FILE
               CLOSE NIGHT-FILE
               OPEN EXTEND NIGHT-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO NIGHT-DATE
           MOVE "STOPEXP" TO NIGHT-STEP
           MOVE WS-CURRENT-DATETIME(9:6) TO NIGHT-TIME
           WRITE NIGHT-RECORD
           CLOSE NIGHT-FILE.

       LOAD-STOP-TABLE.
           MOVE ZERO TO WS-STOP-COUNT
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STOP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-STOP-COUNT < 500
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

      * AN OPEN STOP WHOSE EXPIRY IS BEFORE THE BUSINESS DATE LAPSES
      * TONIGHT. STOPS EXPIRING ON THE BUSINESS DATE ITSELF STAND
      * THROUGH TONIGHT'S CLEARING AND LAPSE ON TOMORROW'S RUN.
       EXPIRE-OLD-STOPS.
           PERFORM VARYING WS-STOP-IX FROM 1 BY 1
               UNTIL WS-STOP-IX > WS-STOP-COUNT
               IF WS-STP-STATUS(WS-STOP-IX) = 'O'
                   IF WS-STP-EXPIRY(WS-STOP-IX) < WS-BUSINESS-DATE
                       MOVE 'E' TO WS-STP-STATUS(WS-STOP-IX)
                       ADD 1 TO WS-EXPIRED-COUNT
                       DISPLAY "EXPIRED Account "
                           WS-STP-ACCOUNT(WS-STOP-IX)
                           " Ref " WS-STP-REFERENCE(WS-STOP-IX)
                           " Expired " WS-STP-EXPIRY(WS-STOP-IX)
                   ELSE
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
               END-IF
           END-PERFORM.

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

       PRINT-EXPIRY-SUMMARY.
           DISPLAY "=============================================="
           DISPLAY "        STOP-PAYMENT EXPIRY SUMMARY           "
           DISPLAY "=============================================="
           DISPLAY "Business Date   : " WS-BUSINESS-DATE
           DISPLAY "Stops Expired   : " WS-EXPIRED-COUNT
           DISPLAY "Stops Still Open: " WS-OPEN-COUNT
           DISPLAY "==============================================".
