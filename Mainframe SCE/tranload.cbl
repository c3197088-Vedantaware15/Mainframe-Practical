       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANLOAD.

      * ONE-TIME LOAD OF THE INDEXED POSTING HISTORY TRANHIST.DAT
      * FROM THE FLAT FILES IT REPLACES. EVERY MONTH-END ARCHIVE
      * TRANS.ARC.YYYYMM AND THE RETIRED LIVE FILE TRANS.DAT ARE
      * GATHERED INTO THE WORK FILE TRLDWRK.DAT (THE SAME SHELL
      * PATTERN THE HISTORY READERS USED) AND EACH POSTING IS WRITTEN
      * TO THE HISTORY UNDER ITS ACCOUNT, DATE AND TIME, WITH ITS
      * DATE AS THE BUSINESS-DATE KEY. A TRANSFER ID OR REVERSAL
      * POINTER WRITTEN BEFORE THE FIELD EXISTED READS BACK AS
      * SPACES AND IS LOADED AS ZERO.
      *
      * THE HISTORY IS THEN RE-READ FRONT TO BACK AND COUNTED
      * INDEPENDENTLY OF THE LOAD PASS - POSTINGS IN = POSTINGS ON
      * FILE, ON COUNT AND AMOUNT, AS READ BACK. ONLY A PROVEN LOAD
      * RETIRES TRANS.DAT, WHICH IS MOVED ASIDE TO TRANSOLD.DAT AS
      * THE FALLBACK. THE ARCHIVES ARE LEFT WHERE THEY ARE.
      *
      * RUN ONCE, BEFORE ANY POSTING GOES TO THE HISTORY. THE RUN IS
      * REFUSED WHEN TRANHIST.DAT ALREADY HOLDS POSTINGS, SO A SECOND
      * RUN CAN NEVER LOAD THE SAME HISTORY TWICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE ASSIGN TO "TRLDWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAD-FILE.
           COPY TRANARC.

       FD TRANS-FILE.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.
       01 WS-LOAD-STATUS       PIC XX VALUE '00'.
       01 WS-TRANS-STATUS      PIC XX VALUE '00'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-HISTORY-EMPTY     PIC X VALUE 'Y'.
       01 WS-LOAD-PROVEN       PIC X VALUE 'N'.
       01 WS-GATHER-CMD        PIC X(60) VALUE
           "cat TRANS.ARC.* TRANS.DAT > TRLDWRK.DAT 2>/dev/null".
       01 WS-RETIRE-CMD        PIC X(40) VALUE
           "mv TRANS.DAT TRANSOLD.DAT".
       01 WS-IN-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-IN-AMOUNT         PIC 9(13)V99 VALUE ZERO.
       01 WS-LOADED-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-ERROR-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-VER-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-VER-AMOUNT        PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-HISTORY-EMPTY
           IF WS-HISTORY-EMPTY = 'N'
               DISPLAY "TRANHIST.DAT already holds postings - load "
                   "refused."
               STOP RUN
           END-IF

           CALL "SYSTEM" USING WS-GATHER-CMD
           OPEN INPUT LOAD-FILE
           IF WS-LOAD-STATUS NOT = "00"
               DISPLAY "Nothing to load - TRLDWRK.DAT status: "
                   WS-LOAD-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TRANS-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           CLOSE LOAD-FILE

           PERFORM VERIFY-HISTORY
           PERFORM PRINT-LOAD-REPORT
           IF WS-LOAD-PROVEN = 'Y'
               CALL "SYSTEM" USING WS-RETIRE-CMD
               DISPLAY "TRANS.DAT moved aside to TRANSOLD.DAT."
           END-IF
           DISPLAY "=============================================="
           STOP RUN.

      * THE HISTORY MUST NOT EXIST YET, OR MUST BE EMPTY
       CHECK-HISTORY-EMPTY.
           MOVE 'Y' TO WS-HISTORY-EMPTY
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               READ TRANS-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'N' TO WS-HISTORY-EMPTY
               END-READ
               CLOSE TRANS-FILE
           END-IF.

      * CARRY ONE FLAT POSTING ACROSS TO THE HISTORY LAYOUT
       LOAD-ONE-POSTING.
           ADD 1 TO WS-IN-COUNT
           ADD TARC-AMOUNT TO WS-IN-AMOUNT
           MOVE TARC-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           MOVE TARC-DATE TO TRANS-DATE
           MOVE TARC-TIME TO TRANS-TIME
           MOVE TARC-TYPE TO TRANS-TYPE
           MOVE TARC-AMOUNT TO TRANS-AMOUNT
           IF TARC-TRANSFER-ID IS NUMERIC
               MOVE TARC-TRANSFER-ID TO TRANS-TRANSFER-ID
           ELSE
               MOVE ZERO TO TRANS-TRANSFER-ID
           END-IF
           MOVE TARC-OPERATOR-ID TO TRANS-OPERATOR-ID
           IF TARC-REVERSAL-OF IS NUMERIC
               MOVE TARC-REVERSAL-OF TO TRANS-REVERSAL-OF
           ELSE
               MOVE ZERO TO TRANS-REVERSAL-OF
           END-IF
           PERFORM WRITE-TRANS-HISTORY
           IF WS-TRANS-STATUS = "00"
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Posting not loaded - account "
                   TARC-ACCOUNT-NUMBER " " TARC-DATE " " TARC-TIME
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

      * RE-READ THE WHOLE HISTORY AND COUNT WHAT ACTUALLY LANDED ON
      * DISK, INDEPENDENTLY OF THE LOAD PASS
       VERIFY-HISTORY.
           MOVE ZERO TO WS-VER-COUNT
           MOVE ZERO TO WS-VER-AMOUNT
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-VER-COUNT
                           ADD TRANS-AMOUNT TO WS-VER-AMOUNT
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

      * CONTROL TOTALS: NOTHING IS RETIRED UNLESS EVERY POSTING READ
      * IS ON THE HISTORY, ON BOTH COUNT AND AMOUNT, AS READ BACK
       PRINT-LOAD-REPORT.
           DISPLAY "=============================================="
           DISPLAY "      POSTING HISTORY ONE-TIME LOAD           "
           DISPLAY "=============================================="
           DISPLAY "Postings In   : " WS-IN-COUNT
               " Amount " WS-IN-AMOUNT
           DISPLAY "Loaded        : " WS-LOADED-COUNT
           DISPLAY "Not Loaded    : " WS-ERROR-COUNT
           DISPLAY "On History    : " WS-VER-COUNT
               " Amount " WS-VER-AMOUNT
           MOVE 'N' TO WS-LOAD-PROVEN
           IF WS-IN-COUNT = WS-VER-COUNT
              AND WS-IN-AMOUNT = WS-VER-AMOUNT
              AND WS-ERROR-COUNT = ZERO
               MOVE 'Y' TO WS-LOAD-PROVEN
               DISPLAY "LOAD CONTROL TOTALS PROVEN"
           ELSE
               DISPLAY "LOAD CONTROL TOTALS DO NOT PROVE - "
                   "TRANS.DAT LEFT IN PLACE"
           END-IF.
