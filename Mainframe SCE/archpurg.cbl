       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHPURG.

      * MONTH-END ARCHIVE OF THE POSTING HISTORY AND ARCHIVE AND
      * PURGE OF AUDIT.DAT. THE OPERATOR KEYS THE LAST COMPLETED
      * MONTH (YYYYMM).
      *
      * THE POSTING HISTORY TRANHIST.DAT IS INDEXED AND EVERY READER
      * FETCHES ONLY THE ACCOUNT OR DAY IT NEEDS, SO IT KEEPS EVERY
      * MONTH AND NOTHING IS PURGED FROM IT. THE MONTH'S POSTINGS
      * ARE READ BY BUSINESS DATE AND COPIED TO THE ARCHIVE WORK FILE
      * IN THE FLAT TRANS.ARC LAYOUT FOR OFF-LINE RETENTION. THE WORK
      * FILE IS RE-READ AND COUNTED INDEPENDENTLY OF THE COPY PASS,
      * SO A WRITE THAT NEVER REACHED DISK (DISK FULL AND THE LIKE)
      * FAILS THE PROOF - POSTINGS READ = POSTINGS ARCHIVED, ON COUNT
      * AND AMOUNT, AS READ BACK. ONLY A PROVEN COPY BECOMES THE
      * DATED ARCHIVE TRANS.ARC.YYYYMM.
      *
      * AUDIT.DAT IS STILL APPENDED TO FOREVER, SO ITS COMPLETED
      * MONTHS ARE CUT OFF: EVERY RECORD DATED IN OR BEFORE THE
      * MONTH GOES TO THE ARCHIVE WORK FILE, THE REST TO THE LIVE
      * WORK FILE, AND THE SPLIT IS PROVEN THE SAME WAY - INPUT =
      * ARCHIVED + KEPT, ON RECORD COUNT, AS READ BACK. ONLY A PROVEN
      * SPLIT REPLACES THE LIVE FILE AND BECOMES AUDIT.ARC.YYYYMM
      * (THE SAME SHELL-COPY PATTERN BACKUP-BANK-FILE USES). IF A
      * PROOF FAILS THE LIVE FILE IS LEFT UNTOUCHED. AUDITINQ READS
      * THE ARCHIVES TOGETHER WITH THE LIVE FILE, SO THE AUDIT TRAIL
      * STAYS REACHABLE AFTER THE CUT.
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
           SELECT TRANARCH-FILE ASSIGN TO "TRANARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           COPY TRANSREC.

       FD TRANARCH-FILE.
           COPY TRANARC.

       FD AUDIT-FILE.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS      PIC XX VALUE '00'.
       01 WS-TRANARCH-STATUS   PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS      PIC XX VALUE '00'.
       01 WS-AUDARCH-STATUS    PIC XX VALUE '00'.
       01 WS-AUDLIVE-STATUS    PIC XX VALUE '00'.
       01 WS-VALID-INPUT       PIC X VALUE 'N'.
       01 WS-ARCHIVE-MONTH     PIC 9(6).
       01 WS-SHELL-CMD         PIC X(60).
       01 WS-MONTH-START.
           05 WS-MONTH-START-YYYYMM PIC 9(6).
           05 FILLER            PIC X(2) VALUE "01".
       01 WS-TRANS-IN-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-TRANS-IN-AMOUNT   PIC 9(13)V99 VALUE ZERO.
       01 WS-AUDIT-IN-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-ARC-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-KEEP-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-VER-ARC-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-VER-ARC-AMOUNT    PIC 9(13)V99 VALUE ZERO.
       01 WS-VER-AUDARC-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-VER-AUDKEEP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRANS-PROVEN      PIC X VALUE 'N'.
           DISPLAY "Archiving through month: " WS-ARCHIVE-MONTH
           DISPLAY "----------------------------------------------"

           PERFORM EXTRACT-TRANS-MONTH
           PERFORM PROVE-TRANS-EXTRACT
           IF WS-TRANS-PROVEN = 'Y'
               PERFORM FILE-TRANS-ARCHIVE
           END-IF

           PERFORM SPLIT-AUDIT-FILE
           DISPLAY "=============================================="
           STOP RUN.

      * READ THE MONTH'S POSTINGS FROM THE HISTORY BY BUSINESS DATE
      * AND COPY EACH TO THE ARCHIVE WORK FILE IN THE FLAT LAYOUT
       EXTRACT-TRANS-MONTH.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "No transactions - TRANHIST.DAT status: "
                   WS-TRANS-STATUS
           ELSE
               OPEN OUTPUT TRANARCH-FILE
               MOVE WS-ARCHIVE-MONTH TO WS-MONTH-START-YYYYMM
               MOVE WS-MONTH-START TO TRANS-POST-DATE
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
                           IF TRANS-POST-DATE(1:6) = WS-ARCHIVE-MONTH
                               ADD 1 TO WS-TRANS-IN-COUNT
                               ADD TRANS-AMOUNT TO WS-TRANS-IN-AMOUNT
                               PERFORM WRITE-ARCHIVE-RECORD
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANARCH-FILE
               CLOSE TRANS-FILE
           END-IF.

       WRITE-ARCHIVE-RECORD.
           MOVE TRANS-ACCOUNT-NUMBER TO TARC-ACCOUNT-NUMBER
           MOVE TRANS-TYPE TO TARC-TYPE
           MOVE TRANS-AMOUNT TO TARC-AMOUNT
           MOVE TRANS-DATE TO TARC-DATE
           MOVE TRANS-TIME TO TARC-TIME
           MOVE TRANS-TRANSFER-ID TO TARC-TRANSFER-ID
           MOVE TRANS-OPERATOR-ID TO TARC-OPERATOR-ID
           MOVE TRANS-REVERSAL-OF TO TARC-REVERSAL-OF
           WRITE TARC-RECORD.

      * CONTROL TOTALS: THE WORK FILE IS RE-READ AND COUNTED
      * INDEPENDENTLY OF THE COPY PASS, SO A WRITE THAT NEVER REACHED
      * DISK FAILS THE PROOF. NOTHING IS FILED UNLESS POSTINGS READ =
      * POSTINGS ARCHIVED, ON BOTH COUNT AND AMOUNT, AS READ BACK
      * FROM THE WORK FILE.
       PROVE-TRANS-EXTRACT.
           MOVE 'N' TO WS-TRANS-PROVEN
           PERFORM VERIFY-TRANS-WORK
           DISPLAY "TRANHIST.DAT Month: " WS-TRANS-IN-COUNT
               " Amount " WS-TRANS-IN-AMOUNT
           DISPLAY "  Archived   : " WS-VER-ARC-COUNT
               " Amount " WS-VER-ARC-AMOUNT
           IF WS-TRANS-IN-COUNT = WS-VER-ARC-COUNT
              AND WS-TRANS-IN-AMOUNT = WS-VER-ARC-AMOUNT
               MOVE 'Y' TO WS-TRANS-PROVEN
               DISPLAY "  TRANS CONTROL TOTALS PROVEN"
           ELSE
               DISPLAY "  TRANS CONTROL TOTALS DO NOT PROVE - "
                   "NO ARCHIVE WRITTEN"
           END-IF
           IF WS-VER-ARC-COUNT = ZERO
               MOVE 'N' TO WS-TRANS-PROVEN
               DISPLAY "  Nothing to archive - no postings for "
                   "the month."
           END-IF.

      * RE-READ THE TRANS WORK FILE AND COUNT WHAT ACTUALLY LANDED
      * ON DISK. THE AMOUNTS ARE SUMMED FROM THE BYTES AS WRITTEN.
       VERIFY-TRANS-WORK.
           MOVE ZERO TO WS-VER-ARC-COUNT
           MOVE ZERO TO WS-VER-ARC-AMOUNT
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-VER-ARC-COUNT
                           ADD TARC-AMOUNT TO WS-VER-ARC-AMOUNT
                   END-READ
               END-PERFORM
               CLOSE TRANARCH-FILE
           END-IF.

      * THE PROVEN WORK FILE BECOMES THE DATED ARCHIVE. THE HISTORY
      * ITSELF IS LEFT AS IT IS.
       FILE-TRANS-ARCHIVE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv TRANARCH.DAT TRANS.ARC." WS-ARCHIVE-MONTH
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           DISPLAY "  Archive written: TRANS.ARC." WS-ARCHIVE-MONTH.

      * SAME SPLIT FOR THE AUDIT TRAIL, PROVEN ON RECORD COUNT
