      * TRANS-RECORD LAYOUT - POSTING HISTORY TRANHIST.DAT, SHARED BY
      * ALL PROGRAMS THAT POST TO OR READ BACK THE HISTORY. THE FILE
      * IS INDEXED AND HOLDS THE LIVE AND THE ARCHIVED MONTHS ALIKE.
      * TRANS-KEY READS ONE ACCOUNT'S POSTINGS IN DATE AND TIME
      * ORDER; TRANS-SEQ KEEPS APART TWO POSTINGS TO ONE ACCOUNT IN
      * THE SAME SECOND AND IS SET BY THE WRITER, NEVER COMPARED.
      * TRANS-POST-DATE IS THE ALTERNATE KEY (WITH DUPLICATES) THAT
      * READS ONE BUSINESS DAY'S POSTINGS IN THE ORDER THEY WERE
      * WRITTEN; EVERY WRITER SETS IT FROM TRANS-DATE.
      * TRANS-TRANSFER-ID LINKS THE TWO SIDES OF AN ACCOUNT-TO-ACCOUNT
      * TRANSFER: BOTH RECORDS OF A PAIR CARRY THE SAME NON-ZERO ID,
      * ZERO MEANS THE POSTING IS NOT PART OF A TRANSFER. RECORDS
      * READERS MUST TEST THE FIELD NUMERIC BEFORE COMPARING IT.
      * TRANS-OPERATOR-ID IS THE SIGNED-ON OPERATOR WHO POSTED THE
      * MONEY, OR A FIXED ID FOR THE BATCH WRITERS (BATCH, INTACCR,
      * DORMSWP, STORDPST, CLEARING, FEECHRG, AND LOANINT/LOANPRIN
      * FOR THE INTEREST AND PRINCIPAL PARTS OF A LOAN INSTALLMENT
      * COLLECTED BY LOANCOLL), SO THE TELLER PROOF CAN BALANCE
      * EVERY DRAWER. RECORDS WRITTEN BEFORE THE FIELD EXISTED READ
      * BACK AS SPACES.
      * TRANS-REVERSAL-OF IS ZERO ON AN ORDINARY POSTING. ON A
      * SUPERVISOR-APPROVED REVERSAL IT HOLDS THE DATE AND TIME OF THE
      * ORIGINAL POSTING BEING OFFSET - SAME ACCOUNT, SAME AMOUNT,
      * OPPOSITE TYPE - SO STATEMENTS CAN SHOW THE PAIR AS A
      * CORRECTION AND THE PROOF AND REGULATORY REPORTS CAN NET IT
      * OUT. RECORDS WRITTEN BEFORE THE FIELD EXISTED READ BACK AS
      * SPACES, SO TEST IT NUMERIC BEFORE USE.
      * THE MONTH-END ARCHIVES TRANS.ARC.YYYYMM KEEP THE OLDER FLAT
      * LAYOUT - SEE TRANARC.
       01 TRANS-RECORD.
           05 TRANS-KEY.
               10 TRANS-ACCOUNT-NUMBER PIC 9(5).
               10 TRANS-DATE        PIC 9(8).
               10 TRANS-TIME        PIC 9(6).
               10 TRANS-SEQ         PIC 9(3).
           05 TRANS-TYPE            PIC X(1).
           05 TRANS-AMOUNT          PIC 9(7)V99.
           05 TRANS-TRANSFER-ID     PIC 9(8).
           05 TRANS-OPERATOR-ID     PIC X(8).
           05 TRANS-REVERSAL-OF.
               10 TRANS-REV-DATE    PIC 9(8).
               10 TRANS-REV-TIME    PIC 9(6).
           05 TRANS-POST-DATE       PIC 9(8).
