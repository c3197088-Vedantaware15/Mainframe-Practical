      * STOP-RECORD LAYOUT - STOP-PAYMENT REGISTER STOPPAY.DAT, SHARED
      * BY THE ONLINE MAINTENANCE, THE CLEARING RUN AND THE NIGHTLY
      * EXPIRY RUN. ONE LINE PER STOP. STOP-REFERENCE IS MATCHED TO
      * THE 12-CHARACTER PARTNER REFERENCE ON THE CLEARING DTL LINE;
      * A ZERO STOP-AMOUNT STOPS THE CHEQUE WHATEVER ITS AMOUNT.
      * STATUS O=OPEN, U=USED (AN INBOUND DEBIT WAS RETURNED AGAINST
      * IT ON STOP-USED-DATE), C=CANCELLED, E=EXPIRED. AN OPEN STOP
      * STANDS THROUGH ITS EXPIRY DATE.
       01 STOP-RECORD.
           05 STOP-ACCOUNT-NUMBER   PIC 9(5).
           05 STOP-REFERENCE        PIC X(12).
           05 STOP-AMOUNT           PIC 9(7)V99.
           05 STOP-EXPIRY           PIC 9(8).
           05 STOP-PLACED-BY        PIC X(8).
           05 STOP-PLACED-DATE      PIC 9(8).
           05 STOP-STATUS           PIC X(1).
           05 STOP-USED-DATE        PIC 9(8).
