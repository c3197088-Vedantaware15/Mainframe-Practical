      * SORDX-RECORD LAYOUT - STANDING-ORDER EXCEPTION FILE
      * SORDEXC.DAT. WRITTEN FRESH BY EVERY UNATTENDED NIGHT
      * STANDING-ORDER POSTING RUN (ATTENDED RUNS LEAVE IT ALONE),
      * ONE LINE PER DUE ORDER THAT COULD NOT BE POSTED, WITH
      * THE REASON AS IT PRINTS ON THE POSTING REPORT. READ BY THE
      * CUSTOMER NOTICE RUN AT THE END OF THE NIGHT.
       01 SORDX-RECORD.
           05 SORDX-DATE            PIC 9(8).
           05 SORDX-ACCOUNT-NUMBER  PIC 9(5).
           05 SORDX-TYPE            PIC X(1).
           05 SORDX-AMOUNT          PIC 9(7)V99.
           05 SORDX-DAY             PIC 9(2).
           05 SORDX-REASON          PIC X(30).
