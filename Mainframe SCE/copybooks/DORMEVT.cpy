      * DORMX-RECORD LAYOUT - DORMANCY EVENT FILE DORMEVT.DAT.
      * WRITTEN FRESH BY EVERY UNATTENDED NIGHT DORMANT ACCOUNT
      * SWEEP (ATTENDED RUNS LEAVE IT ALONE), ONE LINE PER EVENT:
      * F=ACCOUNT NEWLY FLAGGED DORMANT SINCE THE LAST SWEEP,
      * C=DORMANCY FEE CHARGED (AMOUNT = THE FEE). READ BY THE
      * CUSTOMER NOTICE RUN AT THE END OF THE NIGHT.
       01 DORMX-RECORD.
           05 DORMX-DATE            PIC 9(8).
           05 DORMX-ACCOUNT-NUMBER  PIC 9(5).
           05 DORMX-EVENT           PIC X(1).
           05 DORMX-MONTHS          PIC 9(3).
           05 DORMX-AMOUNT          PIC 9(7)V99.
