      * LOAN-RECORD LAYOUT - LOAN MASTER LOANMST.DAT, KEYED ON
      * LOAN-NUMBER, SHARED BY THE ONLINE BOOKING AND INQUIRY, THE
      * NIGHTLY INSTALLMENT COLLECTION AND THE GL EXTRACT. A LOAN IS
      * ACCOUNT TYPE L IN THE GL BUCKETS; IT IS NOT CARRIED ON
      * BANK.DAT, SO NO DEPOSIT-SIDE PROGRAM EVER POSTS TO IT.
      * LOAN-PAY-ACCOUNT IS THE CUSTOMER'S CHECKING ACCOUNT THE
      * INSTALLMENTS ARE COLLECTED FROM. LOAN-BALANCE IS THE
      * OUTSTANDING PRINCIPAL; LOAN-ANNUAL-RATE IS A PERCENTAGE LIKE
      * THE RATES.DAT RATES. LOAN-NEXT-DUE, LOAN-ARREARS AND
      * LOAN-DAYS-PAST-DUE ARE REFRESHED BY THE NIGHTLY COLLECTION
      * FROM THE INSTALLMENT SCHEDULE.
      * LOAN-STATUS: A=ACTIVE, P=PAID OFF.
       01 LOAN-RECORD.
           05 LOAN-NUMBER           PIC 9(5).
           05 LOAN-CUST-NUMBER      PIC 9(5).
           05 LOAN-BRANCH-CODE      PIC 9(3).
           05 LOAN-PAY-ACCOUNT      PIC 9(5).
           05 LOAN-PRINCIPAL        PIC 9(7)V99.
           05 LOAN-BALANCE          PIC 9(7)V99.
           05 LOAN-ANNUAL-RATE      PIC 9(2)V9(4).
           05 LOAN-TERM             PIC 9(3).
           05 LOAN-INSTALLMENT      PIC 9(7)V99.
           05 LOAN-NEXT-DUE         PIC 9(8).
           05 LOAN-PAID-COUNT       PIC 9(3).
           05 LOAN-ARREARS          PIC 9(7)V99.
           05 LOAN-DAYS-PAST-DUE    PIC 9(5).
           05 LOAN-DATE-OPENED      PIC 9(8).
           05 LOAN-STATUS           PIC X(1).
