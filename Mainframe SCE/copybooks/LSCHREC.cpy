      * LSCH-RECORD LAYOUT - LOAN INSTALLMENT SCHEDULE LOANSCHD.DAT,
      * KEYED ON LOAN NUMBER AND INSTALLMENT NUMBER SO EACH LOAN'S
      * INSTALLMENTS READ BACK IN DUE ORDER. THE WHOLE SCHEDULE IS
      * BUILT WHEN THE LOAN IS BOOKED: EVERY LINE CARRIES ITS DUE
      * DATE AND THE INTEREST/PRINCIPAL SPLIT OF THE INSTALLMENT, THE
      * LAST LINE ABSORBING THE ROUNDING SO THE PRINCIPAL CLEARS TO
      * ZERO. LSCH-STATUS: O=OPEN, P=PAID (LSCH-PAID-DATE SET).
       01 LSCH-RECORD.
           05 LSCH-KEY.
               10 LSCH-LOAN-NUMBER  PIC 9(5).
               10 LSCH-INSTALL-NO   PIC 9(3).
           05 LSCH-DUE-DATE         PIC 9(8).
           05 LSCH-AMOUNT           PIC 9(7)V99.
           05 LSCH-INTEREST         PIC 9(7)V99.
           05 LSCH-PRINCIPAL        PIC 9(7)V99.
           05 LSCH-STATUS           PIC X(1).
           05 LSCH-PAID-DATE        PIC 9(8).
