      * REL-RECORD LAYOUT - ACCOUNT-RELATIONSHIP FILE RELMST.DAT,
      * KEYED ON ACCOUNT NUMBER THEN CUSTOMER NUMBER, SHARED BY THE
      * ONLINE CUSTOMER MAINTENANCE AND THE STATEMENT RUN. ONE RECORD
      * LINKS ONE FURTHER CUSTOMER TO AN ACCOUNT, SO AN ACCOUNT MAY
      * CARRY ANY NUMBER OF PARTIES.
      * THE PRIMARY OWNER IS ALWAYS THE CUSTOMER-NUMBER ON THE
      * BANK-RECORD AND IS NOT REPEATED HERE; REL-ROLE CARRIES THE
      * OTHER ROLES: J=JOINT OWNER, S=SIGNATORY, B=BENEFICIARY.
      * REL-STATEMENT Y ASKS FOR A COPY OF EACH STATEMENT TO BE
      * MAILED TO A JOINT OWNER; IT IS N FOR EVERY OTHER ROLE.
       01 REL-RECORD.
           05 REL-KEY.
               10 REL-ACCOUNT-NUMBER PIC 9(5).
               10 REL-CUST-NUMBER    PIC 9(5).
           05 REL-ROLE              PIC X(1).
           05 REL-STATEMENT         PIC X(1).
           05 REL-DATE-ADDED        PIC 9(8).
           05 REL-ADDED-BY          PIC X(8).
