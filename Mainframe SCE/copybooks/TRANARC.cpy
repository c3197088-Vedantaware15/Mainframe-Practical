      * TARC-RECORD LAYOUT - MONTH-END POSTING ARCHIVE
      * TRANS.ARC.YYYYMM, LINE SEQUENTIAL, AND THE RETIRED FLAT
      * TRANS.DAT THE HISTORY WAS FIRST LOADED FROM. THE FIELDS ARE
      * THOSE OF TRANS-RECORD IN THEIR ORIGINAL ORDER, WITHOUT THE
      * HISTORY KEYS. RECORDS WRITTEN BEFORE TARC-TRANSFER-ID,
      * TARC-OPERATOR-ID OR TARC-REVERSAL-OF EXISTED READ BACK AS
      * SPACES IN THOSE FIELDS.
       01 TARC-RECORD.
           05 TARC-ACCOUNT-NUMBER   PIC 9(5).
           05 TARC-TYPE             PIC X(1).
           05 TARC-AMOUNT           PIC 9(7)V99.
           05 TARC-DATE             PIC 9(8).
           05 TARC-TIME             PIC 9(6).
           05 TARC-TRANSFER-ID      PIC 9(8).
           05 TARC-OPERATOR-ID      PIC X(8).
           05 TARC-REVERSAL-OF.
               10 TARC-REV-DATE     PIC 9(8).
               10 TARC-REV-TIME     PIC 9(6).
