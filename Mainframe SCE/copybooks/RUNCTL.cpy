      * NEEDED KEYWORD ABSENT THE PROGRAM PROMPTS THE CONSOLE AS IT
      * ALWAYS HAS, FOR AD HOC DAYTIME RERUNS.
      * KEYWORDS:
      *   BUSDATE  - BUSINESS DATE YYYYMMDD (EVERY NIGHT JOB, AND
      *              THE MONTH-END FEECHRG RUN)
      *   BAKDATE  - MORNING BACKUP DATE YYYYMMDD (EODRECON)
      *   ASSESFEE - Y/N ASSESS DORMANCY FEES (DORMSWP, DEFAULT N)
      *   STMTBRCH - BRANCH CODE FOR THE STATEMENT RUN (STMTGEN)
      *   STMTFROM - STATEMENT RANGE START YYYYMMDD (STMTGEN)
      *   STMTTO   - STATEMENT RANGE END YYYYMMDD (STMTGEN)
      *   TAXYEAR  - TAX YEAR YYYY FOR THE YEAR-END INTEREST
      *              CERTIFICATE RUN (INTCERT)
       01 RUNCTL-RECORD.
           05 RUNCTL-KEYWORD        PIC X(8).
           05 RUNCTL-VALUE          PIC X(10).
