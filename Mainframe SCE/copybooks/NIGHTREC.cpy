      * A BUSINESS DATE; A JOB RUNNING UNATTENDED REFUSES TO START
      * UNTIL ITS PREDECESSOR'S LINE IS PRESENT FOR THE SAME DATE.
      * THE ENFORCED ORDER IS
      *   EODRECON, BANKBTCH, STORDPST, LOANCOLL, HOLDREL, STOPEXP,
      *   CLRPOST, GLEXTRCT, LRGTRANS, DORMSWP, STMTGEN, NOTICES.
      * GLPROOF ALSO WAITS FOR GLEXTRCT BUT NOTHING WAITS FOR IT; IT
      * LOGS ONLY WHEN THE SUBLEDGER AGREES WITH THE GL.
      * THE MORNING OPERATOR LISTS THE FILE TO SEE AT A GLANCE WHERE
      * THE NIGHT STOPPED.
       01 NIGHT-RECORD.
