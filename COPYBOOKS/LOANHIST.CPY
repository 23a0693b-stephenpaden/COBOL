      * CMPINT01 APPENDS ONE RECORD PER ACCOUNT ON EVERY POSTING RUN,
      * SO THE MOVEMENT SURVIVES BOTH THE REWRITE OF LOAN-PRINCIPAL
      * AND THE ARCHIVER ROLLING POSTREG OFF. THE FILE IS PERMANENT -
      * IT IS NEVER CUT OVER; AN ACCOUNT'S RECORDS LEAVE IT ONLY WHEN
      * LNPURGE MOVES THE CLOSED ACCOUNT, PAST RETENTION, TO THE
      * CLOSED-ACCOUNT HISTORY FILE (CLOSHIST). LNHINQ REPORTS OVER
      * IT.
      *
      * A SAME-DAY RERUN OF THE POSTING STEP LANDS ON THE SAME KEY
      * AND REPLACES THE EARLIER RECORD RATHER THAN DUPLICATING IT.
