      * SECLOG.CPY - SECURITY AUDIT-TRAIL RECORD, COPYed INTO EVERY
      * PROGRAM THAT WRITES OR READS THE SECURITY LOG (SECLOG).
      * MAINMENU APPENDS ONE RECORD FOR EVERY SIGN-ON ATTEMPT,
      * LOCKOUT, MENU SELECTION, ACCOUNT INQUIRY AND OPERATOR-
      * ADMINISTRATION ACTION; OPERCERT APPENDS ONE FOR EVERY
      * OPERATOR IT DISABLES FOR INACTIVITY AND READS THE FILE FOR
      * EACH OPERATOR'S LAST SIGN-ON AND LAST CHANGE; SECRPT REPORTS
      * OVER THE FILE. THE LOG IS APPEND-ONLY AND IS NEVER CUT OVER
      * BY THE ARCHIVER.
      ******************************************************************
       01  WS-SECURITY-LOG-RECORD.
           05 SL-TIMESTAMP               PIC X(14).
