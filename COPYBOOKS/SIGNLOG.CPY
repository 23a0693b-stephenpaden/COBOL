      ******************************************************************
      * SIGNLOG.CPY - MORNING SIGN-OFF RECORD. SIGNOFF APPENDS ONE OF
      * THESE TO THE SIGN-OFF LOG (SIGNLOG) EACH TIME THE ON-DUTY
      * OPERATOR ACCEPTS A NIGHT'S CYCLE OR RECORDS AN EXCEPTION
      * AGAINST IT: THE CYCLE'S BUSINESS DATE, WHEN, WHO (THE
      * SIGNED-ON OPERATOR ID), THE GO/NO-GO VERDICT THE CHECKLIST
      * GAVE AT THE TIME AND THE OPERATOR'S NOTE. A NO-GO CYCLE CAN
      * ONLY BE ACCEPTED WITH A NOTE. THE LOG IS APPEND-ONLY AND IS
      * NEVER CUT OVER BY THE ARCHIVER - IT IS THE AUDITORS' DAILY
      * RECORD OF WHO ACCEPTED EACH CYCLE.
      ******************************************************************
       01  WS-SIGNOFF-LOG-RECORD.
           05 SG-BUSINESS-DATE           PIC 9(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 SG-TIMESTAMP               PIC X(14).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 SG-OPERATOR-ID             PIC X(8).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 SG-VERDICT                 PIC X(5).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 SG-ACTION                  PIC X(9).
              88 SG-ACCEPTED             VALUE "ACCEPTED".
              88 SG-EXCEPTION            VALUE "EXCEPTION".
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 SG-NOTE                    PIC X(50).
