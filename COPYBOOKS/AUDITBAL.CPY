      ******************************************************************
      * AUDITBAL.CPY - LNAUDIT'S BALANCE-FORWARD RECORD (AUDITBAL),
      * ONE RECORD REWRITTEN EACH NIGHT: THE ACCOUNT COUNT AND
      * PRINCIPAL TOTAL THE NEXT AUDIT RECONCILES FROM, AND WHICH
      * REGISTERS THAT AUDIT HAS ALREADY ABSORBED - POSTREG AND
      * REVREG BY DATE, THE MONEY-MOVING RUNS' REGISTERS BY RUN STAMP
      * (BUSINESS DATE + START TIME). THE ARCHIVER READS THE STAMPS
      * SO ITS CUT-OVER OF THOSE REGISTERS KEEPS EVERY RUN THE AUDIT
      * HAS NOT YET SEEN. A RECORD WRITTEN BEFORE A FIELD EXISTED
      * READS IT BACK AS SPACES.
      ******************************************************************
       01  BALANCE-FORWARD-RECORD.
           05 AB-BUSINESS-DATE              PIC 9(8).
           05 AB-ACCOUNT-COUNT              PIC 9(7).
           05 AB-PRINCIPAL-TOTAL            PIC S9(13)V99
                 SIGN LEADING SEPARATE.
           05 AB-POSTREG-DATE               PIC 9(8).
           05 AB-REVREG-DATE                PIC 9(8).
           05 AB-MATREG-STAMP               PIC 9(14).
           05 AB-TRANJRNL-STAMP             PIC 9(14).
           05 AB-FEEREG-STAMP               PIC 9(14).
           05 AB-ESCHREG-STAMP              PIC 9(14).
           05 AB-PURGEREG-STAMP             PIC 9(14).
