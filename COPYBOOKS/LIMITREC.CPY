      ******************************************************************
      * LIMITREC.CPY - ONE LINE OF THE BUSINESS-LIMITS PARAMETER FILE
      * (LIMITPRM). EACH LINE IS ONE VERSION OF A NAMED RULE: THE
      * FIELD IT GOVERNS, THE LOWEST AND HIGHEST VALUES ALLOWED
      * (BOTH INCLUSIVE), THE RUN SEVERITY A BREACH CARRIES AND THE
      * BUSINESS DATE THE VERSION TAKES EFFECT. A LIMIT IS CHANGED BY
      * ADDING A LINE WITH A LATER EFFECTIVE DATE, NOT BY KEYING OVER
      * THE OLD ONE - THE VERSION IN FORCE ON A DATE IS THE ONE WITH
      * THE LATEST EFFECTIVE DATE NOT AFTER IT, SO THE FILE IS ALSO
      * THE HISTORY OF EVERY LIMIT. A RULE WITH NO VERSION IN FORCE
      * IMPOSES NO LIMIT. EVERY PROGRAM READS THE FILE THROUGH THE
      * LIMCHECK ROUTINE; THE RULES IT KNOWS TODAY:
      *   LOAN-PRINCIPAL  LOANMNT, LNAUDIT  LOAN PRINCIPAL
      *   LOAN-RATE       LOANMNT, LNAUDIT  LOAN RATE, PERCENT
      *   LOAN-TERM       LOANMNT, LNAUDIT  TERM IN PERIODS
      *   WITHHOLD-RATE   LOANMNT, LNAUDIT  WITHHOLDING RATE, PERCENT
      *                                     (WITHHOLDING ACCOUNTS)
      *   TRAN-OPERAND    TRANEDIT          EITHER OPERAND OF A
      *                                     TRANSACTION
      *   TRAN-DIVISOR    TRANEDIT          SECOND OPERAND OF A "/"
      *   TRAN-MODULUS    TRANEDIT          SECOND OPERAND OF A "#"
      *   TRAN-PCT-BASE   TRANEDIT          FIRST OPERAND OF A "%"
      *   INRANGE-VALUE   INRANGE-01        THE NUMBER EDITED
      * VALUES ARE SIGNED WITH A LEADING SEPARATE SIGN, AS ON
      * AMORTEXT. LIMLIST PRINTS WHAT IS IN FORCE ON ANY DATE.
      ******************************************************************
       01  LIMIT-RULE-RECORD.
           05 LMT-RULE-NAME              PIC X(14).
           05 LMT-FIELD-NAME             PIC X(20).
           05 LMT-LOW-VALUE              PIC S9(11)V9(4)
                 SIGN LEADING SEPARATE.
           05 LMT-HIGH-VALUE             PIC S9(11)V9(4)
                 SIGN LEADING SEPARATE.
           05 LMT-SEVERITY               PIC 99.
           05 LMT-EFFECTIVE-DATE         PIC 9(8).
           05 LMT-DESCRIPTION            PIC X(30).
