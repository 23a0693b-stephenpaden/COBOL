      * LOAN-STATUS-CODE IS THE ACCOUNT LIFECYCLE: ACTIVE ACCOUNTS
      * CYCLE NORMALLY, DORMANT AND CLOSED ACCOUNTS ARE SKIPPED BY
      * THE SCHEDULE/POSTING RUNS BUT STAY ON THE FILE (CLOSED
      * ACCOUNTS ARE RETAINED SEVEN YEARS FROM LOAN-CLOSED-DATE, THEN
      * LNPURGE MOVES THEM AND THEIR LOANHIST RECORDS TO THE CLOSED-
      * ACCOUNT HISTORY FILE - PHYSICAL DELETE THROUGH LOANMNT IS
      * RESERVED FOR SAME-DAY KEYING ERRORS). A BLANK
      * STATUS ON A RECORD PREDATING THE FIELD READS AS ACTIVE.
      * LOAN-IDLE-CYCLES COUNTS CYCLES WITHOUT MAINTENANCE ACTIVITY -
      * LNSTATUS BUMPS IT NIGHTLY AND FLAGS THE ACCOUNT DORMANT AT
           05 LOAN-WITHHOLD-FLAG               PIC X.
              88 LOAN-WITHHOLDING              VALUE "Y".
           05 LOAN-WITHHOLD-RATE               PIC 99V9.
      * MATURITY: THE DATE THE CURRENT TERM ENDS (ZERO FOR AN ACCOUNT
      * WITH NO FIXED MATURITY) AND WHAT LNMATUR DOES ON THAT DATE -
      * ROLL OVER FOR A NEW TERM AT THE PRODUCT'S CURRENT RATE (THE
      * DEFAULT) OR PAY OUT AND CLOSE. THE NOTICE DATE HOLDS THE
      * MATURITY DATE THE ADVANCE NOTICE WAS LAST PRINTED FOR, SO A
      * RERUN DOES NOT MAIL THE CUSTOMER TWICE AND A ROLLED-OVER
      * TERM GETS A FRESH NOTICE.
           05 LOAN-MATURITY-DATE               PIC 9(8).
           05 LOAN-MATURITY-INSTR              PIC X.
              88 LOAN-MATURITY-ROLLOVER        VALUES "R" " ".
              88 LOAN-MATURITY-PAYOUT          VALUE "P".
              88 LOAN-MATURITY-INSTR-VALID     VALUES "R" "P" " ".
           05 LOAN-NOTICE-MATURITY             PIC 9(8).
      * MONTHLY SERVICE CHARGES: THE YEAR AND MONTH (YYYYMM) LNFEE
      * LAST ASSESSED THE ACCOUNT FOR, SO A RERUN OF THE MONTH-END
      * ASSESSMENT NEVER CHARGES THE SAME MONTH TWICE. SPACES OR ZERO
      * MEANS NEVER ASSESSED.
           05 LOAN-FEE-MONTH                   PIC 9(6).
      * UNCLAIMED PROPERTY: THE DATE LNSTATUS LAST FLAGGED THE ACCOUNT
      * DORMANT (THE STATUTORY INACTIVITY PERIOD RUNS FROM IT) AND
      * THE DATE LNESCH PRINTED THE DUE-DILIGENCE LETTER. A LETTER
      * DATED BEFORE THE CURRENT DORMANCY DATE, OR ON AN ACCOUNT NO
      * LONGER DORMANT, WAS OVERTAKEN BY ACTIVITY AND NO LONGER
      * COUNTS. ZERO MEANS NONE.
           05 LOAN-DORMANT-DATE                PIC 9(8).
           05 LOAN-ESCHEAT-LETTER-DATE         PIC 9(8).
      * THE BUSINESS DATE THE ACCOUNT WAS CLOSED, BY WHICHEVER RUN
      * CLOSED IT (LOANMNT, LNTRAN, LNMATUR, LNESCH). ZERO ON AN OPEN
      * ACCOUNT, OR ON ONE CLOSED BEFORE THE DATE WAS KEPT.
           05 LOAN-CLOSED-DATE                 PIC 9(8).
