      ******************************************************************
      * ACCRREC.CPY - RECORD LAYOUT OF THE INDEXED INTEREST-ACCRUAL
      * FILE (ACCRFILE), KEYED BY ACCOUNT NUMBER. LNACCR ADDS EACH
      * NIGHT'S ACCRUAL TO THE ACCOUNT'S ACCRUED-TO-DATE, AND ITS
      * TRUE-UP RUN CLEARS THE FIGURE BACK TO ZERO ONCE CMPINT01 HAS
      * POSTED THE INTEREST TO THE BALANCE. BETWEEN POSTINGS THE SUM
      * OF ACR-ACCRUED-TO-DATE IS THE INTEREST THE LEDGER CARRIES IN
      * ACCRUED INTEREST PAYABLE THAT LOAN-PRINCIPAL DOES NOT YET
      * SHOW - GLPROOF CARRIES IT AS A RECONCILING ITEM.
      *
      * THE LAST-ACCRUAL FIELDS LET A SAME-DAY RERUN BACK THE NIGHT'S
      * FIGURE OUT AND TAKE IT AGAIN; THE TRUE-UP FIELDS LET A RERUN
      * OF THE TRUE-UP REPRODUCE ITS LINE INSTEAD OF CLEARING TWICE.
      ******************************************************************
       01  ACCRUAL-RECORD.
           05 ACR-ACCT-NUMBER            PIC 9(7).
           05 ACR-ACCRUED-TO-DATE        PIC S9(9)V99
                 SIGN LEADING SEPARATE.
           05 ACR-DAYS-ACCRUED           PIC 9(5).
           05 ACR-LAST-ACCRUAL-DATE      PIC 9(8).
           05 ACR-LAST-ACCRUAL-DAYS      PIC 999.
           05 ACR-LAST-ACCRUAL-AMOUNT    PIC S9(7)V99
                 SIGN LEADING SEPARATE.
      * THE FLAT RATE THE LAST ACCRUAL USED - ZERO FOR AN ACCOUNT
      * PRICED OFF ITS PRODUCT'S RATETIER BANDS.
           05 ACR-LAST-RATE              PIC 99V9.
           05 ACR-LAST-TRUEUP-DATE       PIC 9(8).
           05 ACR-TRUEUP-ACCRUED         PIC S9(9)V99
                 SIGN LEADING SEPARATE.
           05 ACR-TRUEUP-DAYS            PIC 9(5).
           05 ACR-TRUEUP-POSTED          PIC S9(9)V99
                 SIGN LEADING SEPARATE.
