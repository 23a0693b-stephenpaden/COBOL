      ******************************************************************
      * ESTMTREC.CPY - RECORD LAYOUT OF THE ELECTRONIC STATEMENT
      * EXTRACT (ESTMTEXT) LNSTMT WRITES FOR THE E-DELIVERY VENDOR.
      * ONE STATEMENT PER OPTED-IN CUSTOMER, IN THE SAME ORDER AND
      * WITH THE SAME FIGURES AS THE PRINTED MAILING:
      *   H - CUSTOMER HEADER: ADDRESS BLOCK AND E-MAIL ADDRESS
      *   D - ONE SCHEDULE PERIOD OF AN ACCOUNT
      *   S - ACCOUNT SUMMARY, AFTER THE ACCOUNT'S PERIODS
      *   T - CUSTOMER TOTALS, CLOSING THE STATEMENT
      *   Z - FILE TRAILER: STATEMENTS, RECORDS AND BALANCE TOTAL, SO
      *       THE VENDOR CAN PROVE IT RECEIVED THE WHOLE FILE
      * AMOUNTS ARE SIGNED WITH A LEADING SEPARATE SIGN, AS ON
      * AMORTEXT.
      ******************************************************************
       01  ESTMT-RECORD.
           05 ES-RECORD-TYPE                   PIC X.
              88 ES-CUSTOMER-HEADER            VALUE "H".
              88 ES-PERIOD-DETAIL              VALUE "D".
              88 ES-ACCOUNT-SUMMARY            VALUE "S".
              88 ES-CUSTOMER-TOTALS            VALUE "T".
              88 ES-FILE-TRAILER               VALUE "Z".
           05 ES-CUST-NUMBER                   PIC 9(7).
           05 ES-STATEMENT-DATE                PIC 9(8).
           05 ES-RECORD-BODY                   PIC X(140).
           05 ES-HEADER-BODY REDEFINES ES-RECORD-BODY.
              10 ESH-NAME                      PIC X(25).
              10 ESH-ADDRESS-1                 PIC X(25).
              10 ESH-ADDRESS-2                 PIC X(25).
              10 ESH-EMAIL-ADDRESS             PIC X(50).
              10 FILLER                        PIC X(15).
           05 ES-DETAIL-BODY REDEFINES ES-RECORD-BODY.
              10 ESD-ACCT-NUMBER               PIC 9(7).
              10 ESD-PERIOD                    PIC 9(3).
              10 ESD-OPENING-BALANCE           PIC S9(9)V99
                    SIGN LEADING SEPARATE.
              10 ESD-DEPOSIT-AMOUNT            PIC S9(7)V99
                    SIGN LEADING SEPARATE.
              10 ESD-INTEREST-EARNED           PIC S9(9)V99
                    SIGN LEADING SEPARATE.
              10 ESD-CLOSING-BALANCE           PIC S9(9)V99
                    SIGN LEADING SEPARATE.
              10 ESD-RATE-FLAG                 PIC X.
              10 FILLER                        PIC X(83).
           05 ES-SUMMARY-BODY REDEFINES ES-RECORD-BODY.
              10 ESS-ACCT-NUMBER               PIC 9(7).
              10 ESS-PERIOD-COUNT              PIC 9(3).
              10 ESS-OPENING-BALANCE           PIC S9(9)V99
                    SIGN LEADING SEPARATE.
              10 ESS-DEPOSITS                  PIC S9(9)V99
                    SIGN LEADING SEPARATE.
              10 ESS-INTEREST                  PIC S9(9)V99
                    SIGN LEADING SEPARATE.
              10 ESS-PENALTY                   PIC S9(9)V99
                    SIGN LEADING SEPARATE.
              10 ESS-CLOSING-BALANCE           PIC S9(9)V99
                    SIGN LEADING SEPARATE.
              10 FILLER                        PIC X(70).
           05 ES-TOTALS-BODY REDEFINES ES-RECORD-BODY.
              10 EST-ACCOUNT-COUNT             PIC 9(3).
              10 EST-DEPOSITS                  PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 EST-INTEREST                  PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 EST-PENALTY                   PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 EST-BALANCE                   PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 FILLER                        PIC X(81).
           05 ES-TRAILER-BODY REDEFINES ES-RECORD-BODY.
              10 ESZ-STATEMENT-COUNT           PIC 9(7).
              10 ESZ-RECORD-COUNT              PIC 9(9).
              10 ESZ-BALANCE-TOTAL             PIC S9(13)V99
                    SIGN LEADING SEPARATE.
              10 FILLER                        PIC X(108).
