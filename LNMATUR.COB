      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNMATUR.

      * NIGHTLY MATURITY RUN OVER THE LOAN-ACCOUNT-MASTER. AN ACCOUNT
      * WHOSE LOAN-MATURITY-DATE FALLS WITHIN THE NOTICE LEAD TIME
      * GETS AN ADVANCE MATURITY NOTICE (MATNOTE) ADDRESSED OFF THE
      * CUSTOMER MASTER, ONCE PER TERM. ON OR AFTER THE MATURITY
      * DATE THE ACCOUNT'S MATURITY INSTRUCTION IS CARRIED OUT:
      *   ROLLOVER - A NEW TERM FROM THE OLD MATURITY DATE, PRICED AT
      *              THE PRODUCT'S CURRENT RATETIER BAND FOR THE
      *              BALANCE (AN UNTIERED ACCOUNT KEEPS ITS RATE).
      *   PAYOUT   - THE WHOLE PRINCIPAL IS PAID AWAY AND THE ACCOUNT
      *              IS CLOSED IN PLACE.
      * A DORMANT ACCOUNT IS ALWAYS ROLLED OVER - THERE IS NOBODY TO
      * PAY, AND THE FUNDS MUST STAY ON THE BOOKS FOR ESCHEATMENT.
      * EVERY ROLLOVER AND PAYOUT GOES TO LOANHIST AND TO THE
      * MATURITY REGISTER (MATREG), WHOSE "NET MOVEMENT" LINE IS WHAT
      * LNAUDIT ABSORBS TO EXPLAIN THE PRINCIPAL THAT LEFT THE FILE.

      * PARM: OPTIONAL NOTICE LEAD TIME IN DAYS (999, DEFAULT 30).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-ACCOUNT-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-HISTORY-KEY
               FILE STATUS IS WS-LOANHIST-STATUS.

           SELECT RATE-TIER-FILE ASSIGN TO "RATETIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETIER-STATUS.

           SELECT MATURITY-NOTICE-FILE ASSIGN TO "MATNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT MATURITY-REGISTER ASSIGN TO "MATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-LOG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-ACCOUNT-MASTER.
       COPY LOANREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  LOAN-HISTORY-FILE.
       COPY LOANHIST.

      * SAME LAYOUT CMPINT01 LOADS - ASCENDING FLOORS WITHIN PRODUCT.
       FD  RATE-TIER-FILE.
       01  RATE-TIER-RECORD.
           05 RT-PRODUCT-CODE                  PIC XX.
           05 RT-BAND-FLOOR                    PIC 9(9)V99.
           05 RT-RATE                          PIC 99V9.

       FD  MATURITY-NOTICE-FILE.
       01  MATURITY-NOTICE-LINE                PIC X(80).

       FD  MATURITY-REGISTER.
       01  MATURITY-REGISTER-LINE              PIC X(100).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-LINE                      PIC X(90).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNHDR.
       COPY OPERID.
       COPY ERRLOG.
       COPY RUNSTAT.

       77  WS-BUSDATE-STATUS            PIC XX.

       77  WS-LOAN-STATUS               PIC XX.
       77  WS-CUST-STATUS               PIC XX.
      * LATCHED AT OPEN - A MISSING CUSTOMER MASTER STILL LETS THE
      * MATURITIES RUN; THE NOTICES JUST PRINT WITHOUT AN ADDRESS.
       77  WS-CUSTMAST-OPEN             PIC X VALUE "N".
           88 CUSTMAST-OPEN             VALUE "Y".
       77  WS-LOANHIST-STATUS           PIC XX.
       77  WS-RATETIER-STATUS           PIC XX.
       77  WS-NOTICE-STATUS             PIC XX.
       77  WS-REGISTER-STATUS           PIC XX.
       77  WS-ERROR-LOG-STATUS          PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-NOTICE-DAYS               PIC 999 VALUE 30.
       77  WS-NOTICE-HORIZON            PIC 9(8) VALUE 0.
       77  WS-EOF-LOAN                  PIC X VALUE "N".
           88 NO-MORE-LOANS             VALUE "Y".
       77  WS-EOF-RATETIER              PIC X VALUE "N".
           88 NO-MORE-RATE-TIERS        VALUE "Y".
       77  WS-RATE-TIER-COUNT           PIC 999 VALUE 0.
       77  WS-RT-SUB                    PIC 999.
       77  WS-RT-SCAN                   PIC 999.
       77  WS-TIER-CAPPED               PIC X.
       77  WS-ACCOUNTS-READ             PIC 9(7) VALUE 0.
       77  WS-NOTICES-PRINTED           PIC 9(7) VALUE 0.
       77  WS-ROLLED-OVER               PIC 9(7) VALUE 0.
       77  WS-PAID-OUT                  PIC 9(7) VALUE 0.
       77  WS-EXCEPTION-COUNT           PIC 9(7) VALUE 0.
       77  WS-EXCEPTION-REASON          PIC X(20).
       77  WS-ACCOUNT-CHANGED           PIC X.
           88 ACCOUNT-CHANGED           VALUE "Y".
       77  WS-OLD-RATE                  PIC 99V9.
       77  WS-OLD-PRINCIPAL             PIC S9(9)V99.
       77  WS-HIST-MOVEMENT             PIC S9(9)V99.
       77  WS-HIST-ADDED                PIC X.
           88 HISTORY-ADDED             VALUE "Y".
       77  WS-HIST-FAILED               PIC X.
           88 HISTORY-FAILED            VALUE "Y".
       77  WS-MATURITY-PENDING          PIC X.
           88 PAYOUT-PENDING            VALUE "P".
           88 ROLLOVER-PENDING          VALUE "R".
       77  WS-REWRITE-FAILED            PIC X.
           88 REWRITE-FAILED            VALUE "Y".
       77  WS-PAYOUT-TOTAL              PIC S9(11)V99 VALUE 0.
       77  WS-ROLLOVER-TOTAL            PIC S9(11)V99 VALUE 0.
       77  WS-NET-MOVEMENT              PIC S9(11)V99 VALUE 0.
       77  WS-MONTHS-TO-ADD             PIC 9(5).
       77  WS-MONTH-COUNT               PIC 9(7).
       77  WS-DAY-INTEGER               PIC 9(7).
       77  WS-MONTH-END-DAY             PIC 99.

      * WORK AREA FOR MOVING A MATURITY DATE FORWARD BY WHOLE
      * MONTHS. A DAY PAST THE END OF THE TARGET MONTH (A 31ST INTO
      * A 30-DAY MONTH, THE 29TH OF FEBRUARY INTO A COMMON YEAR)
      * FALLS BACK TO THAT MONTH'S LAST DAY.
       01  MATURITY-DATE-WORK.
           05 MDW-YEAR                  PIC 9(4).
           05 MDW-MONTH                 PIC 99.
           05 MDW-DAY                   PIC 99.
       01  MATURITY-DATE-NUMERIC REDEFINES MATURITY-DATE-WORK
                                        PIC 9(8).

       01  MONTH-END-VALUES.
           05 FILLER                    PIC X(24)
                 VALUE "312831303130313130313031".
       01  MONTH-END-TABLE REDEFINES MONTH-END-VALUES.
           05 ME-LAST-DAY OCCURS 12 TIMES PIC 99.

      * BOARD PRICING BANDS, LOADED ONCE PER RUN THE WAY CMPINT01
      * LOADS THEM. A ROLLED-OVER ACCOUNT TAKES THE RATE OF THE
      * HIGHEST BAND WHOSE FLOOR ITS BALANCE HAS REACHED.
       01  RATE-TIER-TABLE.
           05 RATE-TIER-ENTRY OCCURS 50 TIMES.
              10 RTT-PRODUCT-CODE              PIC XX.
              10 RTT-BAND-FLOOR                PIC 9(9)V99.
              10 RTT-RATE                      PIC 99V9.

       01  NOTICE-TITLE-LINE.
           05 FILLER                    PIC X(26)
                 VALUE "ADVANCE NOTICE OF MATURITY".

       01  NOTICE-ADDRESS-LINE.
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 NTA-ADDR-TEXT             PIC X(25).

       01  NOTICE-ACCOUNT-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "ACCOUNT:       ".
           05 NTC-ACCT-NUMBER           PIC 9(7).

       01  NOTICE-PRINCIPAL-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "BALANCE:       ".
           05 NTC-PRINCIPAL             PIC ZZZ,ZZZ,ZZ9.99.

       01  NOTICE-RATE-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "CURRENT RATE:  ".
           05 NTC-RATE                  PIC Z9.9.
           05 FILLER                    PIC X VALUE "%".

       01  NOTICE-DATE-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "MATURES ON:    ".
           05 NTC-MATURITY-DATE         PIC 9(8).

       01  NOTICE-INSTRUCTION-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "AT MATURITY:   ".
           05 NTC-INSTRUCTION           PIC X(50).

       01  REGISTER-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE "ACCOUNT  ".
           05 FILLER                  PIC X(10) VALUE "ACTION    ".
           05 FILLER                  PIC X(10) VALUE "MATURED   ".
           05 FILLER                  PIC X(6)  VALUE "OLD   ".
           05 FILLER                  PIC X(6)  VALUE "NEW   ".
           05 FILLER                  PIC X(17)
                 VALUE "PRINCIPAL        ".
           05 FILLER                  PIC X(17)
                 VALUE "PAID OUT         ".
           05 FILLER                  PIC X(12) VALUE "NEW MATURITY".

       01  REGISTER-DETAIL-LINE.
           05 MRD-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 MRD-ACTION                       PIC X(8).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 MRD-MATURITY-DATE                PIC 9(8).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 MRD-OLD-RATE                     PIC Z9.9.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 MRD-NEW-RATE                     PIC Z9.9.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 MRD-PRINCIPAL                    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 MRD-PAID-OUT                     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 MRD-NEW-MATURITY                 PIC 9(8).

       01  REGISTER-EXCEPTION-LINE.
           05 MRX-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 FILLER                           PIC X(14)
                 VALUE "NOT MATURED - ".
           05 MRX-REASON                       PIC X(20).

       01  REGISTER-TOTAL-LINE.
           05 TOT-LABEL                        PIC X(18).
           05 TOT-COUNT                        PIC ZZZZZZ9.

       01  REGISTER-AMOUNT-LINE.
           05 TOT-AMOUNT-LABEL                 PIC X(18).
           05 TOT-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM STAMP-RUN-HEADER.
           PERFORM SET-RUN-PARAMETERS.

           OPEN OUTPUT MATURITY-NOTICE-FILE.
      * THE REGISTER ACCUMULATES ACROSS RUNS - A RESTART OR A SECOND
      * RUN BEFORE THE NEXT LNAUDIT MUST NOT LOSE THE FIRST RUN'S
      * SECTION, SINCE ITS MASTER CHANGES STAND. LNAUDIT ABSORBS EACH
      * SECTION ONCE BY ITS RUN STAMP; THE ARCHIVER CUTS IT OVER.
           OPEN EXTEND MATURITY-REGISTER.
           IF WS-REGISTER-STATUS = "35"
                OPEN OUTPUT MATURITY-REGISTER
           END-IF.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE MATURITY-NOTICE-LINE FROM WS-RUN-HEADER.
           WRITE MATURITY-REGISTER-LINE FROM WS-RUN-HEADER.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-COLUMN-HEADING.

           PERFORM LOAD-RATE-TIERS.
           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM OPEN-LOAN-HISTORY.
           IF WS-LOANHIST-STATUS = "00"
                PERFORM SWEEP-LOAN-MASTER
                CLOSE LOAN-HISTORY-FILE
           END-IF.
           IF CUSTMAST-OPEN
                CLOSE CUSTOMER-MASTER
           END-IF.

           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE MATURITY-NOTICE-FILE.
           CLOSE MATURITY-REGISTER.
           CLOSE ERROR-LOG-FILE.
           DISPLAY "MATURITY RUN COMPLETE - ROLLED OVER: "
                WS-ROLLED-OVER "  PAID OUT: " WS-PAID-OUT
                "  NOTICES: " WS-NOTICES-PRINTED.

           PERFORM WRITE-RUN-STATUS.

           GOBACK.

       STAMP-RUN-HEADER.
           PERFORM SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RH-RUN-TIME.
           IF OC-OPERATOR-ID = SPACES OR LOW-VALUES
                MOVE "SYSTEM" TO OC-OPERATOR-ID
           END-IF.
           MOVE OC-OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-START-TS.

      * THE NOTICE HORIZON IS THE BUSINESS DATE PLUS THE LEAD TIME -
      * ANY ACCOUNT MATURING ON OR BEFORE IT IS DUE ITS NOTICE.
       SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-FIELD.
           ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
           IF WS-PARM-FIELD(1:3) IS NUMERIC
                MOVE WS-PARM-FIELD(1:3) TO WS-NOTICE-DAYS.
           COMPUTE WS-DAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(RH-RUN-DATE) + WS-NOTICE-DAYS.
           COMPUTE WS-NOTICE-HORIZON =
                FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
                MOVE "Y" TO WS-CUSTMAST-OPEN
           ELSE
                DISPLAY "CUSTOMER-MASTER NOT AVAILABLE - STATUS "
                     WS-CUST-STATUS "  NOTICES WILL BE UNADDRESSED"
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      * THE POSTING-HISTORY FILE IS PERMANENT AND CUMULATIVE. A BRAND
      * NEW SITE HAS NO LOANHIST YET (STATUS 35), SO CREATE AN EMPTY
      * ONE AND REOPEN IT FOR UPDATE. WITHOUT A HISTORY FILE NOTHING
      * IS MATURED - A MOVEMENT THAT CANNOT BE RECORDED IS NOT MADE.
       OPEN-LOAN-HISTORY.
           OPEN I-O LOAN-HISTORY-FILE.
           IF WS-LOANHIST-STATUS = "35"
                OPEN OUTPUT LOAN-HISTORY-FILE
                CLOSE LOAN-HISTORY-FILE
                OPEN I-O LOAN-HISTORY-FILE
           END-IF.
           IF WS-LOANHIST-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN LOAN-HISTORY-"
                     "FILE - STATUS " WS-LOANHIST-STATUS
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      * RATETIER IS OPTIONAL - WITH NO BANDS ON FILE EVERY ROLLOVER
      * KEEPS THE ACCOUNT'S OWN RATE.
       LOAD-RATE-TIERS.
           MOVE 0 TO WS-RATE-TIER-COUNT.
           MOVE "N" TO WS-EOF-RATETIER.
           OPEN INPUT RATE-TIER-FILE.
           IF WS-RATETIER-STATUS NOT = "00"
                CONTINUE
           ELSE
                PERFORM UNTIL NO-MORE-RATE-TIERS
                    READ RATE-TIER-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-RATETIER
                         NOT AT END
                              PERFORM STORE-ONE-RATE-TIER
                    END-READ
                END-PERFORM
                CLOSE RATE-TIER-FILE
           END-IF.

       STORE-ONE-RATE-TIER.
           IF WS-RATE-TIER-COUNT >= 50
                MOVE RATE-TIER-RECORD TO EL-INPUT-VALUE
                MOVE "TIER TABLE FULL" TO EL-ERROR-TEXT
                PERFORM LOG-ERROR-ENTRY
           ELSE
                MOVE "N" TO WS-TIER-CAPPED
                PERFORM CHECK-TIER-ORDER
                     VARYING WS-RT-SCAN FROM 1 BY 1
                          UNTIL WS-RT-SCAN > WS-RATE-TIER-COUNT
                IF WS-TIER-CAPPED = "Y"
                     MOVE RATE-TIER-RECORD TO EL-INPUT-VALUE
                     MOVE "TIER OUT OF ORDER" TO EL-ERROR-TEXT
                     PERFORM LOG-ERROR-ENTRY
                ELSE
                     ADD 1 TO WS-RATE-TIER-COUNT
                     MOVE RT-PRODUCT-CODE TO
                          RTT-PRODUCT-CODE (WS-RATE-TIER-COUNT)
                     MOVE RT-BAND-FLOOR TO
                          RTT-BAND-FLOOR (WS-RATE-TIER-COUNT)
                     MOVE RT-RATE TO
                          RTT-RATE (WS-RATE-TIER-COUNT)
                END-IF
           END-IF.

       CHECK-TIER-ORDER.
           IF RTT-PRODUCT-CODE (WS-RT-SCAN) = RT-PRODUCT-CODE
              AND RTT-BAND-FLOOR (WS-RT-SCAN) >= RT-BAND-FLOOR
                MOVE "Y" TO WS-TIER-CAPPED
           END-IF.

      ******************************************************************
      * MASTER SWEEP
      ******************************************************************
       SWEEP-LOAN-MASTER.
           MOVE "N" TO WS-EOF-LOAN.
           OPEN I-O LOAN-ACCOUNT-MASTER.
           IF WS-LOAN-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN LOAN-ACCOUNT-"
                     "MASTER - STATUS " WS-LOAN-STATUS
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM UNTIL NO-MORE-LOANS
                    READ LOAN-ACCOUNT-MASTER NEXT RECORD
                         AT END
                              MOVE "Y" TO WS-EOF-LOAN
                         NOT AT END
                              ADD 1 TO WS-ACCOUNTS-READ
                              IF NOT LOAN-STATUS-CLOSED AND
                                 LOAN-MATURITY-DATE IS NUMERIC AND
                                 LOAN-MATURITY-DATE NOT = 0
                                   PERFORM CHECK-ONE-ACCOUNT
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE LOAN-ACCOUNT-MASTER
           END-IF.

      * A MATURED ACCOUNT IS ACTED ON; ONE MATURING INSIDE THE LEAD
      * TIME GETS ITS NOTICE UNLESS ONE ALREADY WENT OUT FOR THIS
      * MATURITY DATE. EITHER WAY THE RECORD IS REWRITTEN ONLY WHEN
      * SOMETHING ON IT MOVED. A ROLLOVER OR PAYOUT REACHES THE
      * REGISTER AND ITS TOTALS ONLY ONCE THE MASTER HAS TAKEN IT; IF
      * THE REWRITE FAILS ITS HISTORY IS BACKED OUT AGAIN.
       CHECK-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-CHANGED.
           MOVE SPACE TO WS-MATURITY-PENDING.
           MOVE "N" TO WS-REWRITE-FAILED.
           IF LOAN-MATURITY-DATE NOT > RH-RUN-DATE
                PERFORM MATURE-ONE-ACCOUNT
           ELSE
           IF LOAN-MATURITY-DATE NOT > WS-NOTICE-HORIZON AND
              LOAN-NOTICE-MATURITY NOT = LOAN-MATURITY-DATE
                PERFORM PRINT-MATURITY-NOTICE
           END-IF
           END-IF.
           IF ACCOUNT-CHANGED
                REWRITE LOAN-ACCOUNT-RECORD
                     INVALID KEY
                          DISPLAY "MATURITY REWRITE FAILED FOR "
                               "ACCOUNT " LOAN-ACCT-NUMBER
                               " - STATUS " WS-LOAN-STATUS
                          MOVE "Y" TO WS-REWRITE-FAILED
                          IF WS-RUN-SEVERITY < 8
                               MOVE 8 TO WS-RUN-SEVERITY
                          END-IF
                END-REWRITE
           END-IF.
           IF PAYOUT-PENDING OR ROLLOVER-PENDING
                IF REWRITE-FAILED
                     PERFORM BACK-OUT-MATURITY-HISTORY
                     MOVE "MASTER NOT UPDATED" TO WS-EXCEPTION-REASON
                     PERFORM WRITE-REGISTER-EXCEPTION
                ELSE
                     PERFORM RECORD-ONE-MATURITY
                END-IF
           END-IF.

      ******************************************************************
      * ADVANCE NOTICE
      ******************************************************************
       PRINT-MATURITY-NOTICE.
           PERFORM READ-ACCOUNT-CUSTOMER.
           WRITE MATURITY-NOTICE-LINE FROM SPACES.
           WRITE MATURITY-NOTICE-LINE FROM NOTICE-TITLE-LINE.
           WRITE MATURITY-NOTICE-LINE FROM SPACES.
           MOVE CUST-NAME TO NTA-ADDR-TEXT.
           WRITE MATURITY-NOTICE-LINE FROM NOTICE-ADDRESS-LINE.
           MOVE CUST-ADDRESS-1 TO NTA-ADDR-TEXT.
           WRITE MATURITY-NOTICE-LINE FROM NOTICE-ADDRESS-LINE.
           MOVE CUST-ADDRESS-2 TO NTA-ADDR-TEXT.
           WRITE MATURITY-NOTICE-LINE FROM NOTICE-ADDRESS-LINE.
           WRITE MATURITY-NOTICE-LINE FROM SPACES.
           MOVE LOAN-ACCT-NUMBER TO NTC-ACCT-NUMBER.
           WRITE MATURITY-NOTICE-LINE FROM NOTICE-ACCOUNT-LINE.
           MOVE LOAN-PRINCIPAL TO NTC-PRINCIPAL.
           WRITE MATURITY-NOTICE-LINE FROM NOTICE-PRINCIPAL-LINE.
           MOVE LOAN-RATE TO NTC-RATE.
           WRITE MATURITY-NOTICE-LINE FROM NOTICE-RATE-LINE.
           MOVE LOAN-MATURITY-DATE TO NTC-MATURITY-DATE.
           WRITE MATURITY-NOTICE-LINE FROM NOTICE-DATE-LINE.
           IF LOAN-MATURITY-PAYOUT AND NOT LOAN-STATUS-DORMANT
                MOVE "BALANCE PAID OUT AND ACCOUNT CLOSED"
                     TO NTC-INSTRUCTION
           ELSE
                MOVE "RENEWED FOR A FURTHER TERM AT THE CURRENT RATE"
                     TO NTC-INSTRUCTION
           END-IF.
           WRITE MATURITY-NOTICE-LINE FROM NOTICE-INSTRUCTION-LINE.
           MOVE LOAN-MATURITY-DATE TO LOAN-NOTICE-MATURITY.
           MOVE "Y" TO WS-ACCOUNT-CHANGED.
           ADD 1 TO WS-NOTICES-PRINTED.

      * AN ACCOUNT POINTING AT A CUSTOMER NOT ON FILE STILL GETS ITS
      * NOTICE (THE MATURITY HAPPENS REGARDLESS) BUT IS LOGGED SO
      * THE ADDRESS GETS CHASED.
       READ-ACCOUNT-CUSTOMER.
           MOVE SPACES TO CUST-NAME.
           MOVE SPACES TO CUST-ADDRESS-1.
           MOVE SPACES TO CUST-ADDRESS-2.
           IF CUSTMAST-OPEN
                MOVE LOAN-CUST-NUMBER TO CUST-NUMBER
                READ CUSTOMER-MASTER
                     INVALID KEY
                          MOVE SPACES TO CUST-NAME
                          MOVE SPACES TO CUST-ADDRESS-1
                          MOVE SPACES TO CUST-ADDRESS-2
                          MOVE LOAN-ACCT-NUMBER TO EL-INPUT-VALUE
                          MOVE "CUSTOMER NOT ON FILE" TO EL-ERROR-TEXT
                          PERFORM LOG-ERROR-ENTRY
                          IF WS-RUN-SEVERITY < 4
                               MOVE 4 TO WS-RUN-SEVERITY
                          END-IF
                END-READ
           END-IF.

      ******************************************************************
      * MATURITY ACTION
      ******************************************************************
       MATURE-ONE-ACCOUNT.
           MOVE LOAN-RATE TO WS-OLD-RATE.
           MOVE LOAN-PRINCIPAL TO WS-OLD-PRINCIPAL.
           IF LOAN-MATURITY-PAYOUT AND NOT LOAN-STATUS-DORMANT
                PERFORM PAY-OUT-ACCOUNT
           ELSE
           IF LOAN-TERM NOT IS NUMERIC OR LOAN-TERM = 0 OR
              NOT LOAN-FREQ-VALID
                MOVE "NO TERM TO RENEW" TO WS-EXCEPTION-REASON
                PERFORM WRITE-REGISTER-EXCEPTION
           ELSE
                PERFORM ROLL-OVER-ACCOUNT
           END-IF
           END-IF.

      * THE NEW TERM RUNS FROM THE OLD MATURITY DATE, NOT FROM
      * TONIGHT, SO A MATURITY PICKED UP LATE STILL KEEPS THE
      * CUSTOMER'S CALENDAR. THE BALANCE DOES NOT MOVE; THE HISTORY
      * RECORD STILL GOES DOWN SO THE RENEWAL SHOWS ON LNHINQ.
       ROLL-OVER-ACCOUNT.
           MOVE LOAN-ACCT-NUMBER TO MRD-ACCT-NUMBER.
           MOVE "ROLLOVER" TO MRD-ACTION.
           MOVE LOAN-MATURITY-DATE TO MRD-MATURITY-DATE.
           PERFORM PRICE-NEW-TERM.
           PERFORM ADVANCE-MATURITY-DATE.
           MOVE 0 TO LOAN-PERIODS-HELD.
           MOVE 0 TO WS-HIST-MOVEMENT.
           PERFORM WRITE-MATURITY-HISTORY.
           MOVE WS-OLD-RATE TO MRD-OLD-RATE.
           MOVE LOAN-RATE TO MRD-NEW-RATE.
           MOVE LOAN-PRINCIPAL TO MRD-PRINCIPAL.
           MOVE 0 TO MRD-PAID-OUT.
           MOVE LOAN-MATURITY-DATE TO MRD-NEW-MATURITY.
           IF HISTORY-FAILED
                MOVE "HISTORY NOT WRITTEN" TO WS-EXCEPTION-REASON
                PERFORM WRITE-REGISTER-EXCEPTION
           ELSE
                MOVE "R" TO WS-MATURITY-PENDING
                MOVE "Y" TO WS-ACCOUNT-CHANGED
           END-IF.

      * THE PAYOUT TAKES THE WHOLE BALANCE AWAY AND CLOSES THE
      * ACCOUNT IN PLACE, THE SAME STATUS A LOANMNT CLOSE SETS -
      * BUT ONLY ONCE HISTORY HAS TAKEN THE BALANCE.
       PAY-OUT-ACCOUNT.
           MOVE LOAN-ACCT-NUMBER TO MRD-ACCT-NUMBER.
           MOVE "PAYOUT  " TO MRD-ACTION.
           MOVE LOAN-MATURITY-DATE TO MRD-MATURITY-DATE.
           COMPUTE WS-HIST-MOVEMENT = 0 - LOAN-PRINCIPAL.
           PERFORM WRITE-MATURITY-HISTORY.
           MOVE WS-OLD-RATE TO MRD-OLD-RATE.
           MOVE LOAN-RATE TO MRD-NEW-RATE.
           MOVE LOAN-PRINCIPAL TO MRD-PRINCIPAL.
           MOVE LOAN-PRINCIPAL TO MRD-PAID-OUT.
           MOVE 0 TO MRD-NEW-MATURITY.
           IF HISTORY-FAILED
                MOVE "HISTORY NOT WRITTEN" TO WS-EXCEPTION-REASON
                PERFORM WRITE-REGISTER-EXCEPTION
           ELSE
                MOVE 0 TO LOAN-PRINCIPAL
                MOVE "C" TO LOAN-STATUS-CODE
                MOVE RH-RUN-DATE TO LOAN-CLOSED-DATE
                MOVE "P" TO WS-MATURITY-PENDING
                MOVE "Y" TO WS-ACCOUNT-CHANGED
           END-IF.

      * THE MATURITY THE MASTER TOOK, ONTO THE REGISTER AND ITS
      * TOTALS. THE DETAIL LINE WAS BUILT BY THE ACTION ITSELF.
       RECORD-ONE-MATURITY.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
           IF PAYOUT-PENDING
                ADD WS-OLD-PRINCIPAL TO WS-PAYOUT-TOTAL
                ADD 1 TO WS-PAID-OUT
           ELSE
                ADD LOAN-PRINCIPAL TO WS-ROLLOVER-TOTAL
                ADD 1 TO WS-ROLLED-OVER
           END-IF.

      * A PRODUCT ACCOUNT TAKES THE BAND ITS BALANCE SITS IN TODAY;
      * THE BANDS ARE IN ASCENDING FLOOR ORDER, SO THE LAST MATCH
      * IS THE HIGHEST FLOOR REACHED. NO PRODUCT, OR A PRODUCT WITH
      * NO BANDS ON FILE, KEEPS THE RATE IT HAS.
       PRICE-NEW-TERM.
           IF LOAN-PRODUCT-CODE NOT = SPACES
                PERFORM CHECK-ONE-BAND
                     VARYING WS-RT-SUB FROM 1 BY 1
                          UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT
           END-IF.

       CHECK-ONE-BAND.
           IF RTT-PRODUCT-CODE (WS-RT-SUB) = LOAN-PRODUCT-CODE AND
              RTT-BAND-FLOOR (WS-RT-SUB) NOT > LOAN-PRINCIPAL
                MOVE RTT-RATE (WS-RT-SUB) TO LOAN-RATE
           END-IF.

      * THE TERM IS COUNTED IN COMPOUNDING PERIODS, SO A DAILY
      * ACCOUNT MOVES BY DAYS AND THE OTHERS BY WHOLE MONTHS.
       ADVANCE-MATURITY-DATE.
           IF LOAN-COMPOUND-FREQ = "D"
                COMPUTE WS-DAY-INTEGER =
                     FUNCTION INTEGER-OF-DATE(LOAN-MATURITY-DATE)
                     + LOAN-TERM
                COMPUTE LOAN-MATURITY-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           ELSE
                EVALUATE LOAN-COMPOUND-FREQ
                     WHEN "M"
                          MOVE LOAN-TERM TO WS-MONTHS-TO-ADD
                     WHEN "Q"
                          COMPUTE WS-MONTHS-TO-ADD = LOAN-TERM * 3
                     WHEN OTHER
                          COMPUTE WS-MONTHS-TO-ADD = LOAN-TERM * 12
                END-EVALUATE
                MOVE LOAN-MATURITY-DATE TO MATURITY-DATE-NUMERIC
                COMPUTE WS-MONTH-COUNT =
                     MDW-YEAR * 12 + MDW-MONTH - 1 + WS-MONTHS-TO-ADD
                DIVIDE WS-MONTH-COUNT BY 12 GIVING MDW-YEAR
                     REMAINDER MDW-MONTH
                ADD 1 TO MDW-MONTH
                MOVE ME-LAST-DAY (MDW-MONTH) TO WS-MONTH-END-DAY
                IF MDW-MONTH = 2 AND
                   FUNCTION MOD(MDW-YEAR, 4) = 0 AND
                   (FUNCTION MOD(MDW-YEAR, 100) NOT = 0 OR
                    FUNCTION MOD(MDW-YEAR, 400) = 0)
                     MOVE 29 TO WS-MONTH-END-DAY
                END-IF
                IF MDW-DAY > WS-MONTH-END-DAY
                     MOVE WS-MONTH-END-DAY TO MDW-DAY
                END-IF
                MOVE MATURITY-DATE-NUMERIC TO LOAN-MATURITY-DATE
           END-IF.

      * ONE HISTORY RECORD PER ACCOUNT PER DAY. WHEN THE POSTING RUN
      * HAS ALREADY WRITTEN TODAY'S RECORD FOR THE ACCOUNT (POSTING
      * DAY FALLING ON THE MATURITY DATE) THE MATURITY MOVEMENT IS
      * FOLDED INTO IT - DEPOSITS AND CLOSING BALANCE - RATHER THAN
      * LOST ON A DUPLICATE KEY.
       WRITE-MATURITY-HISTORY.
           MOVE "Y" TO WS-HIST-ADDED.
           MOVE "N" TO WS-HIST-FAILED.
           MOVE LOAN-ACCT-NUMBER TO LH-ACCT-NUMBER.
           MOVE RH-RUN-DATE TO LH-POSTING-DATE.
           MOVE LOAN-PRINCIPAL TO LH-OPENING-BALANCE.
           MOVE WS-HIST-MOVEMENT TO LH-DEPOSITS-POSTED.
           MOVE 0 TO LH-INTEREST-POSTED.
           COMPUTE LH-CLOSING-BALANCE =
                LOAN-PRINCIPAL + WS-HIST-MOVEMENT.
           MOVE OC-OPERATOR-ID TO LH-OPERATOR-ID.
           WRITE LOAN-HISTORY-RECORD
                INVALID KEY
                     MOVE "N" TO WS-HIST-ADDED
                     PERFORM FOLD-INTO-HISTORY
           END-WRITE.

       FOLD-INTO-HISTORY.
           READ LOAN-HISTORY-FILE
                INVALID KEY
                     DISPLAY "LOANHIST WRITE FAILED FOR ACCOUNT "
                          LOAN-ACCT-NUMBER " - STATUS "
                          WS-LOANHIST-STATUS
                     MOVE "Y" TO WS-HIST-FAILED
                     IF WS-RUN-SEVERITY < 8
                          MOVE 8 TO WS-RUN-SEVERITY
                     END-IF
                NOT INVALID KEY
                     ADD WS-HIST-MOVEMENT TO LH-DEPOSITS-POSTED
                     ADD WS-HIST-MOVEMENT TO LH-CLOSING-BALANCE
                     MOVE OC-OPERATOR-ID TO LH-OPERATOR-ID
                     REWRITE LOAN-HISTORY-RECORD
                          INVALID KEY
                               DISPLAY "LOANHIST REWRITE FAILED FOR "
                                    "ACCOUNT " LOAN-ACCT-NUMBER
                               MOVE "Y" TO WS-HIST-FAILED
                               IF WS-RUN-SEVERITY < 8
                                    MOVE 8 TO WS-RUN-SEVERITY
                               END-IF
                     END-REWRITE
           END-READ.

      * THE MASTER NEVER TOOK THE MATURITY, SO NEITHER MAY HISTORY: A
      * RECORD THIS RUN ADDED IS DELETED, A FOLD IS TAKEN BACK OUT.
       BACK-OUT-MATURITY-HISTORY.
           MOVE LOAN-ACCT-NUMBER TO LH-ACCT-NUMBER.
           MOVE RH-RUN-DATE TO LH-POSTING-DATE.
           IF HISTORY-ADDED
                DELETE LOAN-HISTORY-FILE RECORD
                     INVALID KEY
                          DISPLAY "LOANHIST BACK-OUT FAILED FOR "
                               "ACCOUNT " LOAN-ACCT-NUMBER
                END-DELETE
           ELSE
                READ LOAN-HISTORY-FILE
                     INVALID KEY
                          DISPLAY "LOANHIST BACK-OUT FAILED FOR "
                               "ACCOUNT " LOAN-ACCT-NUMBER
                     NOT INVALID KEY
                          SUBTRACT WS-HIST-MOVEMENT FROM
                               LH-DEPOSITS-POSTED
                          SUBTRACT WS-HIST-MOVEMENT FROM
                               LH-CLOSING-BALANCE
                          REWRITE LOAN-HISTORY-RECORD
                               INVALID KEY
                                    DISPLAY "LOANHIST BACK-OUT FAILED "
                                         "FOR ACCOUNT "
                                         LOAN-ACCT-NUMBER
                          END-REWRITE
                END-READ
           END-IF.

       WRITE-REGISTER-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE LOAN-ACCT-NUMBER TO MRX-ACCT-NUMBER.
           MOVE WS-EXCEPTION-REASON TO MRX-REASON.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-EXCEPTION-LINE.
           MOVE LOAN-ACCT-NUMBER TO EL-INPUT-VALUE.
           MOVE WS-EXCEPTION-REASON TO EL-ERROR-TEXT.
           PERFORM LOG-ERROR-ENTRY.
           IF WS-RUN-SEVERITY < 4
                MOVE 4 TO WS-RUN-SEVERITY
           END-IF.

      * THE "NET MOVEMENT" LINE IS THE PRINCIPAL THE RUN TOOK OFF
      * (OR PUT ON) THE MASTER - LNAUDIT READS IT BY ITS LABEL.
       WRITE-REGISTER-TOTALS.
           WRITE MATURITY-REGISTER-LINE FROM SPACES.
           MOVE "ACCOUNTS READ     " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-READ TO TOT-COUNT.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "NOTICES PRINTED   " TO TOT-LABEL.
           MOVE WS-NOTICES-PRINTED TO TOT-COUNT.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ROLLED OVER       " TO TOT-LABEL.
           MOVE WS-ROLLED-OVER TO TOT-COUNT.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "PAID OUT          " TO TOT-LABEL.
           MOVE WS-PAID-OUT TO TOT-COUNT.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "EXCEPTIONS        " TO TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ROLLED PRINCIPAL  " TO TOT-AMOUNT-LABEL.
           MOVE WS-ROLLOVER-TOTAL TO TOT-AMOUNT.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           MOVE "PAID OUT PRINCIPAL" TO TOT-AMOUNT-LABEL.
           MOVE WS-PAYOUT-TOTAL TO TOT-AMOUNT.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           COMPUTE WS-NET-MOVEMENT = 0 - WS-PAYOUT-TOTAL.
           MOVE "NET MOVEMENT      " TO TOT-AMOUNT-LABEL.
           MOVE WS-NET-MOVEMENT TO TOT-AMOUNT.
           WRITE MATURITY-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.

       LOG-ERROR-ENTRY.
           MOVE "LNMATUR" TO EL-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO EL-TIMESTAMP.
           MOVE OC-OPERATOR-ID TO EL-OPERATOR-ID.
           WRITE ERROR-LOG-LINE FROM WS-ERROR-LOG-RECORD.

      * THE SUITE'S BUSINESS DATE COMES OFF THE BUSDATE CONTROL FILE
      * NIGHTRUN MAINTAINS, SO A CYCLE THAT CROSSES MIDNIGHT STILL
      * STAMPS ONE CALENDAR DATE ACROSS EVERY OUTPUT. WITH NO
      * CONTROL FILE ON HAND THE SYSTEM DATE STANDS IN.
       SET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
                READ BUSINESS-DATE-FILE
                     AT END
                          MOVE FUNCTION CURRENT-DATE(1:8)
                               TO RH-RUN-DATE
                     NOT AT END
                          MOVE BD-BUSINESS-DATE TO RH-RUN-DATE
                END-READ
                CLOSE BUSINESS-DATE-FILE
           ELSE
                MOVE FUNCTION CURRENT-DATE(1:8) TO RH-RUN-DATE
           END-IF.

       WRITE-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE.
           IF WS-RUNSTAT-STATUS = "35"
                OPEN OUTPUT RUN-STATUS-FILE
           END-IF.
           MOVE "LNMATUR" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-ACCOUNTS-READ TO RST-RECORDS-READ.
           COMPUTE RST-RECORDS-WRITTEN = WS-ROLLED-OVER +
                WS-PAID-OUT + WS-NOTICES-PRINTED.
           MOVE WS-EXCEPTION-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM LNMATUR.
