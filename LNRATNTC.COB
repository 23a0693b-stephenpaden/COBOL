      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNRATNTC.

      * ADVANCE NOTICE OF INTEREST RATE CHANGES. RUN NIGHTLY AHEAD OF
      * CMPINT01, IT FINDS EVERY OPEN ACCOUNT A PENDING REPRICING WILL
      * TOUCH AND PRINTS A NOTICE (RATENTC) TO THE CUSTOMER MASTER
      * ADDRESS SHOWING THE CURRENT RATE, THE NEW RATE AND THE DATE
      * IT TAKES EFFECT. TWO KINDS OF CHANGE ARE PICKED UP:
      *   RATECHG  - A COMMITTEE REPRICING OF ONE ACCOUNT FROM A GIVEN
      *              SCHEDULE PERIOD ON. THE PERIOD IS DATED OFF THE
      *              ACCOUNT'S TERM: THE TERM ENDS ON LOAN-MATURITY-
      *              DATE, SO PERIOD N STARTS (TERM - N + 1) COMPOUNDING
      *              PERIODS BEFORE IT. A ROW AGAINST A TIERED ACCOUNT
      *              IS IGNORED, AS CMPINT01 IGNORES IT.
      *   RATETIER - A PRODUCT WHOSE BANDS DIFFER FROM THE BANDS LAST
      *              NOTIFIED (RATETLST, REWRITTEN FROM RATETIER AT THE
      *              END OF EVERY CLEAN RUN). EVERY OPEN ACCOUNT ON THE
      *              PRODUCT IS TOLD THE RATE ITS BALANCE EARNS UNDER
      *              THE OLD AND NEW BANDS, EFFECTIVE FROM THE START OF
      *              ITS NEXT SCHEDULE PERIOD.
      * DORMANT AND CLOSED ACCOUNTS ARE SKIPPED - CMPINT01 DOES NOT
      * PRICE THEM.
      *
      * EVERY NOTICE IS APPENDED TO THE PERMANENT NOTICE LOG (NTCLOG)
      * WITH THE DATE IT WENT OUT AND THE DATE THE CHANGE TAKES
      * EFFECT, WHICH IS THE PROOF EACH CUSTOMER WAS TOLD BEFORE
      * CMPINT01 APPLIED THE CHANGE. A CHANGE ALREADY ON THE LOG IS
      * NOT NOTIFIED TWICE, SO A RERUN MAILS NOBODY AGAIN. A NOTICE
      * INSIDE THE LEAD TIME IS FLAGGED SHORT, ONE ON OR AFTER THE
      * EFFECTIVE DATE LATE - BOTH END THE RUN WITH SEVERITY 4 AND GO
      * TO ERRLOG. AN ACCOUNT WITH NO MATURITY DATE CANNOT BE DATED
      * AND IS FLAGGED UNDATED.
      *
      * A NOTICE THAT CANNOT BE ADDRESSED (CUSTOMER NOT ON FILE, NO
      * ADDRESS, OR NO CUSTOMER MASTER) IS NOT SENT AND NOT LOGGED:
      * IT IS LISTED ON THE REGISTER AS HELD (SEVERITY 4) AND COMES
      * ROUND AGAIN ON THE NEXT RUN. A PRODUCT WITH A HELD NOTICE
      * KEEPS ITS OLD BANDS ON RATETLST SO ITS CHANGE STAYS PENDING.
      *
      * THE FIRST RUN (NO RATETLST YET) TAKES TODAY'S BANDS AS THE
      * BANDS ALREADY NOTIFIED AND SENDS NO TIER NOTICES.

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

           SELECT RATE-CHANGE-FILE ASSIGN TO "RATECHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECHG-STATUS.

           SELECT RATE-TIER-FILE ASSIGN TO "RATETIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETIER-STATUS.

           SELECT NOTIFIED-TIER-FILE ASSIGN TO "RATETLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETLST-STATUS.

           SELECT NOTICE-LOG-FILE ASSIGN TO "NTCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCLOG-STATUS.

           SELECT RATE-NOTICE-FILE ASSIGN TO "RATENTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT NOTICE-REGISTER ASSIGN TO "RATNTREG"
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

      * SAME LAYOUT CMPINT01 LOADS.
       FD  RATE-CHANGE-FILE.
       01  RATE-CHANGE-RECORD.
           05 RC-ACCT-NUMBER                   PIC 9(7).
           05 RC-NEW-RATE                      PIC 99V9.
           05 RC-EFFECTIVE-PERIOD              PIC 999.

      * SAME LAYOUT CMPINT01 LOADS - ASCENDING FLOORS WITHIN PRODUCT.
       FD  RATE-TIER-FILE.
       01  RATE-TIER-RECORD.
           05 RT-PRODUCT-CODE                  PIC XX.
           05 RT-BAND-FLOOR                    PIC 9(9)V99.
           05 RT-RATE                          PIC 99V9.

      * A COPY OF RATETIER AS IT STOOD AT THE LAST CLEAN RUN - THE
      * BANDS CUSTOMERS HAVE ALREADY BEEN TOLD ABOUT.
       FD  NOTIFIED-TIER-FILE.
       01  NOTIFIED-TIER-RECORD.
           05 NT-PRODUCT-CODE                  PIC XX.
           05 NT-BAND-FLOOR                    PIC 9(9)V99.
           05 NT-RATE                          PIC 99V9.

      * ONE LINE PER NOTICE EVER PRINTED. NL-SOURCE "A" IS A RATECHG
      * REPRICING OF THE ACCOUNT, "P" A RATETIER CHANGE TO ITS
      * PRODUCT. NL-TIMING: T - TIMELY, S - SHORT OF THE LEAD TIME,
      * L - LATE (ON OR AFTER THE EFFECTIVE DATE), U - UNDATED.
       FD  NOTICE-LOG-FILE.
       01  NOTICE-LOG-RECORD.
           05 NL-NOTICE-DATE                   PIC 9(8).
           05 NL-ACCT-NUMBER                   PIC 9(7).
           05 NL-CUST-NUMBER                   PIC 9(7).
           05 NL-SOURCE                        PIC X.
           05 NL-PRODUCT-CODE                  PIC XX.
           05 NL-OLD-RATE                      PIC 99V9.
           05 NL-NEW-RATE                      PIC 99V9.
           05 NL-EFFECTIVE-PERIOD              PIC 999.
           05 NL-EFFECTIVE-DATE                PIC 9(8).
           05 NL-TIMING                        PIC X.
           05 NL-OPERATOR-ID                   PIC X(8).

       FD  RATE-NOTICE-FILE.
       01  RATE-NOTICE-LINE                    PIC X(80).

       FD  NOTICE-REGISTER.
       01  NOTICE-REGISTER-LINE                PIC X(100).

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
      * RUN FIND THE AFFECTED ACCOUNTS; THEIR NOTICES ARE HELD.
       77  WS-CUSTMAST-OPEN             PIC X VALUE "N".
           88 CUSTMAST-OPEN             VALUE "Y".
       77  WS-ADDRESS-FOUND             PIC X.
           88 ADDRESS-FOUND             VALUE "Y".
       77  WS-RATECHG-STATUS            PIC XX.
       77  WS-RATETIER-STATUS           PIC XX.
       77  WS-RATETLST-STATUS           PIC XX.
       77  WS-NTCLOG-STATUS             PIC XX.
       77  WS-NOTICE-STATUS             PIC XX.
       77  WS-REGISTER-STATUS           PIC XX.
       77  WS-ERROR-LOG-STATUS          PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-NOTICE-DAYS               PIC 999 VALUE 30.
       77  WS-NOTICE-HORIZON            PIC 9(8) VALUE 0.
       77  WS-EOF                       PIC X VALUE "N".
           88 NO-MORE-RECORDS           VALUE "Y".
       77  WS-EOF-LOAN                  PIC X VALUE "N".
           88 NO-MORE-LOANS             VALUE "Y".
       77  WS-TIER-BASELINE             PIC X VALUE "N".
           88 TIER-BASELINE-RUN         VALUE "Y".
       77  WS-SWEEP-DONE                PIC X VALUE "N".
           88 SWEEP-DONE                VALUE "Y".
       77  WS-RATE-CHANGE-COUNT         PIC 999 VALUE 0.
       77  WS-RATE-TIER-COUNT           PIC 999 VALUE 0.
       77  WS-NOTIFIED-TIER-COUNT       PIC 999 VALUE 0.
       77  WS-CHANGED-PRODUCT-COUNT     PIC 99 VALUE 0.
       77  WS-LOGGED-COUNT              PIC 9(4) VALUE 0.
       77  WS-RC-SUB                    PIC 999.
       77  WS-RT-SUB                    PIC 999.
       77  WS-RT-SCAN                   PIC 999.
       77  WS-NT-SUB                    PIC 999.
       77  WS-PRODUCT-SUB               PIC 999.
       77  WS-CP-SUB                    PIC 99.
       77  WS-NL-SUB                    PIC 9(4).
       77  WS-TIER-CAPPED               PIC X.
       77  WS-PRODUCT-KEY               PIC XX.
       77  WS-PRODUCT-TIERED            PIC X.
           88 PRODUCT-TIERED            VALUE "Y".
       77  WS-PRODUCT-CHANGED           PIC X.
           88 PRODUCT-CHANGED           VALUE "Y".
       77  WS-PRODUCT-HELD              PIC X.
       77  WS-OLD-BAND-COUNT            PIC 999.
       77  WS-NEW-BAND-COUNT            PIC 999.
       77  WS-BANDS-DIFFER              PIC X.
       77  WS-ALREADY-NOTIFIED          PIC X.
           88 ALREADY-NOTIFIED          VALUE "Y".
       77  WS-ACCOUNTS-READ             PIC 9(7) VALUE 0.
       77  WS-NOTICES-PRINTED           PIC 9(7) VALUE 0.
       77  WS-NOTIFIED-BEFORE           PIC 9(7) VALUE 0.
       77  WS-SHORT-COUNT               PIC 9(7) VALUE 0.
       77  WS-LATE-COUNT                PIC 9(7) VALUE 0.
       77  WS-UNDATED-COUNT             PIC 9(7) VALUE 0.
       77  WS-TIERED-IGNORED            PIC 9(7) VALUE 0.
       77  WS-OUT-OF-TERM               PIC 9(7) VALUE 0.
       77  WS-HELD-COUNT                PIC 9(7) VALUE 0.
       77  WS-PRIOR-PERIOD              PIC 999.

      * THE CHANGE BEING NOTIFIED.
       77  WS-NOTICE-SOURCE             PIC X.
       77  WS-OLD-RATE                  PIC 99V9.
       77  WS-NEW-RATE                  PIC 99V9.
       77  WS-EFFECTIVE-PERIOD          PIC 999.
       77  WS-EFFECTIVE-DATE            PIC 9(8).
       77  WS-TIMING                    PIC X.
           88 TIMING-TIMELY             VALUE "T".
           88 TIMING-SHORT              VALUE "S".
           88 TIMING-LATE               VALUE "L".
           88 TIMING-UNDATED            VALUE "U".
           88 TIMING-HELD               VALUE "H".

      * DATING A SCHEDULE PERIOD OFF THE ACCOUNT'S TERM.
       77  WS-PERIOD-NUMBER             PIC 999.
       77  WS-PERIOD-DATE               PIC 9(8).
       77  WS-PERIODS-BACK              PIC 9(4).
       77  WS-MONTHS-BACK               PIC 9(5).
       77  WS-MONTH-COUNT               PIC 9(7).
       77  WS-DAY-INTEGER               PIC 9(7).
       77  WS-MONTH-END-DAY             PIC 99.
       77  WS-BAND-RATE                 PIC 99V9.

      * WORK AREA FOR MOVING A DATE BACK BY WHOLE MONTHS. A DAY PAST
      * THE END OF THE TARGET MONTH FALLS BACK TO THAT MONTH'S LAST
      * DAY, THE SAME RULE LNMATUR USES TO MOVE A MATURITY FORWARD.
       01  PERIOD-DATE-WORK.
           05 PDW-YEAR                  PIC 9(4).
           05 PDW-MONTH                 PIC 99.
           05 PDW-DAY                   PIC 99.
       01  PERIOD-DATE-NUMERIC REDEFINES PERIOD-DATE-WORK
                                        PIC 9(8).

       01  MONTH-END-VALUES.
           05 FILLER                    PIC X(24)
                 VALUE "312831303130313130313031".
       01  MONTH-END-TABLE REDEFINES MONTH-END-VALUES.
           05 ME-LAST-DAY OCCURS 12 TIMES PIC 99.

      * COMMITTEE REPRICINGS, LOADED ONCE PER RUN THE WAY CMPINT01
      * LOADS THEM.
       01  RATE-CHANGE-TABLE.
           05 RATE-CHANGE-ENTRY OCCURS 200 TIMES.
              10 RCT-ACCT-NUMBER               PIC 9(7).
              10 RCT-NEW-RATE                  PIC 99V9.
              10 RCT-EFFECTIVE-PERIOD          PIC 999.

      * TODAY'S BOARD PRICING BANDS, LOADED THE WAY CMPINT01 LOADS
      * THEM.
       01  RATE-TIER-TABLE.
           05 RATE-TIER-ENTRY OCCURS 50 TIMES.
              10 RTT-PRODUCT-CODE              PIC XX.
              10 RTT-BAND-FLOOR                PIC 9(9)V99.
              10 RTT-RATE                      PIC 99V9.

      * THE BANDS CUSTOMERS WERE LAST TOLD ABOUT (RATETLST).
       01  NOTIFIED-TIER-TABLE.
           05 NOTIFIED-TIER-ENTRY OCCURS 50 TIMES.
              10 NTT-PRODUCT-CODE              PIC XX.
              10 NTT-BAND-FLOOR                PIC 9(9)V99.
              10 NTT-RATE                      PIC 99V9.

      * PRODUCTS WHOSE BANDS ON RATETIER NO LONGER MATCH RATETLST.
       01  CHANGED-PRODUCT-TABLE.
           05 CHANGED-PRODUCT-ENTRY OCCURS 50 TIMES.
              10 CPT-PRODUCT-CODE              PIC XX.
              10 CPT-NOTICE-HELD               PIC X.

      * NOTICES ALREADY ON NTCLOG THAT THIS RUN COULD OTHERWISE
      * PRINT AGAIN.
       01  NOTIFIED-CHANGE-TABLE.
           05 NOTIFIED-CHANGE-ENTRY OCCURS 5000 TIMES.
              10 NCT-ACCT-NUMBER               PIC 9(7).
              10 NCT-SOURCE                    PIC X.
              10 NCT-NEW-RATE                  PIC 99V9.
              10 NCT-EFFECTIVE-PERIOD          PIC 999.
              10 NCT-EFFECTIVE-DATE            PIC 9(8).

       01  NOTICE-TITLE-LINE.
           05 FILLER                    PIC X(38)
                 VALUE "ADVANCE NOTICE OF INTEREST RATE CHANGE".

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

       01  NOTICE-OLD-RATE-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "CURRENT RATE:  ".
           05 NTC-OLD-RATE              PIC Z9.9.
           05 FILLER                    PIC X VALUE "%".

       01  NOTICE-NEW-RATE-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "NEW RATE:      ".
           05 NTC-NEW-RATE              PIC Z9.9.
           05 FILLER                    PIC X VALUE "%".
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 NTC-DIRECTION             PIC X(10).

       01  NOTICE-DATE-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "EFFECTIVE ON:  ".
           05 NTC-EFFECTIVE-DATE        PIC 9(8).

       01  NOTICE-PERIOD-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "EFFECTIVE:     ".
           05 FILLER                    PIC X(23)
                 VALUE "FROM INTEREST PERIOD   ".
           05 NTC-EFFECTIVE-PERIOD      PIC ZZ9.

       01  NOTICE-REASON-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "REASON:        ".
           05 NTC-REASON                PIC X(50).

       01  REGISTER-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE "ACCOUNT  ".
           05 FILLER                  PIC X(10) VALUE "CUSTOMER  ".
           05 FILLER                  PIC X(9)  VALUE "SOURCE   ".
           05 FILLER                  PIC X(6)  VALUE "PROD  ".
           05 FILLER                  PIC X(6)  VALUE "OLD   ".
           05 FILLER                  PIC X(6)  VALUE "NEW   ".
           05 FILLER                  PIC X(8)  VALUE "PERIOD  ".
           05 FILLER                  PIC X(10) VALUE "EFFECTIVE ".
           05 FILLER                  PIC X(7)  VALUE "NOTICE".

       01  REGISTER-DETAIL-LINE.
           05 NRD-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 NRD-CUST-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 NRD-SOURCE                       PIC X(7).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 NRD-PRODUCT-CODE                 PIC XX.
           05 FILLER                           PIC X(4) VALUE SPACES.
           05 NRD-OLD-RATE                     PIC Z9.9.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 NRD-NEW-RATE                     PIC Z9.9.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 NRD-EFFECTIVE-PERIOD             PIC ZZ9.
           05 FILLER                           PIC X(5) VALUE SPACES.
           05 NRD-EFFECTIVE-DATE               PIC 9(8).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 NRD-TIMING                       PIC X(12).

       01  REGISTER-PRODUCT-LINE.
           05 FILLER                           PIC X(18)
                 VALUE "BANDS CHANGED FOR ".
           05 NRP-PRODUCT-CODE                 PIC XX.

       01  REGISTER-MESSAGE-LINE.
           05 NRM-TEXT                         PIC X(60).

       01  REGISTER-TOTAL-LINE.
           05 TOT-LABEL                        PIC X(18).
           05 TOT-COUNT                        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM STAMP-RUN-HEADER.
           PERFORM SET-RUN-PARAMETERS.

           OPEN OUTPUT RATE-NOTICE-FILE.
           OPEN OUTPUT NOTICE-REGISTER.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE RATE-NOTICE-LINE FROM WS-RUN-HEADER.
           WRITE NOTICE-REGISTER-LINE FROM WS-RUN-HEADER.

           PERFORM LOAD-RATE-CHANGES.
           PERFORM LOAD-RATE-TIERS.
           PERFORM LOAD-NOTIFIED-TIERS.
           PERFORM FIND-CHANGED-PRODUCTS.
           PERFORM LOAD-NOTICE-LOG.
           WRITE NOTICE-REGISTER-LINE FROM SPACES.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-COLUMN-HEADING.

           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM OPEN-NOTICE-LOG.
           IF WS-NTCLOG-STATUS = "00"
                PERFORM SWEEP-LOAN-MASTER
                CLOSE NOTICE-LOG-FILE
           END-IF.
           IF CUSTMAST-OPEN
                CLOSE CUSTOMER-MASTER
           END-IF.
           IF SWEEP-DONE
                PERFORM SAVE-NOTIFIED-TIERS
           END-IF.

           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE RATE-NOTICE-FILE.
           CLOSE NOTICE-REGISTER.
           CLOSE ERROR-LOG-FILE.
           DISPLAY "RATE NOTICE RUN COMPLETE - NOTICES: "
                WS-NOTICES-PRINTED "  SHORT: " WS-SHORT-COUNT
                "  LATE: " WS-LATE-COUNT.

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
      * A CHANGE TAKING EFFECT BEFORE IT IS NOTIFIED SHORT.
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

      * THE NOTICE LOG IS PERMANENT AND CUMULATIVE. A NOTICE THAT
      * CANNOT BE LOGGED IS NOT SENT - WITHOUT THE LOG THERE IS NO
      * PROOF, AND A RERUN WOULD MAIL THE CUSTOMER AGAIN.
       OPEN-NOTICE-LOG.
           OPEN EXTEND NOTICE-LOG-FILE.
           IF WS-NTCLOG-STATUS = "35"
                OPEN OUTPUT NOTICE-LOG-FILE
           END-IF.
           IF WS-NTCLOG-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN NOTICE-LOG-FILE - STATUS "
                     WS-NTCLOG-STATUS
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      ******************************************************************
      * RATE TABLES
      ******************************************************************
      * RATECHG IS OPTIONAL - A NIGHT WITH NO REPRICINGS SIMPLY RUNS
      * WITH AN EMPTY TABLE.
       LOAD-RATE-CHANGES.
           MOVE 0 TO WS-RATE-CHANGE-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RATE-CHANGE-FILE.
           IF WS-RATECHG-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ RATE-CHANGE-FILE
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              PERFORM STORE-ONE-RATE-CHANGE
                    END-READ
                END-PERFORM
                CLOSE RATE-CHANGE-FILE
           END-IF.

       STORE-ONE-RATE-CHANGE.
           IF WS-RATE-CHANGE-COUNT >= 200
                MOVE RATE-CHANGE-RECORD TO EL-INPUT-VALUE
                MOVE "RATE TABLE FULL" TO EL-ERROR-TEXT
                PERFORM LOG-ERROR-ENTRY
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                ADD 1 TO WS-RATE-CHANGE-COUNT
                MOVE RC-ACCT-NUMBER TO
                     RCT-ACCT-NUMBER (WS-RATE-CHANGE-COUNT)
                MOVE RC-NEW-RATE TO
                     RCT-NEW-RATE (WS-RATE-CHANGE-COUNT)
                MOVE RC-EFFECTIVE-PERIOD TO
                     RCT-EFFECTIVE-PERIOD (WS-RATE-CHANGE-COUNT)
           END-IF.

      * RATETIER IS OPTIONAL THE SAME WAY - WITH NO BANDS ON FILE
      * EVERY ACCOUNT EARNS ITS OWN RATE.
       LOAD-RATE-TIERS.
           MOVE 0 TO WS-RATE-TIER-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RATE-TIER-FILE.
           IF WS-RATETIER-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ RATE-TIER-FILE
                         AT END
                              MOVE "Y" TO WS-EOF
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

      * RATETLST WAS WRITTEN BY THIS PROGRAM FROM A CLEAN TABLE, SO
      * IT IS LOADED AS IT STANDS.
       LOAD-NOTIFIED-TIERS.
           MOVE 0 TO WS-NOTIFIED-TIER-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT NOTIFIED-TIER-FILE.
           IF WS-RATETLST-STATUS = "35"
                MOVE "Y" TO WS-TIER-BASELINE
                MOVE "NO NOTIFIED BANDS ON FILE - TODAY'S BANDS TAKEN"
                     TO NRM-TEXT
                WRITE NOTICE-REGISTER-LINE FROM REGISTER-MESSAGE-LINE
           ELSE
           IF WS-RATETLST-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN NOTIFIED-TIER-FILE - STATUS "
                     WS-RATETLST-STATUS
                MOVE "Y" TO WS-TIER-BASELINE
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM UNTIL NO-MORE-RECORDS
                    READ NOTIFIED-TIER-FILE
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              IF WS-NOTIFIED-TIER-COUNT < 50
                                   ADD 1 TO WS-NOTIFIED-TIER-COUNT
                                   MOVE NOTIFIED-TIER-RECORD TO
                                        NOTIFIED-TIER-ENTRY
                                             (WS-NOTIFIED-TIER-COUNT)
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE NOTIFIED-TIER-FILE
           END-IF
           END-IF.

      * A PRODUCT HAS CHANGED WHEN ITS BANDS - FLOORS AND RATES, IN
      * ORDER - ARE NOT THE SAME ON BOTH TABLES. A PRODUCT ADDED TO
      * OR DROPPED FROM RATETIER HAS CHANGED TOO.
       FIND-CHANGED-PRODUCTS.
           MOVE 0 TO WS-CHANGED-PRODUCT-COUNT.
           IF NOT TIER-BASELINE-RUN
                PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                          UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT
                    MOVE RTT-PRODUCT-CODE (WS-RT-SUB) TO
                         WS-PRODUCT-KEY
                    PERFORM COMPARE-PRODUCT-BANDS
                END-PERFORM
                PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
                          UNTIL WS-PRODUCT-SUB > WS-NOTIFIED-TIER-COUNT
                    MOVE NTT-PRODUCT-CODE (WS-PRODUCT-SUB) TO
                         WS-PRODUCT-KEY
                    PERFORM COMPARE-PRODUCT-BANDS
                END-PERFORM
           END-IF.

       COMPARE-PRODUCT-BANDS.
           PERFORM CHECK-PRODUCT-CHANGED.
           IF NOT PRODUCT-CHANGED
                MOVE 0 TO WS-OLD-BAND-COUNT
                MOVE 0 TO WS-NEW-BAND-COUNT
                MOVE "N" TO WS-BANDS-DIFFER
                MOVE 1 TO WS-NT-SUB
                PERFORM VARYING WS-RT-SCAN FROM 1 BY 1
                          UNTIL WS-RT-SCAN > WS-RATE-TIER-COUNT
                    IF RTT-PRODUCT-CODE (WS-RT-SCAN) = WS-PRODUCT-KEY
                         ADD 1 TO WS-NEW-BAND-COUNT
                         PERFORM MATCH-NOTIFIED-BAND
                    END-IF
                END-PERFORM
                PERFORM VARYING WS-RT-SCAN FROM 1 BY 1
                          UNTIL WS-RT-SCAN > WS-NOTIFIED-TIER-COUNT
                    IF NTT-PRODUCT-CODE (WS-RT-SCAN) = WS-PRODUCT-KEY
                         ADD 1 TO WS-OLD-BAND-COUNT
                    END-IF
                END-PERFORM
                IF WS-BANDS-DIFFER = "Y" OR
                   WS-OLD-BAND-COUNT NOT = WS-NEW-BAND-COUNT
                     ADD 1 TO WS-CHANGED-PRODUCT-COUNT
                     MOVE WS-PRODUCT-KEY TO
                          CPT-PRODUCT-CODE (WS-CHANGED-PRODUCT-COUNT)
                     MOVE "N" TO
                          CPT-NOTICE-HELD (WS-CHANGED-PRODUCT-COUNT)
                     MOVE WS-PRODUCT-KEY TO NRP-PRODUCT-CODE
                     WRITE NOTICE-REGISTER-LINE
                          FROM REGISTER-PRODUCT-LINE
                END-IF
           END-IF.

      * THE N-TH NEW BAND OF THE PRODUCT AGAINST THE N-TH NOTIFIED
      * ONE. WS-NT-SUB WALKS THE NOTIFIED TABLE FORWARD ONCE.
       MATCH-NOTIFIED-BAND.
           PERFORM UNTIL WS-NT-SUB > WS-NOTIFIED-TIER-COUNT
                     OR NTT-PRODUCT-CODE (WS-NT-SUB) = WS-PRODUCT-KEY
               ADD 1 TO WS-NT-SUB
           END-PERFORM.
           IF WS-NT-SUB > WS-NOTIFIED-TIER-COUNT
                MOVE "Y" TO WS-BANDS-DIFFER
           ELSE
                IF NTT-BAND-FLOOR (WS-NT-SUB) NOT =
                        RTT-BAND-FLOOR (WS-RT-SCAN) OR
                   NTT-RATE (WS-NT-SUB) NOT = RTT-RATE (WS-RT-SCAN)
                     MOVE "Y" TO WS-BANDS-DIFFER
                END-IF
                ADD 1 TO WS-NT-SUB
           END-IF.

       CHECK-PRODUCT-CHANGED.
           MOVE "N" TO WS-PRODUCT-CHANGED.
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                     UNTIL WS-CP-SUB > WS-CHANGED-PRODUCT-COUNT
               IF CPT-PRODUCT-CODE (WS-CP-SUB) = WS-PRODUCT-KEY
                    MOVE "Y" TO WS-PRODUCT-CHANGED
               END-IF
           END-PERFORM.

      * A RATECHG ROW STAYS ON ITS FILE AFTER IT TAKES EFFECT, SO
      * EVERY REPRICING NOTICE IS KEPT - OTHERWISE IT WOULD COME
      * ROUND AGAIN AS LATE. A TIER NOTICE ALWAYS LOOKS FORWARD TO
      * THE NEXT PERIOD, SO ONLY ONES STILL TO TAKE EFFECT (OR
      * UNDATED, OR SENT TODAY) MATTER. A FULL TABLE STOPS LOADING
      * AND IS LOGGED - AT WORST A CUSTOMER GETS A SECOND COPY.
       LOAD-NOTICE-LOG.
           MOVE 0 TO WS-LOGGED-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT NOTICE-LOG-FILE.
           IF WS-NTCLOG-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ NOTICE-LOG-FILE
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              PERFORM STORE-ONE-LOGGED-NOTICE
                    END-READ
                END-PERFORM
                CLOSE NOTICE-LOG-FILE
           END-IF.

       STORE-ONE-LOGGED-NOTICE.
           IF NL-SOURCE = "A" OR
              NL-EFFECTIVE-DATE = 0 OR
              NL-EFFECTIVE-DATE NOT < RH-RUN-DATE OR
              NL-NOTICE-DATE = RH-RUN-DATE
                IF WS-LOGGED-COUNT >= 5000
                     MOVE NL-ACCT-NUMBER TO EL-INPUT-VALUE
                     MOVE "NOTICE TABLE FULL" TO EL-ERROR-TEXT
                     PERFORM LOG-ERROR-ENTRY
                ELSE
                     ADD 1 TO WS-LOGGED-COUNT
                     MOVE NL-ACCT-NUMBER TO
                          NCT-ACCT-NUMBER (WS-LOGGED-COUNT)
                     MOVE NL-SOURCE TO NCT-SOURCE (WS-LOGGED-COUNT)
                     MOVE NL-NEW-RATE TO
                          NCT-NEW-RATE (WS-LOGGED-COUNT)
                     MOVE NL-EFFECTIVE-PERIOD TO
                          NCT-EFFECTIVE-PERIOD (WS-LOGGED-COUNT)
                     MOVE NL-EFFECTIVE-DATE TO
                          NCT-EFFECTIVE-DATE (WS-LOGGED-COUNT)
                END-IF
           END-IF.

      ******************************************************************
      * MASTER SWEEP
      ******************************************************************
       SWEEP-LOAN-MASTER.
           MOVE "N" TO WS-EOF-LOAN.
           OPEN INPUT LOAN-ACCOUNT-MASTER.
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
                              IF LOAN-STATUS-ACTIVE
                                   PERFORM CHECK-ONE-ACCOUNT
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE LOAN-ACCOUNT-MASTER
                MOVE "Y" TO WS-SWEEP-DONE
           END-IF.

      * A TIERED ACCOUNT (ITS PRODUCT HAS BANDS ON RATETIER) IS
      * PRICED OFF THE BANDS ALONE; ANY OTHER ACCOUNT OFF ITS OWN
      * RATE AND ITS RATECHG ROWS.
       CHECK-ONE-ACCOUNT.
           MOVE "N" TO WS-PRODUCT-TIERED.
           IF LOAN-PRODUCT-CODE NOT = SPACES
                PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                          UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT
                    IF RTT-PRODUCT-CODE (WS-RT-SUB) = LOAN-PRODUCT-CODE
                         MOVE "Y" TO WS-PRODUCT-TIERED
                    END-IF
                END-PERFORM
           END-IF.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                     UNTIL WS-RC-SUB > WS-RATE-CHANGE-COUNT
               IF RCT-ACCT-NUMBER (WS-RC-SUB) = LOAN-ACCT-NUMBER
                    IF PRODUCT-TIERED
                         ADD 1 TO WS-TIERED-IGNORED
                    ELSE
                         PERFORM CHECK-ONE-REPRICING
                    END-IF
               END-IF
           END-PERFORM.
           IF LOAN-PRODUCT-CODE NOT = SPACES
                MOVE LOAN-PRODUCT-CODE TO WS-PRODUCT-KEY
                PERFORM CHECK-PRODUCT-CHANGED
                IF PRODUCT-CHANGED
                     PERFORM CHECK-TIER-CHANGE
                END-IF
           END-IF.

      ******************************************************************
      * RATECHG REPRICING
      ******************************************************************
      * A ROW FOR A PERIOD OUTSIDE THE TERM NEVER TAKES EFFECT IN
      * CMPINT01 AND IS NOT NOTIFIED. THE RATE IT REPLACES IS THE
      * ACCOUNT'S LATEST EARLIER REPRICING, OR ITS OWN RATE.
       CHECK-ONE-REPRICING.
           IF RCT-EFFECTIVE-PERIOD (WS-RC-SUB) = 0 OR
              (LOAN-TERM IS NUMERIC AND
               RCT-EFFECTIVE-PERIOD (WS-RC-SUB) > LOAN-TERM)
                ADD 1 TO WS-OUT-OF-TERM
           ELSE
                MOVE "A" TO WS-NOTICE-SOURCE
                MOVE RCT-NEW-RATE (WS-RC-SUB) TO WS-NEW-RATE
                MOVE RCT-EFFECTIVE-PERIOD (WS-RC-SUB) TO
                     WS-EFFECTIVE-PERIOD
                MOVE LOAN-RATE TO WS-OLD-RATE
                MOVE 0 TO WS-PRIOR-PERIOD
                PERFORM VARYING WS-RT-SCAN FROM 1 BY 1
                          UNTIL WS-RT-SCAN > WS-RATE-CHANGE-COUNT
                    IF RCT-ACCT-NUMBER (WS-RT-SCAN) = LOAN-ACCT-NUMBER
                       AND RCT-EFFECTIVE-PERIOD (WS-RT-SCAN) <
                           WS-EFFECTIVE-PERIOD
                       AND RCT-EFFECTIVE-PERIOD (WS-RT-SCAN) NOT <
                           WS-PRIOR-PERIOD
                         MOVE RCT-EFFECTIVE-PERIOD (WS-RT-SCAN) TO
                              WS-PRIOR-PERIOD
                         MOVE RCT-NEW-RATE (WS-RT-SCAN) TO WS-OLD-RATE
                    END-IF
                END-PERFORM
                MOVE WS-EFFECTIVE-PERIOD TO WS-PERIOD-NUMBER
                PERFORM DATE-SCHEDULE-PERIOD
                MOVE WS-PERIOD-DATE TO WS-EFFECTIVE-DATE
                IF WS-OLD-RATE NOT = WS-NEW-RATE
                     PERFORM ISSUE-NOTICE
                END-IF
           END-IF.

      ******************************************************************
      * RATETIER CHANGE
      ******************************************************************
      * THE ACCOUNT IS TOLD WHAT ITS BALANCE EARNS UNDER EACH SET OF
      * BANDS (ITS OWN RATE WHERE THE PRODUCT HAS NO BANDS). THE NEW
      * BANDS TAKE EFFECT FROM THE FIRST SCHEDULE PERIOD STARTING
      * AFTER TODAY.
       CHECK-TIER-CHANGE.
           MOVE "P" TO WS-NOTICE-SOURCE.
           MOVE LOAN-RATE TO WS-OLD-RATE.
           PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                     UNTIL WS-NT-SUB > WS-NOTIFIED-TIER-COUNT
               IF NTT-PRODUCT-CODE (WS-NT-SUB) = LOAN-PRODUCT-CODE AND
                  NTT-BAND-FLOOR (WS-NT-SUB) NOT > LOAN-PRINCIPAL
                    MOVE NTT-RATE (WS-NT-SUB) TO WS-OLD-RATE
               END-IF
           END-PERFORM.
           MOVE LOAN-RATE TO WS-NEW-RATE.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                     UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT
               IF RTT-PRODUCT-CODE (WS-RT-SUB) = LOAN-PRODUCT-CODE AND
                  RTT-BAND-FLOOR (WS-RT-SUB) NOT > LOAN-PRINCIPAL
                    MOVE RTT-RATE (WS-RT-SUB) TO WS-NEW-RATE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-EFFECTIVE-PERIOD.
           MOVE 0 TO WS-EFFECTIVE-DATE.
           IF LOAN-TERM IS NUMERIC AND LOAN-TERM > 0
                PERFORM VARYING WS-PERIOD-NUMBER FROM 1 BY 1
                          UNTIL WS-PERIOD-NUMBER > LOAN-TERM
                             OR WS-EFFECTIVE-PERIOD > 0
                    PERFORM DATE-SCHEDULE-PERIOD
                    IF WS-PERIOD-DATE > RH-RUN-DATE
                         MOVE WS-PERIOD-NUMBER TO WS-EFFECTIVE-PERIOD
                         MOVE WS-PERIOD-DATE TO WS-EFFECTIVE-DATE
                    END-IF
                END-PERFORM
           END-IF.
           IF WS-OLD-RATE NOT = WS-NEW-RATE
                PERFORM ISSUE-NOTICE
           END-IF.

      * THE TERM ENDS ON LOAN-MATURITY-DATE, SO PERIOD N STARTS
      * (TERM - N + 1) COMPOUNDING PERIODS EARLIER - DAYS FOR A DAILY
      * ACCOUNT, WHOLE MONTHS OTHERWISE. AN ACCOUNT WITH NO MATURITY
      * DATE OR NO USABLE TERM CANNOT BE DATED (ZERO).
       DATE-SCHEDULE-PERIOD.
           MOVE 0 TO WS-PERIOD-DATE.
           IF LOAN-MATURITY-DATE IS NUMERIC AND
              LOAN-MATURITY-DATE NOT = 0 AND
              LOAN-TERM IS NUMERIC AND LOAN-TERM > 0 AND
              LOAN-FREQ-VALID AND
              WS-PERIOD-NUMBER NOT > LOAN-TERM
                COMPUTE WS-PERIODS-BACK =
                     LOAN-TERM - WS-PERIOD-NUMBER + 1
                IF LOAN-COMPOUND-FREQ = "D"
                     COMPUTE WS-DAY-INTEGER =
                          FUNCTION INTEGER-OF-DATE(LOAN-MATURITY-DATE)
                          - WS-PERIODS-BACK
                     COMPUTE WS-PERIOD-DATE =
                          FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                ELSE
                     EVALUATE LOAN-COMPOUND-FREQ
                          WHEN "M"
                               MOVE WS-PERIODS-BACK TO WS-MONTHS-BACK
                          WHEN "Q"
                               COMPUTE WS-MONTHS-BACK =
                                    WS-PERIODS-BACK * 3
                          WHEN OTHER
                               COMPUTE WS-MONTHS-BACK =
                                    WS-PERIODS-BACK * 12
                     END-EVALUATE
                     MOVE LOAN-MATURITY-DATE TO PERIOD-DATE-NUMERIC
                     COMPUTE WS-MONTH-COUNT =
                          PDW-YEAR * 12 + PDW-MONTH - 1 - WS-MONTHS-BACK
                     DIVIDE WS-MONTH-COUNT BY 12 GIVING PDW-YEAR
                          REMAINDER PDW-MONTH
                     ADD 1 TO PDW-MONTH
                     MOVE ME-LAST-DAY (PDW-MONTH) TO WS-MONTH-END-DAY
                     IF PDW-MONTH = 2 AND
                        FUNCTION MOD(PDW-YEAR, 4) = 0 AND
                        (FUNCTION MOD(PDW-YEAR, 100) NOT = 0 OR
                         FUNCTION MOD(PDW-YEAR, 400) = 0)
                          MOVE 29 TO WS-MONTH-END-DAY
                     END-IF
                     IF PDW-DAY > WS-MONTH-END-DAY
                          MOVE WS-MONTH-END-DAY TO PDW-DAY
                     END-IF
                     MOVE PERIOD-DATE-NUMERIC TO WS-PERIOD-DATE
                END-IF
           END-IF.

      ******************************************************************
      * NOTICE, LOG AND REGISTER
      ******************************************************************
       ISSUE-NOTICE.
           MOVE "N" TO WS-ALREADY-NOTIFIED.
           PERFORM VARYING WS-NL-SUB FROM 1 BY 1
                     UNTIL WS-NL-SUB > WS-LOGGED-COUNT
               IF NCT-ACCT-NUMBER (WS-NL-SUB) = LOAN-ACCT-NUMBER AND
                  NCT-SOURCE (WS-NL-SUB) = WS-NOTICE-SOURCE AND
                  NCT-NEW-RATE (WS-NL-SUB) = WS-NEW-RATE AND
                  NCT-EFFECTIVE-PERIOD (WS-NL-SUB) =
                       WS-EFFECTIVE-PERIOD AND
                  NCT-EFFECTIVE-DATE (WS-NL-SUB) = WS-EFFECTIVE-DATE
                    MOVE "Y" TO WS-ALREADY-NOTIFIED
               END-IF
           END-PERFORM.
           IF ALREADY-NOTIFIED
                ADD 1 TO WS-NOTIFIED-BEFORE
           ELSE
                PERFORM READ-ACCOUNT-CUSTOMER
                IF ADDRESS-FOUND
                     PERFORM SET-NOTICE-TIMING
                     PERFORM PRINT-RATE-NOTICE
                     PERFORM WRITE-NOTICE-LOG
                     PERFORM WRITE-REGISTER-DETAIL
                     ADD 1 TO WS-NOTICES-PRINTED
                ELSE
                     PERFORM HOLD-UNADDRESSED-NOTICE
                END-IF
           END-IF.

      * NOTHING GOES TO NTCLOG, SO THE NEXT RUN FINDS THE CHANGE
      * STILL UNNOTIFIED AND TRIES AGAIN ONCE THE ADDRESS IS FIXED.
       HOLD-UNADDRESSED-NOTICE.
           MOVE "H" TO WS-TIMING.
           PERFORM WRITE-REGISTER-DETAIL.
           ADD 1 TO WS-HELD-COUNT.
           MOVE LOAN-ACCT-NUMBER TO EL-INPUT-VALUE.
           MOVE "NO NOTICE ADDRESS" TO EL-ERROR-TEXT.
           PERFORM LOG-ERROR-ENTRY.
           IF WS-RUN-SEVERITY < 4
                MOVE 4 TO WS-RUN-SEVERITY
           END-IF.
           IF WS-NOTICE-SOURCE = "P"
                PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                          UNTIL WS-CP-SUB > WS-CHANGED-PRODUCT-COUNT
                    IF CPT-PRODUCT-CODE (WS-CP-SUB) = LOAN-PRODUCT-CODE
                         MOVE "Y" TO CPT-NOTICE-HELD (WS-CP-SUB)
                    END-IF
                END-PERFORM
           END-IF.

       SET-NOTICE-TIMING.
           EVALUATE TRUE
                WHEN WS-EFFECTIVE-DATE = 0
                     MOVE "U" TO WS-TIMING
                     ADD 1 TO WS-UNDATED-COUNT
                WHEN WS-EFFECTIVE-DATE NOT > RH-RUN-DATE
                     MOVE "L" TO WS-TIMING
                     ADD 1 TO WS-LATE-COUNT
                     MOVE LOAN-ACCT-NUMBER TO EL-INPUT-VALUE
                     MOVE "RATE NOTICE LATE" TO EL-ERROR-TEXT
                     PERFORM LOG-ERROR-ENTRY
                     IF WS-RUN-SEVERITY < 4
                          MOVE 4 TO WS-RUN-SEVERITY
                     END-IF
                WHEN WS-EFFECTIVE-DATE < WS-NOTICE-HORIZON
                     MOVE "S" TO WS-TIMING
                     ADD 1 TO WS-SHORT-COUNT
                     MOVE LOAN-ACCT-NUMBER TO EL-INPUT-VALUE
                     MOVE "RATE NOTICE SHORT" TO EL-ERROR-TEXT
                     PERFORM LOG-ERROR-ENTRY
                     IF WS-RUN-SEVERITY < 4
                          MOVE 4 TO WS-RUN-SEVERITY
                     END-IF
                WHEN OTHER
                     MOVE "T" TO WS-TIMING
           END-EVALUATE.

       PRINT-RATE-NOTICE.
           WRITE RATE-NOTICE-LINE FROM SPACES.
           WRITE RATE-NOTICE-LINE FROM NOTICE-TITLE-LINE.
           WRITE RATE-NOTICE-LINE FROM SPACES.
           MOVE CUST-NAME TO NTA-ADDR-TEXT.
           WRITE RATE-NOTICE-LINE FROM NOTICE-ADDRESS-LINE.
           MOVE CUST-ADDRESS-1 TO NTA-ADDR-TEXT.
           WRITE RATE-NOTICE-LINE FROM NOTICE-ADDRESS-LINE.
           MOVE CUST-ADDRESS-2 TO NTA-ADDR-TEXT.
           WRITE RATE-NOTICE-LINE FROM NOTICE-ADDRESS-LINE.
           WRITE RATE-NOTICE-LINE FROM SPACES.
           MOVE LOAN-ACCT-NUMBER TO NTC-ACCT-NUMBER.
           WRITE RATE-NOTICE-LINE FROM NOTICE-ACCOUNT-LINE.
           MOVE LOAN-PRINCIPAL TO NTC-PRINCIPAL.
           WRITE RATE-NOTICE-LINE FROM NOTICE-PRINCIPAL-LINE.
           MOVE WS-OLD-RATE TO NTC-OLD-RATE.
           WRITE RATE-NOTICE-LINE FROM NOTICE-OLD-RATE-LINE.
           MOVE WS-NEW-RATE TO NTC-NEW-RATE.
           IF WS-NEW-RATE < WS-OLD-RATE
                MOVE "(DECREASE)" TO NTC-DIRECTION
           ELSE
                MOVE "(INCREASE)" TO NTC-DIRECTION
           END-IF.
           WRITE RATE-NOTICE-LINE FROM NOTICE-NEW-RATE-LINE.
           IF WS-EFFECTIVE-DATE NOT = 0
                MOVE WS-EFFECTIVE-DATE TO NTC-EFFECTIVE-DATE
                WRITE RATE-NOTICE-LINE FROM NOTICE-DATE-LINE
           ELSE
                MOVE WS-EFFECTIVE-PERIOD TO NTC-EFFECTIVE-PERIOD
                WRITE RATE-NOTICE-LINE FROM NOTICE-PERIOD-LINE
           END-IF.
           IF WS-NOTICE-SOURCE = "P"
                MOVE "THE RATE BANDS FOR YOUR PRODUCT HAVE CHANGED"
                     TO NTC-REASON
           ELSE
                MOVE "YOUR ACCOUNT HAS BEEN REPRICED" TO NTC-REASON
           END-IF.
           WRITE RATE-NOTICE-LINE FROM NOTICE-REASON-LINE.

      * AN ACCOUNT POINTING AT A CUSTOMER NOT ON FILE IS LOGGED SO
      * THE ADDRESS GETS CHASED. ADDRESS-FOUND SAYS WHETHER THERE IS
      * ANYONE TO SEND THE NOTICE TO.
       READ-ACCOUNT-CUSTOMER.
           MOVE "N" TO WS-ADDRESS-FOUND.
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
                     NOT INVALID KEY
                          IF CUST-ADDRESS-1 NOT = SPACES
                               MOVE "Y" TO WS-ADDRESS-FOUND
                          END-IF
                END-READ
           END-IF.

       WRITE-NOTICE-LOG.
           MOVE RH-RUN-DATE TO NL-NOTICE-DATE.
           MOVE LOAN-ACCT-NUMBER TO NL-ACCT-NUMBER.
           MOVE LOAN-CUST-NUMBER TO NL-CUST-NUMBER.
           MOVE WS-NOTICE-SOURCE TO NL-SOURCE.
           MOVE LOAN-PRODUCT-CODE TO NL-PRODUCT-CODE.
           MOVE WS-OLD-RATE TO NL-OLD-RATE.
           MOVE WS-NEW-RATE TO NL-NEW-RATE.
           MOVE WS-EFFECTIVE-PERIOD TO NL-EFFECTIVE-PERIOD.
           MOVE WS-EFFECTIVE-DATE TO NL-EFFECTIVE-DATE.
           MOVE WS-TIMING TO NL-TIMING.
           MOVE OC-OPERATOR-ID TO NL-OPERATOR-ID.
           WRITE NOTICE-LOG-RECORD.

       WRITE-REGISTER-DETAIL.
           MOVE LOAN-ACCT-NUMBER TO NRD-ACCT-NUMBER.
           MOVE LOAN-CUST-NUMBER TO NRD-CUST-NUMBER.
           IF WS-NOTICE-SOURCE = "P"
                MOVE "RATETIE" TO NRD-SOURCE
           ELSE
                MOVE "RATECHG" TO NRD-SOURCE
           END-IF.
           MOVE LOAN-PRODUCT-CODE TO NRD-PRODUCT-CODE.
           MOVE WS-OLD-RATE TO NRD-OLD-RATE.
           MOVE WS-NEW-RATE TO NRD-NEW-RATE.
           MOVE WS-EFFECTIVE-PERIOD TO NRD-EFFECTIVE-PERIOD.
           MOVE WS-EFFECTIVE-DATE TO NRD-EFFECTIVE-DATE.
           EVALUATE TRUE
                WHEN TIMING-TIMELY
                     MOVE "TIMELY" TO NRD-TIMING
                WHEN TIMING-SHORT
                     MOVE "SHORT NOTICE" TO NRD-TIMING
                WHEN TIMING-LATE
                     MOVE "LATE" TO NRD-TIMING
                WHEN TIMING-HELD
                     MOVE "HELD-NO ADDR" TO NRD-TIMING
                WHEN OTHER
                     MOVE "UNDATED" TO NRD-TIMING
           END-EVALUATE.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

      * TODAY'S BANDS BECOME THE BANDS NOTIFIED. NOT DONE WHEN THE
      * MASTER COULD NOT BE SWEPT - THE CHANGE STAYS PENDING AND THE
      * NEXT RUN PICKS IT UP. A PRODUCT WITH A NOTICE HELD FOR WANT
      * OF AN ADDRESS KEEPS THE BANDS LAST NOTIFIED INSTEAD, FOR THE
      * SAME REASON; ITS CUSTOMERS ALREADY TOLD ARE ON NTCLOG.
       SAVE-NOTIFIED-TIERS.
           OPEN OUTPUT NOTIFIED-TIER-FILE.
           IF WS-RATETLST-STATUS NOT = "00"
                DISPLAY "UNABLE TO WRITE NOTIFIED-TIER-FILE - STATUS "
                     WS-RATETLST-STATUS
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                          UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT
                    MOVE RTT-PRODUCT-CODE (WS-RT-SUB) TO WS-PRODUCT-KEY
                    PERFORM CHECK-PRODUCT-HELD
                    IF WS-PRODUCT-HELD = "N"
                         MOVE RATE-TIER-ENTRY (WS-RT-SUB) TO
                              NOTIFIED-TIER-RECORD
                         WRITE NOTIFIED-TIER-RECORD
                    END-IF
                END-PERFORM
                PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                          UNTIL WS-NT-SUB > WS-NOTIFIED-TIER-COUNT
                    MOVE NTT-PRODUCT-CODE (WS-NT-SUB) TO WS-PRODUCT-KEY
                    PERFORM CHECK-PRODUCT-HELD
                    IF WS-PRODUCT-HELD = "Y"
                         MOVE NOTIFIED-TIER-ENTRY (WS-NT-SUB) TO
                              NOTIFIED-TIER-RECORD
                         WRITE NOTIFIED-TIER-RECORD
                    END-IF
                END-PERFORM
                CLOSE NOTIFIED-TIER-FILE
           END-IF.

       CHECK-PRODUCT-HELD.
           MOVE "N" TO WS-PRODUCT-HELD.
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                     UNTIL WS-CP-SUB > WS-CHANGED-PRODUCT-COUNT
               IF CPT-PRODUCT-CODE (WS-CP-SUB) = WS-PRODUCT-KEY AND
                  CPT-NOTICE-HELD (WS-CP-SUB) = "Y"
                    MOVE "Y" TO WS-PRODUCT-HELD
               END-IF
           END-PERFORM.

       WRITE-REGISTER-TOTALS.
           WRITE NOTICE-REGISTER-LINE FROM SPACES.
           MOVE "ACCOUNTS READ     " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-READ TO TOT-COUNT.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "PRODUCTS CHANGED  " TO TOT-LABEL.
           MOVE WS-CHANGED-PRODUCT-COUNT TO TOT-COUNT.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "NOTICES PRINTED   " TO TOT-LABEL.
           MOVE WS-NOTICES-PRINTED TO TOT-COUNT.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ALREADY NOTIFIED  " TO TOT-LABEL.
           MOVE WS-NOTIFIED-BEFORE TO TOT-COUNT.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "SHORT NOTICE      " TO TOT-LABEL.
           MOVE WS-SHORT-COUNT TO TOT-COUNT.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "LATE NOTICE       " TO TOT-LABEL.
           MOVE WS-LATE-COUNT TO TOT-COUNT.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "UNDATED           " TO TOT-LABEL.
           MOVE WS-UNDATED-COUNT TO TOT-COUNT.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "HELD - NO ADDRESS " TO TOT-LABEL.
           MOVE WS-HELD-COUNT TO TOT-COUNT.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "TIERED - IGNORED  " TO TOT-LABEL.
           MOVE WS-TIERED-IGNORED TO TOT-COUNT.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "OUTSIDE TERM      " TO TOT-LABEL.
           MOVE WS-OUT-OF-TERM TO TOT-COUNT.
           WRITE NOTICE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.

       LOG-ERROR-ENTRY.
           MOVE "LNRATNTC" TO EL-PROGRAM-NAME.
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
           MOVE "LNRATNTC" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-ACCOUNTS-READ TO RST-RECORDS-READ.
           MOVE WS-NOTICES-PRINTED TO RST-RECORDS-WRITTEN.
           COMPUTE RST-RECORDS-REJECTED = WS-SHORT-COUNT +
                WS-LATE-COUNT.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM LNRATNTC.
