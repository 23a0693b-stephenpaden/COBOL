      * CUSTOMER-LEVEL TOTAL ACROSS ALL THE SECTIONS.

      * THE ACCOUNT-TO-CUSTOMER MAP IS BUILT UP FRONT FROM THE
      * LOAN-ACCOUNT-MASTER. THE EXTRACT IS THEN READ ONCE: EACH LINE
      * IS TAGGED WITH ITS OWNING CUSTOMER AND SORTED INTO CUSTOMER,
      * ACCOUNT AND PERIOD ORDER, AND EVERY MAILING COMES OUT OF ONE
      * PASS OF THE SORTED LINES. CUSTOMERS SORT IN THE ORDER THEY
      * ARE FIRST MET ON THE MASTER, WHICH IS THE ORDER THE MAILINGS
      * HAVE ALWAYS GONE OUT IN.

      * RUN WITH A 7-DIGIT ACCOUNT NUMBER AS PARM FOR A SINGLE
      * STATEMENT ON DEMAND (THE OWNING CUSTOMER'S MAILING, THAT
      * ACCOUNT ONLY), OR WITH NO PARM (OR "ALL") FOR THE FULL
      * MAILING RUN.

      * A CUSTOMER WHO HAS CHOSEN ELECTRONIC DELIVERY ON THE CUSTOMER
      * MASTER IS LEFT OUT OF THE PRINT RUN; THE SAME STATEMENT GOES
      * INSTEAD TO THE E-DELIVERY EXTRACT (ESTMTEXT, LAYOUT IN
      * ESTMTREC) - ADDRESS BLOCK AND E-MAIL, EVERY PERIOD OF EVERY
      * ACCOUNT, THE ACCOUNT SUMMARIES AND THE CUSTOMER TOTALS. AN
      * OPTED-IN CUSTOMER WITH NO E-MAIL ON FILE, OR A NIGHT THE
      * EXTRACT CANNOT BE OPENED, GETS PAPER SO NOBODY GOES WITHOUT
      * A STATEMENT. A SINGLE STATEMENT ON DEMAND ALWAYS PRINTS AND
      * LEAVES THE NIGHT'S EXTRACT ALONE. THE CONTROL PAGE (STMTCTL)
      * RECONCILES PAPER PLUS ELECTRONIC TO THE CUSTOMERS SELECTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT STATEMENT-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT ESTMT-EXTRACT ASSIGN TO "ESTMTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTMT-STATUS.

           SELECT STATEMENT-CONTROL ASSIGN TO "STMTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

      * ONE EXTRACT LINE, TAGGED WITH THE MAILING IT BELONGS TO. THE
      * EXTRACT LINE NUMBER KEEPS LINES FOR THE SAME PERIOD IN THE
      * ORDER THEY WERE WRITTEN.
       SD  STATEMENT-SORT-FILE.
       01  STATEMENT-SORT-RECORD.
           05 SR-CUST-SEQUENCE                 PIC 999.
           05 SR-CUST-NUMBER                   PIC 9(7).
           05 SR-ACCT-NUMBER                   PIC 9(7).
           05 SR-PERIOD                        PIC 9(3).
           05 SR-LINE-NUMBER                   PIC 9(7).
           05 SR-EXTRACT-LINE                  PIC X(69).

       FD  STATEMENT-REPORT.
       01  STATEMENT-LINE                      PIC X(80).

       FD  ESTMT-EXTRACT.
       COPY ESTMTREC.

       FD  STATEMENT-CONTROL.
       01  STATEMENT-CONTROL-LINE              PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       77  WS-CUSTMAST-OPEN              PIC X VALUE "N".
           88 CUSTMAST-OPEN              VALUE "Y".
       77  WS-STMT-STATUS                PIC XX.
       77  WS-ESTMT-STATUS               PIC XX.
       77  WS-ESTMT-OPEN                 PIC X VALUE "N".
           88 ESTMT-OPEN                 VALUE "Y".
       77  WS-CONTROL-STATUS             PIC XX.
       77  WS-DELIVERY-METHOD            PIC X VALUE "P".
           88 PAPER-DELIVERY             VALUE "P".
           88 ELECTRONIC-DELIVERY        VALUE "E".
       77  WS-PARM-FIELD                 PIC X(20).
       77  WS-SELECT-ACCT                PIC 9(7) VALUE ZERO.
       77  WS-SELECT-ALL                 PIC X VALUE "Y".
           88 NO-MORE-LOANS              VALUE "Y".
       77  WS-EOF-AMORT                  PIC X VALUE "N".
           88 NO-MORE-AMORT              VALUE "Y".
       77  WS-EOF-SORT                   PIC X VALUE "N".
           88 NO-MORE-SORTED             VALUE "Y".
       77  WS-MAILING-OPEN               PIC X VALUE "N".
           88 MAILING-IN-PROGRESS        VALUE "Y".
       77  WS-CURRENT-CUST-SEQ           PIC 999 VALUE 0.
       77  WS-OWNER-SEQUENCE             PIC 999.
       77  WS-LOOKUP-ACCT                PIC 9(7) VALUE ZERO.
       77  WS-ACCT-COUNT                 PIC 999 VALUE 0.
       77  WS-CUST-COUNT                 PIC 999 VALUE 0.
       77  WS-A-SUB                      PIC 999.
       77  WS-SCAN-SUB                   PIC 999.
       77  WS-THIS-CUSTOMER              PIC 9(7).
       77  WS-OWNER-CUSTOMER             PIC 9(7).
       77  WS-CURRENT-ACCT               PIC 9(7) VALUE ZERO.
       77  WS-SECTION-OPEN               PIC X VALUE "N".
           88 SECTION-IN-PROGRESS        VALUE "Y".
       77  WS-CUST-PENALTY               PIC 9(11)V99.
       77  WS-CUST-SECTIONS              PIC 999.
       77  WS-STATEMENT-COUNT            PIC 9(5) VALUE 0.
       77  WS-ESTMT-COUNT                PIC 9(5) VALUE 0.
       77  WS-CUSTOMERS-SELECTED         PIC 9(5) VALUE 0.
       77  WS-ELECTRONIC-ON-PAPER        PIC 9(5) VALUE 0.
       77  WS-ESTMT-RECORDS              PIC 9(9) VALUE 0.
       77  WS-PAPER-BALANCE              PIC S9(13)V99 VALUE 0.
       77  WS-ESTMT-BALANCE              PIC S9(13)V99 VALUE 0.
       77  WS-DELIVERED-COUNT            PIC 9(5).
       77  WS-RUNSTAT-STATUS             PIC XX.
       77  WS-RUN-SEVERITY               PIC 99 VALUE 0.
       77  WS-LINES-READ                 PIC 9(7) VALUE 0.

      * EVERY ACCOUNT ON THE MASTER, THE CUSTOMER IT BELONGS TO AND
      * THAT CUSTOMER'S PLACE IN THE MAILING ORDER, PLUS THE DISTINCT
      * CUSTOMERS - ONE MAILING EACH. ONLY ACCOUNTS THAT ACTUALLY
      * EARNED THIS CYCLE HAVE EXTRACT LINES, SO A CUSTOMER WHOSE
      * ACCOUNTS ARE ALL DORMANT OR CLOSED NEVER REACHES THE SORT AND
      * GETS NO ENVELOPE.
       01  ACCOUNT-OWNER-TABLE.
           05 AO-ENTRY OCCURS 500 TIMES.
              10 AO-ACCT-NUMBER          PIC 9(7).
              10 AO-CUST-NUMBER          PIC 9(7).
              10 AO-CUST-SEQUENCE        PIC 999.

       01  CUSTOMER-LIST-TABLE.
           05 CL-ENTRY OCCURS 200 TIMES.
              10 CL-CUST-NUMBER          PIC 9(7).

      * THE EXTRACT LINE BEING STATED, AS IT COMES BACK FROM THE SORT.
       COPY AMORTEXT REPLACING ==AMORT-EXTRACT-RECORD==
                            BY ==SORTED-EXTRACT-RECORD==
                               LEADING ==SX-== BY ==SE-==.

       01  STMT-ADDRESS-LINE.
           05 FILLER                     PIC X(5) VALUE SPACES.
           05 STMT-ADDR-TEXT             PIC X(25).
           05 CTL-LABEL                  PIC X(26).
           05 CTL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CONTROL-TITLE-LINE.
           05 CTT-TITLE                  PIC X(40).

       01  CONTROL-COUNT-LINE.
           05 CCL-LABEL                  PIC X(26).
           05 CCL-COUNT                  PIC ZZZZZZZZ9.

       01  CONTROL-AMOUNT-LINE.
           05 CAL-LABEL                  PIC X(26).
           05 CAL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM STAMP-RUN-HEADER.
                END-IF
           END-IF.

           IF ALL-ACCOUNTS-WANTED
                PERFORM OPEN-ESTMT-EXTRACT
           END-IF.

           PERFORM BUILD-ACCOUNT-OWNER-TABLE.
           SORT STATEMENT-SORT-FILE
                ON ASCENDING KEY SR-CUST-SEQUENCE
                                 SR-ACCT-NUMBER
                                 SR-PERIOD
                                 SR-LINE-NUMBER
                INPUT PROCEDURE IS RELEASE-EXTRACT-LINES
                OUTPUT PROCEDURE IS PRODUCE-MAILINGS.
           IF SORT-RETURN NOT = 0
                DISPLAY "STATEMENT SORT FAILED - RETURN "
                     SORT-RETURN "  MAILING RUN IS INCOMPLETE"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

           IF CUSTMAST-OPEN
                CLOSE CUSTOMER-MASTER
           END-IF.
           IF ESTMT-OPEN
                PERFORM WRITE-ESTMT-TRAILER
                CLOSE ESTMT-EXTRACT
           END-IF.
           CLOSE STATEMENT-REPORT.
           PERFORM WRITE-CONTROL-PAGE.
           DISPLAY "STATEMENTS PRINTED: " WS-STATEMENT-COUNT
                "  ELECTRONIC: " WS-ESTMT-COUNT.

           PERFORM WRITE-RUN-STATUS.

           MOVE "LNSTMT" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-LINES-READ TO RST-RECORDS-READ.
           COMPUTE RST-RECORDS-WRITTEN = WS-STATEMENT-COUNT +
                WS-ESTMT-COUNT.
           MOVE 0 TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

      * WITHOUT THE EXTRACT EVERY STATEMENT PRINTS - THE RUN SAYS SO
      * AND ENDS 8, BUT NO CUSTOMER IS LEFT WITHOUT ONE.
       OPEN-ESTMT-EXTRACT.
           OPEN OUTPUT ESTMT-EXTRACT.
           IF WS-ESTMT-STATUS = "00"
                MOVE "Y" TO WS-ESTMT-OPEN
           ELSE
                DISPLAY "UNABLE TO OPEN ESTMTEXT - STATUS "
                     WS-ESTMT-STATUS "  ALL STATEMENTS WILL PRINT"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

       DETERMINE-SELECTION.
           MOVE SPACES TO WS-PARM-FIELD.
           ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
                     AO-ACCT-NUMBER (WS-ACCT-COUNT)
                MOVE LOAN-CUST-NUMBER TO
                     AO-CUST-NUMBER (WS-ACCT-COUNT)
                PERFORM NOTE-ONE-CUSTOMER
                MOVE WS-SCAN-SUB TO AO-CUST-SEQUENCE (WS-ACCT-COUNT)
           END-IF.

       NOTE-ONE-CUSTOMER.
                     ADD 1 TO WS-CUST-COUNT
                     MOVE LOAN-CUST-NUMBER TO
                          CL-CUST-NUMBER (WS-CUST-COUNT)
                     MOVE WS-CUST-COUNT TO WS-SCAN-SUB
                ELSE
                     DISPLAY "CUSTOMER TABLE FULL - MAILING RUN IS "
                          "INCOMPLETE"
                END-IF
           END-IF.

      ******************************************************************
      * SORT INPUT - THE ONE READ OF THE EXTRACT. EACH LINE GOES TO
      * THE SORT TAGGED WITH ITS OWNING CUSTOMER; A LINE FOR AN
      * ACCOUNT THAT IS NOT ON ANY SELECTED MAILING IS PASSED OVER.
      ******************************************************************
       RELEASE-EXTRACT-LINES.
           MOVE "N" TO WS-EOF-AMORT.
           MOVE 0 TO WS-LOOKUP-ACCT.
           OPEN INPUT AMORT-INPUT-FILE.
           IF WS-AMORT-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN AMORTEXT - STATUS "
                     WS-AMORT-STATUS
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM UNTIL NO-MORE-AMORT
                    READ AMORT-INPUT-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-AMORT
                         NOT AT END
                              ADD 1 TO WS-LINES-READ
                              IF SX-ACCT-NUMBER IS NUMERIC
                                   PERFORM RELEASE-ONE-EXTRACT-LINE
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE AMORT-INPUT-FILE
           END-IF.

      * THE EXTRACT COMES IN ACCOUNT ORDER, SO THE OWNER IS ONLY
      * LOOKED UP WHEN THE ACCOUNT CHANGES.
       RELEASE-ONE-EXTRACT-LINE.
           IF SX-ACCT-NUMBER NOT = WS-LOOKUP-ACCT
                MOVE SX-ACCT-NUMBER TO WS-LOOKUP-ACCT
                PERFORM FIND-ACCOUNT-OWNER
           END-IF.
           IF WS-OWNER-SEQUENCE > 0
                MOVE WS-OWNER-SEQUENCE TO SR-CUST-SEQUENCE
                MOVE WS-OWNER-CUSTOMER TO SR-CUST-NUMBER
                MOVE SX-ACCT-NUMBER TO SR-ACCT-NUMBER
                MOVE SX-PERIOD TO SR-PERIOD
                MOVE WS-LINES-READ TO SR-LINE-NUMBER
                MOVE AMORT-EXTRACT-RECORD TO SR-EXTRACT-LINE
                RELEASE STATEMENT-SORT-RECORD
           END-IF.

      * AN ACCOUNT ON THE EXTRACT BUT NOT ON THE MASTER BELONGS TO
      * NOBODY AND PRINTS ON NO MAILING - IT STILL SHOWS UP IN
      * EODRECON'S TOTALS, WHICH IS WHERE AN ORPHAN GETS CHASED. SO
      * DOES ONE WHOSE CUSTOMER DID NOT FIT THE CUSTOMER TABLE.
       FIND-ACCOUNT-OWNER.
           MOVE 0 TO WS-OWNER-CUSTOMER.
           MOVE 0 TO WS-OWNER-SEQUENCE.
           PERFORM VARYING WS-A-SUB FROM 1 BY 1
                     UNTIL WS-A-SUB > WS-ACCT-COUNT
                IF AO-ACCT-NUMBER (WS-A-SUB) = SX-ACCT-NUMBER
                     MOVE AO-CUST-NUMBER (WS-A-SUB)
                          TO WS-OWNER-CUSTOMER
                     MOVE AO-CUST-SEQUENCE (WS-A-SUB)
                          TO WS-OWNER-SEQUENCE
                     MOVE WS-ACCT-COUNT TO WS-A-SUB
                END-IF
           END-PERFORM.

      ******************************************************************
      * SORT OUTPUT - ONE MAILING PER CUSTOMER, ONE SECTION PER
      * ACCOUNT, ALL IN A SINGLE PASS OF THE SORTED LINES
      ******************************************************************
       PRODUCE-MAILINGS.
           MOVE "N" TO WS-EOF-SORT.
           MOVE "N" TO WS-MAILING-OPEN.
           MOVE 0 TO WS-CURRENT-CUST-SEQ.
           PERFORM UNTIL NO-MORE-SORTED
               RETURN STATEMENT-SORT-FILE
                    AT END
                         MOVE "Y" TO WS-EOF-SORT
                    NOT AT END
                         PERFORM STATE-ONE-SORTED-LINE
               END-RETURN
           END-PERFORM.
           IF MAILING-IN-PROGRESS
                PERFORM FINISH-CUSTOMER-MAILING
           END-IF.

       STATE-ONE-SORTED-LINE.
           MOVE SR-EXTRACT-LINE TO SORTED-EXTRACT-RECORD.
           IF SR-CUST-SEQUENCE NOT = WS-CURRENT-CUST-SEQ
                IF MAILING-IN-PROGRESS
                     PERFORM FINISH-CUSTOMER-MAILING
                END-IF
                MOVE SR-CUST-SEQUENCE TO WS-CURRENT-CUST-SEQ
                MOVE SR-CUST-NUMBER TO WS-THIS-CUSTOMER
                PERFORM START-CUSTOMER-MAILING
           END-IF.
           IF SE-ACCT-NUMBER NOT = WS-CURRENT-ACCT
                IF SECTION-IN-PROGRESS
                     PERFORM FINISH-ACCOUNT-SECTION
                END-IF
                MOVE SE-ACCT-NUMBER TO WS-CURRENT-ACCT
                PERFORM START-ACCOUNT-SECTION
           END-IF.
           PERFORM ACCUMULATE-PERIOD-LINE.

       START-CUSTOMER-MAILING.
           MOVE "Y" TO WS-MAILING-OPEN.
           MOVE 0 TO WS-CUST-CLOSING.
           MOVE 0 TO WS-CUST-INTEREST.
           MOVE 0 TO WS-CUST-DEPOSITS.
           MOVE 0 TO WS-CUST-SECTIONS.
           MOVE 0 TO WS-CURRENT-ACCT.
           MOVE "N" TO WS-SECTION-OPEN.
           ADD 1 TO WS-CUSTOMERS-SELECTED.
           PERFORM READ-STATEMENT-CUSTOMER.
           PERFORM SET-DELIVERY-METHOD.
           IF ELECTRONIC-DELIVERY
                ADD 1 TO WS-ESTMT-COUNT
                PERFORM WRITE-ESTMT-HEADER
           ELSE
                ADD 1 TO WS-STATEMENT-COUNT
                IF WS-STATEMENT-COUNT > 1
                     WRITE STATEMENT-LINE FROM SPACES
                END-IF
                WRITE STATEMENT-LINE FROM WS-RUN-HEADER
                WRITE STATEMENT-LINE FROM SPACES
                PERFORM WRITE-ADDRESS-BLOCK
                MOVE WS-THIS-CUSTOMER TO STMT-CUST-NUMBER
                WRITE STATEMENT-LINE FROM STMT-CUSTOMER-LINE
           END-IF.

       FINISH-CUSTOMER-MAILING.
           IF SECTION-IN-PROGRESS
                PERFORM FINISH-ACCOUNT-SECTION
           END-IF.
           PERFORM WRITE-CUSTOMER-TOTALS.
           MOVE "N" TO WS-MAILING-OPEN.

      * NAME AND ADDRESS COME OFF THE CUSTOMER MASTER BY KEYED READ.
      * A CUSTOMER NUMBER NOT ON THE MASTER STILL GETS A STATEMENT,
      * JUST WITH A BLANK ADDRESS BLOCK, SO THE MONEY FIGURES ARE
      * NEVER HELD HOSTAGE TO A MISSING NAME. SUCH A CUSTOMER HAS
      * NO DELIVERY PREFERENCE EITHER, SO GETS PAPER.
       READ-STATEMENT-CUSTOMER.
           MOVE SPACES TO CUST-NAME.
           MOVE SPACES TO CUST-ADDRESS-1.
           MOVE SPACES TO CUST-ADDRESS-2.
           MOVE SPACES TO CUST-DELIVERY-PREF.
           MOVE SPACES TO CUST-EMAIL-ADDRESS.
           IF CUSTMAST-OPEN
                MOVE WS-THIS-CUSTOMER TO CUST-NUMBER
                READ CUSTOMER-MASTER
                          MOVE SPACES TO CUST-NAME
                          MOVE SPACES TO CUST-ADDRESS-1
                          MOVE SPACES TO CUST-ADDRESS-2
                          MOVE SPACES TO CUST-DELIVERY-PREF
                          MOVE SPACES TO CUST-EMAIL-ADDRESS
                END-READ
           END-IF.

      * ELECTRONIC ONLY ON THE FULL RUN, WITH THE EXTRACT OPEN AND AN
      * E-MAIL ADDRESS TO SEND TO. AN OPTED-IN CUSTOMER WHO CANNOT
      * BE SENT ONE GETS PAPER AND IS COUNTED ON THE CONTROL PAGE.
       SET-DELIVERY-METHOD.
           MOVE "P" TO WS-DELIVERY-METHOD.
           IF CUST-DELIVERY-ELECTRONIC AND ALL-ACCOUNTS-WANTED
                IF ESTMT-OPEN AND CUST-EMAIL-ADDRESS NOT = SPACES
                     MOVE "E" TO WS-DELIVERY-METHOD
                ELSE
                     ADD 1 TO WS-ELECTRONIC-ON-PAPER
                     IF WS-RUN-SEVERITY < 4
                          MOVE 4 TO WS-RUN-SEVERITY
                     END-IF
                END-IF
           END-IF.

       WRITE-ADDRESS-BLOCK.
           MOVE CUST-NAME TO STMT-ADDR-TEXT.
           WRITE STATEMENT-LINE FROM STMT-ADDRESS-LINE.
           MOVE CUST-ADDRESS-1 TO STMT-ADDR-TEXT.
           WRITE STATEMENT-LINE FROM STMT-ADDRESS-LINE.
           WRITE STATEMENT-LINE FROM SPACES.

       START-ACCOUNT-SECTION.
           MOVE "Y" TO WS-SECTION-OPEN.
           MOVE "Y" TO WS-FIRST-PERIOD.
           MOVE 0 TO WS-PENALTY-TAKEN.
           MOVE 0 TO WS-PERIOD-COUNT.
           ADD 1 TO WS-CUST-SECTIONS.
           IF PAPER-DELIVERY
                WRITE STATEMENT-LINE FROM SPACES
                MOVE WS-CURRENT-ACCT TO STMT-ACCT-NUMBER
                WRITE STATEMENT-LINE FROM STMT-ACCT-LINE
                WRITE STATEMENT-LINE FROM STMT-COLUMN-HEADING
           END-IF.

       ACCUMULATE-PERIOD-LINE.
           ADD 1 TO WS-PERIOD-COUNT.
           IF FIRST-PERIOD-OF-ACCOUNT
                MOVE SE-OPENING-BALANCE TO WS-OPENING-BALANCE
                MOVE "N" TO WS-FIRST-PERIOD
           END-IF.
           ADD SE-INTEREST-EARNED TO WS-TOTAL-INTEREST.
           ADD SE-DEPOSIT-AMOUNT TO WS-TOTAL-DEPOSITS.
           IF SE-PENALTY-AMOUNT NOT = 0
                MOVE SE-PENALTY-AMOUNT TO WS-PENALTY-TAKEN
           END-IF.
           MOVE SE-CLOSING-BALANCE TO WS-CLOSING-BALANCE.
           IF ELECTRONIC-DELIVERY
                PERFORM WRITE-ESTMT-DETAIL
           ELSE
                MOVE SE-PERIOD TO STMT-PERIOD
                MOVE SE-OPENING-BALANCE TO STMT-OPENING
                MOVE SE-DEPOSIT-AMOUNT TO STMT-DEPOSIT
                MOVE SE-INTEREST-EARNED TO STMT-INTEREST
                MOVE SE-CLOSING-BALANCE TO STMT-CLOSING
                MOVE SE-RATE-FLAG TO STMT-RATE-FLAG
                WRITE STATEMENT-LINE FROM STMT-PERIOD-LINE
           END-IF.

       FINISH-ACCOUNT-SECTION.
           IF ELECTRONIC-DELIVERY
                PERFORM WRITE-ESTMT-SUMMARY
           ELSE
                PERFORM PRINT-ACCOUNT-SUMMARY
           END-IF.
           ADD WS-CLOSING-BALANCE TO WS-CUST-CLOSING.
           ADD WS-TOTAL-INTEREST TO WS-CUST-INTEREST.
           ADD WS-TOTAL-DEPOSITS TO WS-CUST-DEPOSITS.
           ADD WS-PENALTY-TAKEN TO WS-CUST-PENALTY.
           MOVE "N" TO WS-SECTION-OPEN.

       PRINT-ACCOUNT-SUMMARY.
           WRITE STATEMENT-LINE FROM SPACES.
           MOVE "OPENING BALANCE           " TO STMT-SUMMARY-LABEL.
           MOVE WS-OPENING-BALANCE TO STMT-SUMMARY-AMOUNT.
           MOVE "CLOSING BALANCE           " TO STMT-SUMMARY-LABEL.
           MOVE WS-CLOSING-BALANCE TO STMT-SUMMARY-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-SUMMARY-LINE.

       WRITE-CUSTOMER-TOTALS.
           IF ELECTRONIC-DELIVERY
                PERFORM WRITE-ESTMT-TOTALS
                ADD WS-CUST-CLOSING TO WS-ESTMT-BALANCE
           ELSE
                PERFORM PRINT-CUSTOMER-TOTALS
                ADD WS-CUST-CLOSING TO WS-PAPER-BALANCE
           END-IF.

       PRINT-CUSTOMER-TOTALS.
           WRITE STATEMENT-LINE FROM SPACES.
           MOVE "CUSTOMER TOTAL - DEPOSITS " TO CTL-LABEL.
           MOVE WS-CUST-DEPOSITS TO CTL-AMOUNT.
           MOVE WS-CUST-CLOSING TO CTL-AMOUNT.
           WRITE STATEMENT-LINE FROM CUST-TOTAL-LINE.

      ******************************************************************
      * E-DELIVERY EXTRACT
      ******************************************************************
       WRITE-ESTMT-HEADER.
           MOVE SPACES TO ESTMT-RECORD.
           MOVE "H" TO ES-RECORD-TYPE.
           MOVE CUST-NAME TO ESH-NAME.
           MOVE CUST-ADDRESS-1 TO ESH-ADDRESS-1.
           MOVE CUST-ADDRESS-2 TO ESH-ADDRESS-2.
           MOVE CUST-EMAIL-ADDRESS TO ESH-EMAIL-ADDRESS.
           PERFORM WRITE-ESTMT-RECORD.

       WRITE-ESTMT-DETAIL.
           MOVE SPACES TO ESTMT-RECORD.
           MOVE "D" TO ES-RECORD-TYPE.
           MOVE SE-ACCT-NUMBER TO ESD-ACCT-NUMBER.
           MOVE SE-PERIOD TO ESD-PERIOD.
           MOVE SE-OPENING-BALANCE TO ESD-OPENING-BALANCE.
           MOVE SE-DEPOSIT-AMOUNT TO ESD-DEPOSIT-AMOUNT.
           MOVE SE-INTEREST-EARNED TO ESD-INTEREST-EARNED.
           MOVE SE-CLOSING-BALANCE TO ESD-CLOSING-BALANCE.
           MOVE SE-RATE-FLAG TO ESD-RATE-FLAG.
           PERFORM WRITE-ESTMT-RECORD.

       WRITE-ESTMT-SUMMARY.
           MOVE SPACES TO ESTMT-RECORD.
           MOVE "S" TO ES-RECORD-TYPE.
           MOVE WS-CURRENT-ACCT TO ESS-ACCT-NUMBER.
           MOVE WS-PERIOD-COUNT TO ESS-PERIOD-COUNT.
           MOVE WS-OPENING-BALANCE TO ESS-OPENING-BALANCE.
           MOVE WS-TOTAL-DEPOSITS TO ESS-DEPOSITS.
           MOVE WS-TOTAL-INTEREST TO ESS-INTEREST.
           MOVE WS-PENALTY-TAKEN TO ESS-PENALTY.
           MOVE WS-CLOSING-BALANCE TO ESS-CLOSING-BALANCE.
           PERFORM WRITE-ESTMT-RECORD.

       WRITE-ESTMT-TOTALS.
           MOVE SPACES TO ESTMT-RECORD.
           MOVE "T" TO ES-RECORD-TYPE.
           MOVE WS-CUST-SECTIONS TO EST-ACCOUNT-COUNT.
           MOVE WS-CUST-DEPOSITS TO EST-DEPOSITS.
           MOVE WS-CUST-INTEREST TO EST-INTEREST.
           MOVE WS-CUST-PENALTY TO EST-PENALTY.
           MOVE WS-CUST-CLOSING TO EST-BALANCE.
           PERFORM WRITE-ESTMT-RECORD.

       WRITE-ESTMT-RECORD.
           MOVE WS-THIS-CUSTOMER TO ES-CUST-NUMBER.
           MOVE RH-RUN-DATE TO ES-STATEMENT-DATE.
           WRITE ESTMT-RECORD.
           ADD 1 TO WS-ESTMT-RECORDS.

      * THE TRAILER COUNTS ITSELF, SO THE VENDOR'S RECORD COUNT OF
      * THE WHOLE FILE MATCHES.
       WRITE-ESTMT-TRAILER.
           MOVE SPACES TO ESTMT-RECORD.
           MOVE "Z" TO ES-RECORD-TYPE.
           MOVE 0 TO ES-CUST-NUMBER.
           MOVE RH-RUN-DATE TO ES-STATEMENT-DATE.
           ADD 1 TO WS-ESTMT-RECORDS.
           MOVE WS-ESTMT-COUNT TO ESZ-STATEMENT-COUNT.
           MOVE WS-ESTMT-RECORDS TO ESZ-RECORD-COUNT.
           MOVE WS-ESTMT-BALANCE TO ESZ-BALANCE-TOTAL.
           WRITE ESTMT-RECORD.

      ******************************************************************
      * CONTROL PAGE - PAPER PLUS ELECTRONIC MUST EQUAL THE CUSTOMERS
      * SELECTED, OR A STATEMENT WENT NOWHERE (OR TWICE)
      ******************************************************************
       WRITE-CONTROL-PAGE.
           OPEN OUTPUT STATEMENT-CONTROL.
           WRITE STATEMENT-CONTROL-LINE FROM WS-RUN-HEADER.
           MOVE "STATEMENT DISTRIBUTION CONTROL" TO CTT-TITLE.
           WRITE STATEMENT-CONTROL-LINE FROM CONTROL-TITLE-LINE.
           WRITE STATEMENT-CONTROL-LINE FROM SPACES.
           MOVE "CUSTOMERS SELECTED        " TO CCL-LABEL.
           MOVE WS-CUSTOMERS-SELECTED TO CCL-COUNT.
           WRITE STATEMENT-CONTROL-LINE FROM CONTROL-COUNT-LINE.
           MOVE "PAPER STATEMENTS          " TO CCL-LABEL.
           MOVE WS-STATEMENT-COUNT TO CCL-COUNT.
           WRITE STATEMENT-CONTROL-LINE FROM CONTROL-COUNT-LINE.
           MOVE "  OPTED IN - SENT ON PAPER" TO CCL-LABEL.
           MOVE WS-ELECTRONIC-ON-PAPER TO CCL-COUNT.
           WRITE STATEMENT-CONTROL-LINE FROM CONTROL-COUNT-LINE.
           MOVE "ELECTRONIC STATEMENTS     " TO CCL-LABEL.
           MOVE WS-ESTMT-COUNT TO CCL-COUNT.
           WRITE STATEMENT-CONTROL-LINE FROM CONTROL-COUNT-LINE.
           COMPUTE WS-DELIVERED-COUNT =
                WS-STATEMENT-COUNT + WS-ESTMT-COUNT.
           MOVE "PAPER PLUS ELECTRONIC     " TO CCL-LABEL.
           MOVE WS-DELIVERED-COUNT TO CCL-COUNT.
           WRITE STATEMENT-CONTROL-LINE FROM CONTROL-COUNT-LINE.
           WRITE STATEMENT-CONTROL-LINE FROM SPACES.
           MOVE "EXTRACT RECORDS           " TO CCL-LABEL.
           MOVE WS-ESTMT-RECORDS TO CCL-COUNT.
           WRITE STATEMENT-CONTROL-LINE FROM CONTROL-COUNT-LINE.
           MOVE "PAPER BALANCES            " TO CAL-LABEL.
           MOVE WS-PAPER-BALANCE TO CAL-AMOUNT.
           WRITE STATEMENT-CONTROL-LINE FROM CONTROL-AMOUNT-LINE.
           MOVE "ELECTRONIC BALANCES       " TO CAL-LABEL.
           MOVE WS-ESTMT-BALANCE TO CAL-AMOUNT.
           WRITE STATEMENT-CONTROL-LINE FROM CONTROL-AMOUNT-LINE.
           WRITE STATEMENT-CONTROL-LINE FROM SPACES.
           IF WS-DELIVERED-COUNT = WS-CUSTOMERS-SELECTED
                MOVE "DISTRIBUTION RECONCILED" TO CTT-TITLE
           ELSE
                MOVE "DISTRIBUTION OUT OF BALANCE" TO CTT-TITLE
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.
           WRITE STATEMENT-CONTROL-LINE FROM CONTROL-TITLE-LINE.
           CLOSE STATEMENT-CONTROL.

       END PROGRAM LNSTMT.
