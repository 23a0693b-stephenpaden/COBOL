      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNINSCOV.

      * MONTHLY DEPOSIT-INSURANCE COVERAGE AND CONCENTRATION REPORT
      * FOR RISK AND COMPLIANCE. EVERY ACCOUNT THAT IS NOT CLOSED IS
      * ROLLED UP TO ITS CUSTOMER (LOAN-CUST-NUMBER) AND THE
      * CUSTOMER'S TOTAL LOAN-PRINCIPAL IS COMPARED TO THE INSURED-
      * DEPOSIT LIMIT. THE REPORT (INSCOVRP) HAS TWO PAGES:
      *   COVERAGE      - EVERY CUSTOMER OVER THE LIMIT WITH THE
      *                   INSURED AND UNINSURED PORTIONS;
      *   CONCENTRATION - THE LARGEST DEPOSITORS IN DESCENDING ORDER
      *                   WITH EACH ONE'S SHARE OF TOTAL DEPOSITS.
      * NAMES COME OFF THE CUSTOMER MASTER BY KEYED READ. THE TOTALS
      * CROSS-FOOT: INSURED PLUS UNINSURED MUST EQUAL TOTAL DEPOSITS.

      * PARM: OPTIONAL INSURED LIMIT IN POS 1-11 AS 9(9)V99
      *       (E.G. 00025000000 = 250,000.00, THE DEFAULT), THEN
      *       OPTIONALLY THE NUMBER OF DEPOSITORS TO RANK IN POS 13-14
      *       (DEFAULT 10).

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

           SELECT COVERAGE-REPORT ASSIGN TO "INSCOVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD  COVERAGE-REPORT.
       01  COVERAGE-REPORT-LINE                PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNHDR.
       COPY OPERID.
       COPY RUNSTAT.

       77  WS-BUSDATE-STATUS            PIC XX.

       77  WS-LOAN-STATUS               PIC XX.
       77  WS-CUST-STATUS               PIC XX.
      * LATCHED AT OPEN, AS LNSTMT DOES - THE FILE STATUS ITSELF IS
      * UPDATED BY EVERY KEYED READ.
       77  WS-CUSTMAST-OPEN             PIC X VALUE "N".
           88 CUSTMAST-OPEN             VALUE "Y".
       77  WS-REPORT-STATUS             PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-PARM-CENTS                PIC 9(11).
       77  WS-INSURED-LIMIT             PIC 9(9)V99 VALUE 250000.00.
       77  WS-RANK-LIMIT                PIC 99 VALUE 10.
       77  WS-EOF-LOAN                  PIC X VALUE "N".
           88 NO-MORE-LOANS             VALUE "Y".
       77  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       77  WS-C-SUB                     PIC 9(4).
       77  WS-FOUND-SUB                 PIC 9(4).
       77  WS-BEST-SUB                  PIC 9(4).
       77  WS-RANK                      PIC 99.
       77  WS-ACCOUNTS-READ             PIC 9(7) VALUE 0.
       77  WS-ACCOUNTS-COUNTED          PIC 9(7) VALUE 0.
       77  WS-OVER-LIMIT-COUNT          PIC 9(7) VALUE 0.
       77  WS-TOTAL-DEPOSITS            PIC S9(13)V99 VALUE 0.
       77  WS-TOTAL-INSURED             PIC S9(13)V99 VALUE 0.
       77  WS-TOTAL-UNINSURED           PIC S9(13)V99 VALUE 0.
       77  WS-RANKED-TOTAL              PIC S9(13)V99 VALUE 0.
       77  WS-CUST-INSURED              PIC S9(11)V99.
       77  WS-CUST-UNINSURED            PIC S9(11)V99.
       77  WS-SHARE-PERCENT             PIC 999V99.

      * ONE ENTRY PER CUSTOMER HOLDING AT LEAST ONE ACCOUNT THAT IS
      * NOT CLOSED. THE RANKED FLAG MARKS DEPOSITORS ALREADY PRINTED
      * ON THE CONCENTRATION PAGE.
       01  CUSTOMER-TOTAL-TABLE.
           05 CT-ENTRY OCCURS 2000 TIMES.
              10 CT-CUST-NUMBER          PIC 9(7).
              10 CT-ACCOUNT-COUNT        PIC 9(5).
              10 CT-PRINCIPAL            PIC S9(11)V99.
              10 CT-RANKED               PIC X.

       01  COVERAGE-TITLE-LINE.
           05 FILLER                    PIC X(40)
                 VALUE "DEPOSIT-INSURANCE COVERAGE - LIMIT".
           05 CVT-LIMIT                 PIC ZZZ,ZZZ,ZZ9.99.

       01  COVERAGE-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE "CUSTOMER ".
           05 FILLER                  PIC X(26) VALUE "NAME".
           05 FILLER                  PIC X(6)  VALUE "ACCTS".
           05 FILLER                  PIC X(19)
                 VALUE "    TOTAL DEPOSITS".
           05 FILLER                  PIC X(19)
                 VALUE "         UNINSURED".

       01  COVERAGE-DETAIL-LINE.
           05 CVD-CUST-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 CVD-CUST-NAME                    PIC X(25).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 CVD-ACCOUNT-COUNT                PIC ZZZZ9.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 CVD-PRINCIPAL              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 CVD-UNINSURED              PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CONCENTRATION-TITLE-LINE.
           05 FILLER                    PIC X(31)
                 VALUE "DEPOSIT CONCENTRATION - TOP ".
           05 CNT-RANK-LIMIT            PIC Z9.
           05 FILLER                    PIC X(11) VALUE " DEPOSITORS".

       01  CONCENTRATION-COLUMN-HEADING.
           05 FILLER                  PIC X(6)  VALUE "RANK".
           05 FILLER                  PIC X(10) VALUE "CUSTOMER ".
           05 FILLER                  PIC X(26) VALUE "NAME".
           05 FILLER                  PIC X(6)  VALUE "ACCTS".
           05 FILLER                  PIC X(19)
                 VALUE "    TOTAL DEPOSITS".
           05 FILLER                  PIC X(9)  VALUE "  % TOTAL".

       01  CONCENTRATION-DETAIL-LINE.
           05 CND-RANK                         PIC Z9.
           05 FILLER                           PIC X(4) VALUE SPACES.
           05 CND-CUST-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 CND-CUST-NAME                    PIC X(25).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 CND-ACCOUNT-COUNT                PIC ZZZZ9.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 CND-PRINCIPAL              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 CND-PERCENT                      PIC ZZ9.99.

       01  REPORT-TOTAL-LINE.
           05 TOT-LABEL                        PIC X(26).
           05 TOT-COUNT                        PIC ZZZZZZ9.

       01  REPORT-AMOUNT-LINE.
           05 TOT-AMOUNT-LABEL                 PIC X(26).
           05 TOT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  REPORT-PERCENT-LINE.
           05 TOT-PERCENT-LABEL                PIC X(26).
           05 TOT-PERCENT                      PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM STAMP-RUN-HEADER.
           PERFORM SET-RUN-PARAMETERS.

           OPEN OUTPUT COVERAGE-REPORT.
           WRITE COVERAGE-REPORT-LINE FROM WS-RUN-HEADER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
                MOVE "Y" TO WS-CUSTMAST-OPEN
           ELSE
                DISPLAY "CUSTOMER-MASTER NOT AVAILABLE - STATUS "
                     WS-CUST-STATUS "  NAMES WILL BE BLANK"
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

           PERFORM BUILD-CUSTOMER-TOTALS.
           PERFORM WRITE-COVERAGE-PAGE.
           PERFORM WRITE-CONCENTRATION-PAGE.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CHECK-CROSS-FOOT.

           IF CUSTMAST-OPEN
                CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE COVERAGE-REPORT.
           DISPLAY "COVERAGE REPORT COMPLETE - CUSTOMERS: "
                WS-CUST-COUNT "  OVER LIMIT: " WS-OVER-LIMIT-COUNT.

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

      * A ZERO LIMIT WOULD MAKE EVERY DEPOSIT UNINSURED AND A ZERO
      * RANKING WOULD PRINT AN EMPTY PAGE - BOTH ARE IGNORED.
       SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-FIELD.
           ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
           IF WS-PARM-FIELD(1:11) IS NUMERIC
                MOVE WS-PARM-FIELD(1:11) TO WS-PARM-CENTS
                IF WS-PARM-CENTS > 0
                     COMPUTE WS-INSURED-LIMIT = WS-PARM-CENTS / 100
                END-IF
           END-IF.
           IF WS-PARM-FIELD(13:2) IS NUMERIC AND
              WS-PARM-FIELD(13:2) NOT = "00"
                MOVE WS-PARM-FIELD(13:2) TO WS-RANK-LIMIT
           END-IF.

      ******************************************************************
      * ROLL-UP
      ******************************************************************
      * ONE PASS OVER THE LOAN MASTER. DORMANT ACCOUNTS ARE STILL
      * CUSTOMER MONEY AND COUNT TOWARD COVERAGE; CLOSED ONES DO NOT.
       BUILD-CUSTOMER-TOTALS.
           MOVE "N" TO WS-EOF-LOAN.
           OPEN INPUT LOAN-ACCOUNT-MASTER.
           IF WS-LOAN-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN LOAN-ACCOUNT-"
                     "MASTER - STATUS " WS-LOAN-STATUS
                MOVE 12 TO WS-RUN-SEVERITY
           ELSE
                PERFORM UNTIL NO-MORE-LOANS
                    READ LOAN-ACCOUNT-MASTER NEXT RECORD
                         AT END
                              MOVE "Y" TO WS-EOF-LOAN
                         NOT AT END
                              ADD 1 TO WS-ACCOUNTS-READ
                              IF NOT LOAN-STATUS-CLOSED
                                   PERFORM ADD-ONE-ACCOUNT
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE LOAN-ACCOUNT-MASTER
           END-IF.

       ADD-ONE-ACCOUNT.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-C-SUB FROM 1 BY 1
                     UNTIL WS-C-SUB > WS-CUST-COUNT
                IF CT-CUST-NUMBER (WS-C-SUB) = LOAN-CUST-NUMBER
                     MOVE WS-C-SUB TO WS-FOUND-SUB
                     MOVE WS-CUST-COUNT TO WS-C-SUB
                END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = 0
                IF WS-CUST-COUNT < 2000
                     ADD 1 TO WS-CUST-COUNT
                     MOVE WS-CUST-COUNT TO WS-FOUND-SUB
                     MOVE LOAN-CUST-NUMBER TO
                          CT-CUST-NUMBER (WS-FOUND-SUB)
                     MOVE 0 TO CT-ACCOUNT-COUNT (WS-FOUND-SUB)
                     MOVE 0 TO CT-PRINCIPAL (WS-FOUND-SUB)
                     MOVE "N" TO CT-RANKED (WS-FOUND-SUB)
                ELSE
                     DISPLAY "CUSTOMER TABLE FULL - ACCOUNT "
                          LOAN-ACCT-NUMBER " NOT COUNTED"
                     IF WS-RUN-SEVERITY < 8
                          MOVE 8 TO WS-RUN-SEVERITY
                     END-IF
                END-IF
           END-IF.
           IF WS-FOUND-SUB NOT = 0
                ADD 1 TO CT-ACCOUNT-COUNT (WS-FOUND-SUB)
                ADD LOAN-PRINCIPAL TO CT-PRINCIPAL (WS-FOUND-SUB)
                ADD LOAN-PRINCIPAL TO WS-TOTAL-DEPOSITS
                ADD 1 TO WS-ACCOUNTS-COUNTED
           END-IF.

      ******************************************************************
      * COVERAGE PAGE
      ******************************************************************
      * THE INSURED PORTION OF A CUSTOMER IS THE LESSER OF THE TOTAL
      * AND THE LIMIT; ONLY CUSTOMERS WITH AN UNINSURED EXCESS ARE
      * LISTED, BUT EVERY CUSTOMER FEEDS THE INSURED TOTAL.
       WRITE-COVERAGE-PAGE.
           MOVE WS-INSURED-LIMIT TO CVT-LIMIT.
           WRITE COVERAGE-REPORT-LINE FROM SPACES.
           WRITE COVERAGE-REPORT-LINE FROM COVERAGE-TITLE-LINE.
           WRITE COVERAGE-REPORT-LINE FROM COVERAGE-COLUMN-HEADING.
           PERFORM CHECK-ONE-CUSTOMER
                VARYING WS-C-SUB FROM 1 BY 1
                     UNTIL WS-C-SUB > WS-CUST-COUNT.
           IF WS-OVER-LIMIT-COUNT = 0
                MOVE SPACES TO COVERAGE-REPORT-LINE
                MOVE "NONE" TO COVERAGE-REPORT-LINE(1:4)
                WRITE COVERAGE-REPORT-LINE
           END-IF.

       CHECK-ONE-CUSTOMER.
           IF CT-PRINCIPAL (WS-C-SUB) > WS-INSURED-LIMIT
                MOVE WS-INSURED-LIMIT TO WS-CUST-INSURED
                COMPUTE WS-CUST-UNINSURED =
                     CT-PRINCIPAL (WS-C-SUB) - WS-INSURED-LIMIT
                ADD 1 TO WS-OVER-LIMIT-COUNT
                PERFORM READ-CUSTOMER-NAME
                MOVE CT-CUST-NUMBER (WS-C-SUB) TO CVD-CUST-NUMBER
                MOVE CUST-NAME TO CVD-CUST-NAME
                MOVE CT-ACCOUNT-COUNT (WS-C-SUB) TO CVD-ACCOUNT-COUNT
                MOVE CT-PRINCIPAL (WS-C-SUB) TO CVD-PRINCIPAL
                MOVE WS-CUST-UNINSURED TO CVD-UNINSURED
                WRITE COVERAGE-REPORT-LINE FROM COVERAGE-DETAIL-LINE
           ELSE
                MOVE CT-PRINCIPAL (WS-C-SUB) TO WS-CUST-INSURED
                MOVE 0 TO WS-CUST-UNINSURED
           END-IF.
           ADD WS-CUST-INSURED TO WS-TOTAL-INSURED.
           ADD WS-CUST-UNINSURED TO WS-TOTAL-UNINSURED.

      * A CUSTOMER NUMBER NOT ON THE MASTER STILL PRINTS - THE MONEY
      * IS REAL EVEN IF THE NAME IS MISSING.
       READ-CUSTOMER-NAME.
           MOVE SPACES TO CUST-NAME.
           IF CUSTMAST-OPEN
                MOVE CT-CUST-NUMBER (WS-C-SUB) TO CUST-NUMBER
                READ CUSTOMER-MASTER
                     INVALID KEY
                          MOVE "** NOT ON CUSTOMER MASTER" TO CUST-NAME
                END-READ
           END-IF.

      ******************************************************************
      * CONCENTRATION PAGE
      ******************************************************************
      * EACH RANK IS THE LARGEST DEPOSITOR NOT YET RANKED - A SELECTION
      * PASS OVER THE TABLE PER RANK, WHICH FOR A SHORT LIST IS
      * CHEAPER THAN ORDERING THE WHOLE CUSTOMER BASE.
       WRITE-CONCENTRATION-PAGE.
           MOVE WS-RANK-LIMIT TO CNT-RANK-LIMIT.
           WRITE COVERAGE-REPORT-LINE FROM SPACES.
           WRITE COVERAGE-REPORT-LINE FROM CONCENTRATION-TITLE-LINE.
           WRITE COVERAGE-REPORT-LINE FROM CONCENTRATION-COLUMN-HEADING.
           PERFORM RANK-ONE-DEPOSITOR
                VARYING WS-RANK FROM 1 BY 1
                     UNTIL WS-RANK > WS-RANK-LIMIT OR
                           WS-RANK > WS-CUST-COUNT.

       RANK-ONE-DEPOSITOR.
           MOVE 0 TO WS-BEST-SUB.
           PERFORM VARYING WS-C-SUB FROM 1 BY 1
                     UNTIL WS-C-SUB > WS-CUST-COUNT
                IF CT-RANKED (WS-C-SUB) = "N"
                     IF WS-BEST-SUB = 0
                          MOVE WS-C-SUB TO WS-BEST-SUB
                     ELSE
                          IF CT-PRINCIPAL (WS-C-SUB) >
                             CT-PRINCIPAL (WS-BEST-SUB)
                               MOVE WS-C-SUB TO WS-BEST-SUB
                          END-IF
                     END-IF
                END-IF
           END-PERFORM.
           IF WS-BEST-SUB NOT = 0
                MOVE "Y" TO CT-RANKED (WS-BEST-SUB)
                MOVE WS-BEST-SUB TO WS-C-SUB
                PERFORM READ-CUSTOMER-NAME
                PERFORM COMPUTE-SHARE
                ADD CT-PRINCIPAL (WS-BEST-SUB) TO WS-RANKED-TOTAL
                MOVE WS-RANK TO CND-RANK
                MOVE CT-CUST-NUMBER (WS-BEST-SUB) TO CND-CUST-NUMBER
                MOVE CUST-NAME TO CND-CUST-NAME
                MOVE CT-ACCOUNT-COUNT (WS-BEST-SUB) TO CND-ACCOUNT-COUNT
                MOVE CT-PRINCIPAL (WS-BEST-SUB) TO CND-PRINCIPAL
                MOVE WS-SHARE-PERCENT TO CND-PERCENT
                WRITE COVERAGE-REPORT-LINE
                     FROM CONCENTRATION-DETAIL-LINE
           END-IF.

       COMPUTE-SHARE.
           IF WS-TOTAL-DEPOSITS > 0
                COMPUTE WS-SHARE-PERCENT ROUNDED =
                     CT-PRINCIPAL (WS-BEST-SUB) * 100
                          / WS-TOTAL-DEPOSITS
           ELSE
                MOVE 0 TO WS-SHARE-PERCENT
           END-IF.

       WRITE-REPORT-TOTALS.
           WRITE COVERAGE-REPORT-LINE FROM SPACES.
           MOVE "ACCOUNTS READ             " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-READ TO TOT-COUNT.
           WRITE COVERAGE-REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE "ACCOUNTS COUNTED          " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-COUNTED TO TOT-COUNT.
           WRITE COVERAGE-REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE "CUSTOMERS                 " TO TOT-LABEL.
           MOVE WS-CUST-COUNT TO TOT-COUNT.
           WRITE COVERAGE-REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE "CUSTOMERS OVER LIMIT      " TO TOT-LABEL.
           MOVE WS-OVER-LIMIT-COUNT TO TOT-COUNT.
           WRITE COVERAGE-REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE "TOTAL DEPOSITS            " TO TOT-AMOUNT-LABEL.
           MOVE WS-TOTAL-DEPOSITS TO TOT-AMOUNT.
           WRITE COVERAGE-REPORT-LINE FROM REPORT-AMOUNT-LINE.
           MOVE "INSURED DEPOSITS          " TO TOT-AMOUNT-LABEL.
           MOVE WS-TOTAL-INSURED TO TOT-AMOUNT.
           WRITE COVERAGE-REPORT-LINE FROM REPORT-AMOUNT-LINE.
           MOVE "UNINSURED DEPOSITS        " TO TOT-AMOUNT-LABEL.
           MOVE WS-TOTAL-UNINSURED TO TOT-AMOUNT.
           WRITE COVERAGE-REPORT-LINE FROM REPORT-AMOUNT-LINE.
           MOVE "UNINSURED % OF DEPOSITS   " TO TOT-PERCENT-LABEL.
           IF WS-TOTAL-DEPOSITS > 0
                COMPUTE WS-SHARE-PERCENT ROUNDED =
                     WS-TOTAL-UNINSURED * 100 / WS-TOTAL-DEPOSITS
           ELSE
                MOVE 0 TO WS-SHARE-PERCENT
           END-IF.
           MOVE WS-SHARE-PERCENT TO TOT-PERCENT.
           WRITE COVERAGE-REPORT-LINE FROM REPORT-PERCENT-LINE.
           MOVE "RANKED DEPOSITORS TOTAL   " TO TOT-AMOUNT-LABEL.
           MOVE WS-RANKED-TOTAL TO TOT-AMOUNT.
           WRITE COVERAGE-REPORT-LINE FROM REPORT-AMOUNT-LINE.
           MOVE "RANKED % OF DEPOSITS      " TO TOT-PERCENT-LABEL.
           IF WS-TOTAL-DEPOSITS > 0
                COMPUTE WS-SHARE-PERCENT ROUNDED =
                     WS-RANKED-TOTAL * 100 / WS-TOTAL-DEPOSITS
           ELSE
                MOVE 0 TO WS-SHARE-PERCENT
           END-IF.
           MOVE WS-SHARE-PERCENT TO TOT-PERCENT.
           WRITE COVERAGE-REPORT-LINE FROM REPORT-PERCENT-LINE.

       CHECK-CROSS-FOOT.
           IF WS-TOTAL-INSURED + WS-TOTAL-UNINSURED
                NOT = WS-TOTAL-DEPOSITS
                DISPLAY "COVERAGE REPORT OUT OF BALANCE - INSURED "
                     WS-TOTAL-INSURED " UNINSURED " WS-TOTAL-UNINSURED
                     " VS DEPOSITS " WS-TOTAL-DEPOSITS
                MOVE 12 TO WS-RUN-SEVERITY
           END-IF.

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
           MOVE "LNINSCOV" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-ACCOUNTS-READ TO RST-RECORDS-READ.
           MOVE WS-CUST-COUNT TO RST-RECORDS-WRITTEN.
           MOVE 0 TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM LNINSCOV.
