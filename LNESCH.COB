      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNESCH.

      * YEARLY UNCLAIMED-PROPERTY (ESCHEATMENT) RUN OVER THE LOAN-
      * ACCOUNT-MASTER. A DORMANT ACCOUNT WITH A BALANCE WHOSE
      * STATUTORY INACTIVITY PERIOD (COUNTED FROM LOAN-DORMANT-DATE)
      * HAS RUN OUT BY THE STATE'S CUTOFF DATE IS REPORTABLE. THE RUN
      * WORKS IN TWO STEPS AGAINST THE SAME CUTOFF:
      *   BEFORE THE CUTOFF - EACH REPORTABLE ACCOUNT GETS ONE DUE-
      *     DILIGENCE LETTER (ESCHLTR) ADDRESSED OFF THE CUSTOMER
      *     MASTER, AND THE LETTER DATE IS STAMPED ON THE ACCOUNT.
      *     AN ACCOUNT WITH NO ADDRESS TO SEND TO GETS NO LETTER AND
      *     NO DATE - IT IS AN EXCEPTION, TRIED AGAIN NEXT RUN.
      *   ON OR AFTER THE CUTOFF - EACH REPORTABLE ACCOUNT WHOSE
      *     LETTER STILL STANDS IS ESCHEATED: THE BALANCE GOES TO THE
      *     FILING EXTRACT (ESCHEXT) AND OFF THE ACCOUNT THROUGH
      *     LOANHIST, AND THE ACCOUNT IS CLOSED IN PLACE.
      * ANY MAINTENANCE OR CUSTOMER ACTIVITY WAKES A DORMANT ACCOUNT
      * (LOANMNT, LNTRAN), SO AN ACCOUNT NO LONGER DORMANT AT THE
      * CUTOFF - OR DORMANT AGAIN SINCE ITS LETTER - HAS HAD ACTIVITY
      * AND DROPS OUT OF THE FILING. A DORMANT ACCOUNT WITH NO
      * DORMANCY DATE (FLAGGED BEFORE THE DATE WAS KEPT) IS DATED
      * TODAY, SO ITS PERIOD STARTS NOW RATHER THAN NEVER.
      *
      * EVERYTHING DONE IS PRINTED ON THE ESCHEATMENT REGISTER
      * (ESCHREG), WHOSE "NET MOVEMENT" LINE LNAUDIT ABSORBS. THE
      * ESCHEATED TOTAL GOES TO THE GL FEED (ESCHGLFD) THAT GLEXTR
      * POSTS TO UNCLAIMED PROPERTY PAYABLE. A RERUN OF THE FILING
      * KEEPS THE ACCOUNTS AN EARLIER RUN ALREADY PUT ON THE EXTRACT
      * FOR THE SAME CUTOFF.

      * PARM: CUTOFF DATE (YYYYMMDD), THEN OPTIONALLY THE STATUTORY
      *       PERIOD IN YEARS IN COLUMNS 10-11 (DEFAULT 03).

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

           SELECT ESCHEAT-LETTER-FILE ASSIGN TO "ESCHLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT ESCHEAT-REGISTER ASSIGN TO "ESCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ESCHEAT-FILING-FILE ASSIGN TO "ESCHEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEXT-STATUS.

           SELECT ESCHEAT-GL-FEED ASSIGN TO "ESCHGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHGLFD-STATUS.

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

       FD  ESCHEAT-LETTER-FILE.
       01  ESCHEAT-LETTER-LINE                 PIC X(80).

       FD  ESCHEAT-REGISTER.
       01  ESCHEAT-REGISTER-LINE               PIC X(100).

      * H / D... / T - LAYOUTS IN WORKING-STORAGE.
       FD  ESCHEAT-FILING-FILE.
       01  ESCHEAT-FILING-RECORD               PIC X(140).

      * ONE RECORD, DATED WITH THE BUSINESS DATE - GLEXTR POSTS ONLY
      * A FEED WRITTEN FOR ITS OWN DATE.
       FD  ESCHEAT-GL-FEED.
       01  ESCHEAT-GL-RECORD.
           05 EGF-BUSINESS-DATE                PIC 9(8).
           05 EGF-AMOUNT                       PIC S9(11)V99
                 SIGN LEADING SEPARATE.

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
      * RUN GO; LETTERS AND FILING RECORDS JUST CARRY NO ADDRESS.
       77  WS-CUSTMAST-OPEN             PIC X VALUE "N".
           88 CUSTMAST-OPEN             VALUE "Y".
       77  WS-ADDRESS-FOUND             PIC X.
           88 ADDRESS-FOUND             VALUE "Y".
       77  WS-LOANHIST-STATUS           PIC XX.
       77  WS-LETTER-STATUS             PIC XX.
       77  WS-REGISTER-STATUS           PIC XX.
       77  WS-ESCHEXT-STATUS            PIC XX.
       77  WS-ESCHGLFD-STATUS           PIC XX.
       77  WS-ERROR-LOG-STATUS          PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-RUN-MODE                  PIC X VALUE "L".
           88 LETTER-MODE               VALUE "L".
           88 FILING-MODE               VALUE "F".
       77  WS-CUTOFF-DATE               PIC 9(8) VALUE 0.
       77  WS-STATUTE-YEARS             PIC 99 VALUE 3.
       77  WS-PERIOD-END                PIC 9(9).
       77  WS-EOF-LOAN                  PIC X VALUE "N".
           88 NO-MORE-LOANS             VALUE "Y".
       77  WS-EOF-FILING                PIC X VALUE "N".
           88 NO-MORE-FILING            VALUE "Y".
       77  WS-EOF-FEED                  PIC X VALUE "N".
           88 NO-MORE-FEED              VALUE "Y".
       77  WS-ACCOUNT-CHANGED           PIC X.
           88 ACCOUNT-CHANGED           VALUE "Y".
       77  WS-REPORTABLE                PIC X.
           88 ACCOUNT-REPORTABLE        VALUE "Y".
       77  WS-LETTER-STANDS             PIC X.
           88 LETTER-STANDS             VALUE "Y".
       77  WS-FILING-FULL               PIC X VALUE "N".
           88 FILING-TABLE-FULL         VALUE "Y".
       77  WS-FILING-COUNT              PIC 999 VALUE 0.
       77  WS-CARRIED-COUNT             PIC 999 VALUE 0.
       77  WS-EF-SUB                    PIC 999.
       77  WS-ACCOUNTS-READ             PIC 9(7) VALUE 0.
       77  WS-LETTERS-PRINTED           PIC 9(7) VALUE 0.
       77  WS-ALREADY-LETTERED          PIC 9(7) VALUE 0.
       77  WS-DORMANCY-DATED            PIC 9(7) VALUE 0.
       77  WS-ESCHEATED                 PIC 9(7) VALUE 0.
       77  WS-DROPPED-OUT               PIC 9(7) VALUE 0.
       77  WS-EXCEPTION-COUNT           PIC 9(7) VALUE 0.
       77  WS-EXCEPTION-REASON          PIC X(20).
       77  WS-HIST-MOVEMENT             PIC S9(9)V99.
       77  WS-OLD-PRINCIPAL             PIC S9(9)V99.
       77  WS-HIST-ADDED                PIC X.
           88 HISTORY-ADDED             VALUE "Y".
       77  WS-HIST-FAILED               PIC X.
           88 HISTORY-FAILED            VALUE "Y".
       77  WS-ESCHEAT-PENDING           PIC X.
           88 ESCHEAT-PENDING           VALUE "Y".
       77  WS-REWRITE-FAILED            PIC X.
           88 REWRITE-FAILED            VALUE "Y".
       77  WS-ESCHEAT-TOTAL             PIC S9(11)V99 VALUE 0.
       77  WS-FILING-TOTAL              PIC S9(11)V99 VALUE 0.
       77  WS-NET-MOVEMENT              PIC S9(11)V99 VALUE 0.
      * WHAT AN EARLIER RUN TODAY ALREADY PUT ON THE GL FEED - A
      * SAME-DAY RERUN ADDS TO IT RATHER THAN REPLACING IT, SINCE
      * THE ACCOUNTS THAT RUN ESCHEATED ARE CLOSED AND NOT TAKEN AGAIN.
       77  WS-FEED-AMOUNT               PIC S9(11)V99 VALUE 0.

       01  CUTOFF-DATE-WORK.
           05 CDW-YEAR                  PIC 9(4).
           05 CDW-MONTH                 PIC 99.
           05 CDW-DAY                   PIC 99.
       01  CUTOFF-DATE-NUMERIC REDEFINES CUTOFF-DATE-WORK
                                        PIC 9(8).

      * EVERY ACCOUNT ON THIS CUTOFF'S FILING - THOSE AN EARLIER RUN
      * ALREADY WROTE, THEN TONIGHT'S. THE EXTRACT IS REWRITTEN WHOLE
      * FROM IT AT THE END OF THE RUN.
       01  ESCHEAT-FILING-TABLE.
           05 ESCHEAT-FILING-ENTRY OCCURS 500 TIMES.
              10 EFT-ACCT-NUMBER        PIC 9(7).
              10 EFT-CUST-NUMBER        PIC 9(7).
              10 EFT-CUST-NAME          PIC X(25).
              10 EFT-ADDRESS-1          PIC X(25).
              10 EFT-ADDRESS-2          PIC X(25).
              10 EFT-TAXPAYER-ID        PIC X(9).
              10 EFT-DORMANT-DATE       PIC 9(8).
              10 EFT-LETTER-DATE        PIC 9(8).
              10 EFT-AMOUNT             PIC S9(11)V99.

       01  FILING-HEADER-RECORD.
           05 FLH-RECORD-TYPE           PIC X VALUE "H".
           05 FLH-CUTOFF-DATE           PIC 9(8).
           05 FLH-PREPARED-DATE         PIC 9(8).
           05 FLH-HOLDER-NAME           PIC X(24).
           05 FILLER                    PIC X(99) VALUE SPACES.

       01  FILING-DETAIL-RECORD.
           05 FLD-RECORD-TYPE           PIC X VALUE "D".
           05 FLD-ACCT-NUMBER           PIC 9(7).
           05 FLD-CUST-NUMBER           PIC 9(7).
           05 FLD-CUST-NAME             PIC X(25).
           05 FLD-ADDRESS-1             PIC X(25).
           05 FLD-ADDRESS-2             PIC X(25).
           05 FLD-TAXPAYER-ID           PIC X(9).
           05 FLD-DORMANT-DATE          PIC 9(8).
           05 FLD-LETTER-DATE           PIC 9(8).
           05 FLD-AMOUNT                PIC S9(11)V99
                 SIGN LEADING SEPARATE.
           05 FILLER                    PIC X(11) VALUE SPACES.

       01  FILING-TRAILER-RECORD.
           05 FLT-RECORD-TYPE           PIC X VALUE "T".
           05 FLT-RECORD-COUNT          PIC 9(7).
           05 FLT-AMOUNT                PIC S9(11)V99
                 SIGN LEADING SEPARATE.
           05 FILLER                    PIC X(118) VALUE SPACES.

       01  LETTER-TITLE-LINE.
           05 FILLER                    PIC X(28)
                 VALUE "NOTICE OF UNCLAIMED PROPERTY".

       01  LETTER-ADDRESS-LINE.
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 LTA-ADDR-TEXT             PIC X(25).

       01  LETTER-ACCOUNT-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "ACCOUNT:       ".
           05 LTR-ACCT-NUMBER           PIC 9(7).

       01  LETTER-BALANCE-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "BALANCE:       ".
           05 LTR-PRINCIPAL             PIC ZZZ,ZZZ,ZZ9.99.

       01  LETTER-DORMANT-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "INACTIVE SINCE:".
           05 LTR-DORMANT-DATE          PIC 9(8).

       01  LETTER-CUTOFF-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "REPORT DATE:   ".
           05 LTR-CUTOFF-DATE           PIC 9(8).

       01  LETTER-TEXT-LINE.
           05 LTR-TEXT                  PIC X(60).

       01  REGISTER-TITLE-LINE.
           05 RGT-TITLE                 PIC X(34).
           05 FILLER                    PIC X(8) VALUE "CUTOFF ".
           05 RGT-CUTOFF-DATE           PIC 9(8).
           05 FILLER                    PIC X(10) VALUE "  PERIOD ".
           05 RGT-STATUTE-YEARS         PIC Z9.
           05 FILLER                    PIC X(6) VALUE " YEARS".

       01  REGISTER-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE "ACCOUNT  ".
           05 FILLER                  PIC X(10) VALUE "CUSTOMER ".
           05 FILLER                  PIC X(10) VALUE "ACTION    ".
           05 FILLER                  PIC X(10) VALUE "DORMANT   ".
           05 FILLER                  PIC X(10) VALUE "LETTER    ".
           05 FILLER                  PIC X(15) VALUE "BALANCE".

       01  REGISTER-DETAIL-LINE.
           05 ERD-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 ERD-CUST-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 ERD-ACTION                       PIC X(8).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 ERD-DORMANT-DATE                 PIC 9(8).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 ERD-LETTER-DATE                  PIC 9(8).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 ERD-BALANCE                      PIC ZZZ,ZZZ,ZZ9.99-.

       01  REGISTER-EXCEPTION-LINE.
           05 ERX-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 FILLER                           PIC X(14)
                 VALUE "NOT REPORTED -".
           05 ERX-REASON                       PIC X(20).

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

      * THE REGISTER ACCUMULATES ACROSS RUNS - A RESTART OR A SECOND
      * RUN BEFORE THE NEXT LNAUDIT MUST NOT LOSE THE FIRST RUN'S
      * SECTION, SINCE ITS MASTER CHANGES STAND. LNAUDIT ABSORBS EACH
      * SECTION ONCE BY ITS RUN STAMP; THE ARCHIVER CUTS IT OVER.
           OPEN EXTEND ESCHEAT-REGISTER.
           IF WS-REGISTER-STATUS = "35"
                OPEN OUTPUT ESCHEAT-REGISTER
           END-IF.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE ESCHEAT-REGISTER-LINE FROM WS-RUN-HEADER.
           IF FILING-MODE
                MOVE "UNCLAIMED PROPERTY FILING -      "
                     TO RGT-TITLE
           ELSE
                MOVE "UNCLAIMED PROPERTY DUE DILIGENCE -"
                     TO RGT-TITLE
           END-IF.
           MOVE WS-CUTOFF-DATE TO RGT-CUTOFF-DATE.
           MOVE WS-STATUTE-YEARS TO RGT-STATUTE-YEARS.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-TITLE-LINE.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-COLUMN-HEADING.

           IF WS-CUTOFF-DATE = 0
                DISPLAY "NO VALID CUTOFF DATE IN PARM - NOTHING DONE"
                MOVE 12 TO WS-RUN-SEVERITY
           ELSE
                PERFORM RUN-ESCHEATMENT
           END-IF.

           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE ESCHEAT-REGISTER.
           CLOSE ERROR-LOG-FILE.
           DISPLAY "ESCHEATMENT RUN COMPLETE - LETTERS: "
                WS-LETTERS-PRINTED "  ESCHEATED: " WS-ESCHEATED
                "  DROPPED OUT: " WS-DROPPED-OUT.

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

      * THE CUTOFF IS THE STATE'S REPORTING DATE FOR THE YEAR. BEFORE
      * IT THE RUN SENDS LETTERS; FROM IT ON THE RUN FILES. A CUTOFF
      * THAT IS NOT A PLAUSIBLE DATE LEAVES THE RUN WITH NOTHING TO
      * MEASURE AGAINST.
       SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-FIELD.
           ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
           IF WS-PARM-FIELD(1:8) IS NUMERIC
                MOVE WS-PARM-FIELD(1:8) TO CUTOFF-DATE-NUMERIC
                IF CDW-MONTH >= 1 AND CDW-MONTH <= 12 AND
                   CDW-DAY >= 1 AND CDW-DAY <= 31
                     MOVE CUTOFF-DATE-NUMERIC TO WS-CUTOFF-DATE
                END-IF
           END-IF.
           IF WS-PARM-FIELD(10:2) IS NUMERIC AND
              WS-PARM-FIELD(10:2) NOT = "00"
                MOVE WS-PARM-FIELD(10:2) TO WS-STATUTE-YEARS
           END-IF.
           IF RH-RUN-DATE NOT < WS-CUTOFF-DATE
                MOVE "F" TO WS-RUN-MODE
           ELSE
                MOVE "L" TO WS-RUN-MODE
           END-IF.

       RUN-ESCHEATMENT.
           IF FILING-MODE
                PERFORM LOAD-EARLIER-FILING
           ELSE
                OPEN OUTPUT ESCHEAT-LETTER-FILE
                WRITE ESCHEAT-LETTER-LINE FROM WS-RUN-HEADER
           END-IF.
           IF FILING-TABLE-FULL
                DISPLAY "ESCHEXT EXCEEDS THE FILING TABLE - "
                     "NOTHING ESCHEATED"
                MOVE 12 TO WS-RUN-SEVERITY
           ELSE
                PERFORM OPEN-CUSTOMER-MASTER
                PERFORM OPEN-LOAN-HISTORY
                IF WS-LOANHIST-STATUS = "00"
                     PERFORM SWEEP-LOAN-MASTER
                     CLOSE LOAN-HISTORY-FILE
                END-IF
                IF CUSTMAST-OPEN
                     CLOSE CUSTOMER-MASTER
                END-IF
                IF FILING-MODE
                     PERFORM WRITE-FILING-EXTRACT
                     PERFORM WRITE-GL-FEED
                END-IF
           END-IF.
           IF LETTER-MODE
                CLOSE ESCHEAT-LETTER-FILE
           END-IF.

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
                MOVE "Y" TO WS-CUSTMAST-OPEN
           ELSE
                DISPLAY "CUSTOMER-MASTER NOT AVAILABLE - STATUS "
                     WS-CUST-STATUS "  NO ADDRESSES THIS RUN"
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      * THE POSTING-HISTORY FILE IS PERMANENT AND CUMULATIVE. A BRAND
      * NEW SITE HAS NO LOANHIST YET (STATUS 35), SO CREATE AN EMPTY
      * ONE AND REOPEN IT FOR UPDATE. WITHOUT A HISTORY FILE NOTHING
      * IS DONE - A MOVEMENT THAT CANNOT BE RECORDED IS NOT MADE.
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

      * AN EXTRACT ALREADY ON HAND FOR THIS SAME CUTOFF WAS WRITTEN BY
      * AN EARLIER FILING RUN; ITS ACCOUNTS ARE CLOSED NOW AND WILL
      * NOT COME ROUND AGAIN, SO THEY ARE CARRIED INTO TONIGHT'S
      * EXTRACT. ONE FOR ANOTHER CUTOFF IS LAST YEAR'S, ALREADY FILED.
       LOAD-EARLIER-FILING.
           MOVE "N" TO WS-EOF-FILING.
           MOVE 0 TO FLH-CUTOFF-DATE.
           OPEN INPUT ESCHEAT-FILING-FILE.
           IF WS-ESCHEXT-STATUS = "00"
                PERFORM UNTIL NO-MORE-FILING
                    READ ESCHEAT-FILING-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-FILING
                         NOT AT END
                              PERFORM CARRY-ONE-FILING-RECORD
                    END-READ
                END-PERFORM
                CLOSE ESCHEAT-FILING-FILE
           END-IF.
           MOVE WS-FILING-COUNT TO WS-CARRIED-COUNT.

       CARRY-ONE-FILING-RECORD.
           IF ESCHEAT-FILING-RECORD(1:1) = "H"
                MOVE ESCHEAT-FILING-RECORD TO FILING-HEADER-RECORD
           END-IF.
           IF ESCHEAT-FILING-RECORD(1:1) = "D" AND
              FLH-CUTOFF-DATE = WS-CUTOFF-DATE
                IF WS-FILING-COUNT >= 500
                     MOVE "Y" TO WS-FILING-FULL
                ELSE
                     MOVE ESCHEAT-FILING-RECORD TO FILING-DETAIL-RECORD
                     ADD 1 TO WS-FILING-COUNT
                     PERFORM STORE-FILING-DETAIL
                END-IF
           END-IF.

       STORE-FILING-DETAIL.
           MOVE FLD-ACCT-NUMBER TO EFT-ACCT-NUMBER (WS-FILING-COUNT).
           MOVE FLD-CUST-NUMBER TO EFT-CUST-NUMBER (WS-FILING-COUNT).
           MOVE FLD-CUST-NAME TO EFT-CUST-NAME (WS-FILING-COUNT).
           MOVE FLD-ADDRESS-1 TO EFT-ADDRESS-1 (WS-FILING-COUNT).
           MOVE FLD-ADDRESS-2 TO EFT-ADDRESS-2 (WS-FILING-COUNT).
           MOVE FLD-TAXPAYER-ID TO EFT-TAXPAYER-ID (WS-FILING-COUNT).
           MOVE FLD-DORMANT-DATE TO EFT-DORMANT-DATE (WS-FILING-COUNT).
           MOVE FLD-LETTER-DATE TO EFT-LETTER-DATE (WS-FILING-COUNT).
           MOVE FLD-AMOUNT TO EFT-AMOUNT (WS-FILING-COUNT).

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
                              IF NOT LOAN-STATUS-CLOSED
                                   PERFORM CHECK-ONE-ACCOUNT
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE LOAN-ACCOUNT-MASTER
           END-IF.

      * AN ACCOUNT IS REPORTABLE WHEN IT IS DORMANT, HOLDS A BALANCE
      * AND ITS PERIOD RUNS OUT BY THE CUTOFF. ITS LETTER STANDS WHEN
      * IT WAS PRINTED ON OR AFTER THE DAY THE ACCOUNT LAST WENT
      * DORMANT - AN EARLIER LETTER BELONGS TO A DORMANCY THAT
      * ACTIVITY HAS SINCE ENDED.
       CHECK-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-CHANGED.
           MOVE "N" TO WS-ESCHEAT-PENDING.
           MOVE "N" TO WS-REWRITE-FAILED.
           IF LOAN-DORMANT-DATE NOT IS NUMERIC
                MOVE 0 TO LOAN-DORMANT-DATE
           END-IF.
           IF LOAN-ESCHEAT-LETTER-DATE NOT IS NUMERIC
                MOVE 0 TO LOAN-ESCHEAT-LETTER-DATE
           END-IF.
           IF LOAN-STATUS-DORMANT AND LOAN-DORMANT-DATE = 0
                MOVE RH-RUN-DATE TO LOAN-DORMANT-DATE
                ADD 1 TO WS-DORMANCY-DATED
                MOVE "Y" TO WS-ACCOUNT-CHANGED
           END-IF.
           MOVE "N" TO WS-REPORTABLE.
           COMPUTE WS-PERIOD-END =
                LOAN-DORMANT-DATE + WS-STATUTE-YEARS * 10000.
           IF LOAN-STATUS-DORMANT AND LOAN-PRINCIPAL > 0 AND
              WS-PERIOD-END NOT > WS-CUTOFF-DATE
                MOVE "Y" TO WS-REPORTABLE
           END-IF.
           MOVE "N" TO WS-LETTER-STANDS.
           IF LOAN-ESCHEAT-LETTER-DATE NOT = 0 AND
              LOAN-STATUS-DORMANT AND
              LOAN-ESCHEAT-LETTER-DATE NOT < LOAN-DORMANT-DATE
                MOVE "Y" TO WS-LETTER-STANDS
           END-IF.
           IF LETTER-MODE
                PERFORM CHECK-FOR-LETTER
           ELSE
                PERFORM CHECK-FOR-FILING
           END-IF.
           IF ACCOUNT-CHANGED
                REWRITE LOAN-ACCOUNT-RECORD
                     INVALID KEY
                          DISPLAY "ESCHEAT REWRITE FAILED FOR "
                               "ACCOUNT " LOAN-ACCT-NUMBER
                               " - STATUS " WS-LOAN-STATUS
                          MOVE "Y" TO WS-REWRITE-FAILED
                          IF WS-RUN-SEVERITY < 8
                               MOVE 8 TO WS-RUN-SEVERITY
                          END-IF
                END-REWRITE
           END-IF.
           IF ESCHEAT-PENDING
                IF REWRITE-FAILED
                     PERFORM BACK-OUT-ESCHEAT-HISTORY
                     MOVE "MASTER NOT UPDATED" TO WS-EXCEPTION-REASON
                     PERFORM WRITE-REGISTER-EXCEPTION
                ELSE
                     PERFORM RECORD-ONE-ESCHEAT
                END-IF
           END-IF.

       CHECK-FOR-LETTER.
           IF ACCOUNT-REPORTABLE
                IF LETTER-STANDS
                     ADD 1 TO WS-ALREADY-LETTERED
                ELSE
                     PERFORM PRINT-DILIGENCE-LETTER
                END-IF
           END-IF.

      * A LETTER THAT NO LONGER STANDS IS CLEARED SO THE REGISTER
      * SHOWS THE DROP-OUT ONCE; IF THE ACCOUNT GOES QUIET AGAIN IT
      * EARNS A FRESH LETTER IN A LATER YEAR.
       CHECK-FOR-FILING.
           IF ACCOUNT-REPORTABLE
                IF LETTER-STANDS
                     IF WS-FILING-COUNT >= 500
                          MOVE "FILING TABLE FULL" TO
                               WS-EXCEPTION-REASON
                          PERFORM WRITE-REGISTER-EXCEPTION
                          IF WS-RUN-SEVERITY < 8
                               MOVE 8 TO WS-RUN-SEVERITY
                          END-IF
                     ELSE
                          PERFORM ESCHEAT-ONE-ACCOUNT
                     END-IF
                ELSE
                     MOVE "NO LETTER ON FILE" TO WS-EXCEPTION-REASON
                     PERFORM WRITE-REGISTER-EXCEPTION
                     IF WS-RUN-SEVERITY < 4
                          MOVE 4 TO WS-RUN-SEVERITY
                     END-IF
                END-IF
           ELSE
           IF LOAN-ESCHEAT-LETTER-DATE NOT = 0 AND NOT LETTER-STANDS
                MOVE LOAN-ACCT-NUMBER TO ERD-ACCT-NUMBER
                MOVE LOAN-CUST-NUMBER TO ERD-CUST-NUMBER
                MOVE "DROPPED " TO ERD-ACTION
                MOVE LOAN-DORMANT-DATE TO ERD-DORMANT-DATE
                MOVE LOAN-ESCHEAT-LETTER-DATE TO ERD-LETTER-DATE
                MOVE LOAN-PRINCIPAL TO ERD-BALANCE
                WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-DETAIL-LINE
                MOVE 0 TO LOAN-ESCHEAT-LETTER-DATE
                MOVE "Y" TO WS-ACCOUNT-CHANGED
                ADD 1 TO WS-DROPPED-OUT
           END-IF
           END-IF.

      ******************************************************************
      * DUE-DILIGENCE LETTER
      ******************************************************************
      * A LETTER THAT CANNOT BE ADDRESSED IS NOT DUE DILIGENCE, SO
      * THE ACCOUNT IS NOT STAMPED: IT IS LISTED FOR THE ADDRESS TO
      * BE CHASED AND STILL WANTS ITS LETTER ON THE NEXT RUN.
       PRINT-DILIGENCE-LETTER.
           PERFORM READ-ACCOUNT-CUSTOMER.
           IF ADDRESS-FOUND
                PERFORM WRITE-DILIGENCE-LETTER
           ELSE
                MOVE "NO LETTER ADDRESS" TO WS-EXCEPTION-REASON
                PERFORM WRITE-REGISTER-EXCEPTION
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

       WRITE-DILIGENCE-LETTER.
           WRITE ESCHEAT-LETTER-LINE FROM SPACES.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-TITLE-LINE.
           WRITE ESCHEAT-LETTER-LINE FROM SPACES.
           MOVE CUST-NAME TO LTA-ADDR-TEXT.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-ADDRESS-LINE.
           MOVE CUST-ADDRESS-1 TO LTA-ADDR-TEXT.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-ADDRESS-LINE.
           MOVE CUST-ADDRESS-2 TO LTA-ADDR-TEXT.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-ADDRESS-LINE.
           WRITE ESCHEAT-LETTER-LINE FROM SPACES.
           MOVE LOAN-ACCT-NUMBER TO LTR-ACCT-NUMBER.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-ACCOUNT-LINE.
           MOVE LOAN-PRINCIPAL TO LTR-PRINCIPAL.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-BALANCE-LINE.
           MOVE LOAN-DORMANT-DATE TO LTR-DORMANT-DATE.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-DORMANT-LINE.
           MOVE WS-CUTOFF-DATE TO LTR-CUTOFF-DATE.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-CUTOFF-LINE.
           WRITE ESCHEAT-LETTER-LINE FROM SPACES.
           MOVE "THIS ACCOUNT HAS HAD NO ACTIVITY FOR THE PERIOD SET"
                TO LTR-TEXT.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-TEXT-LINE.
           MOVE "BY STATE LAW. UNLESS YOU CONTACT US OR USE THE"
                TO LTR-TEXT.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-TEXT-LINE.
           MOVE "ACCOUNT BEFORE THE REPORT DATE, THE BALANCE WILL BE"
                TO LTR-TEXT.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-TEXT-LINE.
           MOVE "REPORTED AND PAID TO THE STATE AS UNCLAIMED PROPERTY."
                TO LTR-TEXT.
           WRITE ESCHEAT-LETTER-LINE FROM LETTER-TEXT-LINE.
           MOVE RH-RUN-DATE TO LOAN-ESCHEAT-LETTER-DATE.
           MOVE "Y" TO WS-ACCOUNT-CHANGED.
           ADD 1 TO WS-LETTERS-PRINTED.
           MOVE LOAN-ACCT-NUMBER TO ERD-ACCT-NUMBER.
           MOVE LOAN-CUST-NUMBER TO ERD-CUST-NUMBER.
           MOVE "LETTER  " TO ERD-ACTION.
           MOVE LOAN-DORMANT-DATE TO ERD-DORMANT-DATE.
           MOVE LOAN-ESCHEAT-LETTER-DATE TO ERD-LETTER-DATE.
           MOVE LOAN-PRINCIPAL TO ERD-BALANCE.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

      * AN ACCOUNT POINTING AT A CUSTOMER NOT ON FILE IS LOGGED SO
      * THE ADDRESS GETS CHASED. ITS FILING RECORD STILL GOES OUT;
      * ADDRESS-FOUND TELLS THE LETTER STEP WHETHER THERE IS ANYONE
      * TO WRITE TO.
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

      ******************************************************************
      * ESCHEATMENT
      ******************************************************************
      * THE WHOLE BALANCE LEAVES THE ACCOUNT THROUGH LOANHIST AND THE
      * ACCOUNT IS CLOSED IN PLACE, THE SAME STATUS A LOANMNT CLOSE
      * SETS. THE LETTER DATE STAYS ON THE CLOSED RECORD AS EVIDENCE
      * OF THE DUE DILIGENCE. THE ACCOUNT IS ONLY CLOSED ONCE HISTORY
      * HAS TAKEN THE BALANCE, AND IT REACHES THE FILING, THE
      * REGISTER AND THE GL TOTAL ONLY ONCE THE MASTER HAS TAKEN THE
      * CLOSE (CHECK-ONE-ACCOUNT) - A BALANCE THAT NEVER LEFT THE
      * ACCOUNT MUST NOT BE PAID TO THE STATE.
       ESCHEAT-ONE-ACCOUNT.
           MOVE LOAN-PRINCIPAL TO WS-OLD-PRINCIPAL.
           COMPUTE WS-HIST-MOVEMENT = 0 - LOAN-PRINCIPAL.
           PERFORM WRITE-ESCHEAT-HISTORY.
           IF HISTORY-FAILED
                MOVE "HISTORY NOT WRITTEN" TO WS-EXCEPTION-REASON
                PERFORM WRITE-REGISTER-EXCEPTION
           ELSE
                MOVE 0 TO LOAN-PRINCIPAL
                MOVE "C" TO LOAN-STATUS-CODE
                MOVE RH-RUN-DATE TO LOAN-CLOSED-DATE
                MOVE "Y" TO WS-ACCOUNT-CHANGED
                MOVE "Y" TO WS-ESCHEAT-PENDING
           END-IF.

       RECORD-ONE-ESCHEAT.
           PERFORM READ-ACCOUNT-CUSTOMER.
           ADD 1 TO WS-FILING-COUNT.
           MOVE LOAN-ACCT-NUMBER TO EFT-ACCT-NUMBER (WS-FILING-COUNT).
           MOVE LOAN-CUST-NUMBER TO EFT-CUST-NUMBER (WS-FILING-COUNT).
           MOVE CUST-NAME TO EFT-CUST-NAME (WS-FILING-COUNT).
           MOVE CUST-ADDRESS-1 TO EFT-ADDRESS-1 (WS-FILING-COUNT).
           MOVE CUST-ADDRESS-2 TO EFT-ADDRESS-2 (WS-FILING-COUNT).
           MOVE LOAN-TAXPAYER-ID TO EFT-TAXPAYER-ID (WS-FILING-COUNT).
           MOVE LOAN-DORMANT-DATE TO EFT-DORMANT-DATE (WS-FILING-COUNT).
           MOVE LOAN-ESCHEAT-LETTER-DATE TO
                EFT-LETTER-DATE (WS-FILING-COUNT).
           MOVE WS-OLD-PRINCIPAL TO EFT-AMOUNT (WS-FILING-COUNT).
           MOVE LOAN-ACCT-NUMBER TO ERD-ACCT-NUMBER.
           MOVE LOAN-CUST-NUMBER TO ERD-CUST-NUMBER.
           MOVE "ESCHEAT " TO ERD-ACTION.
           MOVE LOAN-DORMANT-DATE TO ERD-DORMANT-DATE.
           MOVE LOAN-ESCHEAT-LETTER-DATE TO ERD-LETTER-DATE.
           MOVE WS-OLD-PRINCIPAL TO ERD-BALANCE.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
           ADD WS-OLD-PRINCIPAL TO WS-ESCHEAT-TOTAL.
           ADD 1 TO WS-ESCHEATED.

      * ONE HISTORY RECORD PER ACCOUNT PER DAY. WHEN ANOTHER RUN HAS
      * ALREADY WRITTEN TODAY'S RECORD FOR THE ACCOUNT THE ESCHEATED
      * BALANCE IS FOLDED INTO IT - DEPOSITS AND CLOSING BALANCE -
      * RATHER THAN LOST ON A DUPLICATE KEY.
       WRITE-ESCHEAT-HISTORY.
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

      * THE MASTER NEVER TOOK THE CLOSE, SO NEITHER MAY HISTORY: A
      * RECORD THIS RUN ADDED IS DELETED, A FOLD IS TAKEN BACK OUT.
       BACK-OUT-ESCHEAT-HISTORY.
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
           MOVE LOAN-ACCT-NUMBER TO ERX-ACCT-NUMBER.
           MOVE WS-EXCEPTION-REASON TO ERX-REASON.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-EXCEPTION-LINE.
           MOVE LOAN-ACCT-NUMBER TO EL-INPUT-VALUE.
           MOVE WS-EXCEPTION-REASON TO EL-ERROR-TEXT.
           PERFORM LOG-ERROR-ENTRY.

      ******************************************************************
      * FILING EXTRACT AND GL FEED
      ******************************************************************
       WRITE-FILING-EXTRACT.
           MOVE 0 TO WS-FILING-TOTAL.
           OPEN OUTPUT ESCHEAT-FILING-FILE.
           MOVE "H" TO FLH-RECORD-TYPE.
           MOVE WS-CUTOFF-DATE TO FLH-CUTOFF-DATE.
           MOVE RH-RUN-DATE TO FLH-PREPARED-DATE.
           MOVE RH-COMPANY-NAME TO FLH-HOLDER-NAME.
           WRITE ESCHEAT-FILING-RECORD FROM FILING-HEADER-RECORD.
           PERFORM WRITE-ONE-FILING-DETAIL
                VARYING WS-EF-SUB FROM 1 BY 1
                     UNTIL WS-EF-SUB > WS-FILING-COUNT.
           MOVE WS-FILING-COUNT TO FLT-RECORD-COUNT.
           MOVE WS-FILING-TOTAL TO FLT-AMOUNT.
           WRITE ESCHEAT-FILING-RECORD FROM FILING-TRAILER-RECORD.
           CLOSE ESCHEAT-FILING-FILE.

       WRITE-ONE-FILING-DETAIL.
           MOVE "D" TO FLD-RECORD-TYPE.
           MOVE EFT-ACCT-NUMBER (WS-EF-SUB) TO FLD-ACCT-NUMBER.
           MOVE EFT-CUST-NUMBER (WS-EF-SUB) TO FLD-CUST-NUMBER.
           MOVE EFT-CUST-NAME (WS-EF-SUB) TO FLD-CUST-NAME.
           MOVE EFT-ADDRESS-1 (WS-EF-SUB) TO FLD-ADDRESS-1.
           MOVE EFT-ADDRESS-2 (WS-EF-SUB) TO FLD-ADDRESS-2.
           MOVE EFT-TAXPAYER-ID (WS-EF-SUB) TO FLD-TAXPAYER-ID.
           MOVE EFT-DORMANT-DATE (WS-EF-SUB) TO FLD-DORMANT-DATE.
           MOVE EFT-LETTER-DATE (WS-EF-SUB) TO FLD-LETTER-DATE.
           MOVE EFT-AMOUNT (WS-EF-SUB) TO FLD-AMOUNT.
           ADD EFT-AMOUNT (WS-EF-SUB) TO WS-FILING-TOTAL.
           WRITE ESCHEAT-FILING-RECORD FROM FILING-DETAIL-RECORD.

      * THE FEED IS REWRITTEN WHOLE, CARRYING FORWARD WHATEVER AN
      * EARLIER RUN TODAY ALREADY PUT ON IT. A FEED LEFT FROM AN
      * EARLIER DATE WAS POSTED ON ITS OWN DAY AND IS DROPPED.
       WRITE-GL-FEED.
           MOVE "N" TO WS-EOF-FEED.
           OPEN INPUT ESCHEAT-GL-FEED.
           IF WS-ESCHGLFD-STATUS = "00"
                PERFORM UNTIL NO-MORE-FEED
                    READ ESCHEAT-GL-FEED
                         AT END
                              MOVE "Y" TO WS-EOF-FEED
                         NOT AT END
                              IF EGF-BUSINESS-DATE = RH-RUN-DATE AND
                                 EGF-AMOUNT IS NUMERIC
                                   ADD EGF-AMOUNT TO WS-FEED-AMOUNT
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE ESCHEAT-GL-FEED
           END-IF.
           OPEN OUTPUT ESCHEAT-GL-FEED.
           MOVE RH-RUN-DATE TO EGF-BUSINESS-DATE.
           COMPUTE EGF-AMOUNT = WS-FEED-AMOUNT + WS-ESCHEAT-TOTAL.
           WRITE ESCHEAT-GL-RECORD.
           CLOSE ESCHEAT-GL-FEED.

      * THE "NET MOVEMENT" LINE IS THE PRINCIPAL THE RUN TOOK OFF THE
      * MASTER - LNAUDIT READS IT BY ITS LABEL. A LETTER RUN MOVES
      * NOTHING AND SAYS SO.
       WRITE-REGISTER-TOTALS.
           WRITE ESCHEAT-REGISTER-LINE FROM SPACES.
           MOVE "ACCOUNTS READ     " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-READ TO TOT-COUNT.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "DORMANCY DATED    " TO TOT-LABEL.
           MOVE WS-DORMANCY-DATED TO TOT-COUNT.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "LETTERS PRINTED   " TO TOT-LABEL.
           MOVE WS-LETTERS-PRINTED TO TOT-COUNT.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ALREADY LETTERED  " TO TOT-LABEL.
           MOVE WS-ALREADY-LETTERED TO TOT-COUNT.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ESCHEATED         " TO TOT-LABEL.
           MOVE WS-ESCHEATED TO TOT-COUNT.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "DROPPED OUT       " TO TOT-LABEL.
           MOVE WS-DROPPED-OUT TO TOT-COUNT.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "EXCEPTIONS        " TO TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           IF FILING-MODE
                MOVE "CARRIED FORWARD   " TO TOT-LABEL
                MOVE WS-CARRIED-COUNT TO TOT-COUNT
                WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-TOTAL-LINE
                MOVE "FILING RECORDS    " TO TOT-LABEL
                MOVE WS-FILING-COUNT TO TOT-COUNT
                WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-TOTAL-LINE
                MOVE "FILING TOTAL      " TO TOT-AMOUNT-LABEL
                MOVE WS-FILING-TOTAL TO TOT-AMOUNT
                WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-AMOUNT-LINE
           END-IF.
           MOVE "ESCHEATED BALANCE " TO TOT-AMOUNT-LABEL.
           MOVE WS-ESCHEAT-TOTAL TO TOT-AMOUNT.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           COMPUTE WS-NET-MOVEMENT = 0 - WS-ESCHEAT-TOTAL.
           MOVE "NET MOVEMENT      " TO TOT-AMOUNT-LABEL.
           MOVE WS-NET-MOVEMENT TO TOT-AMOUNT.
           WRITE ESCHEAT-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.

       LOG-ERROR-ENTRY.
           MOVE "LNESCH" TO EL-PROGRAM-NAME.
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
           MOVE "LNESCH" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-ACCOUNTS-READ TO RST-RECORDS-READ.
           COMPUTE RST-RECORDS-WRITTEN =
                WS-LETTERS-PRINTED + WS-ESCHEATED.
           MOVE WS-EXCEPTION-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM LNESCH.
