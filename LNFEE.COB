      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNFEE.

      * MONTH-END SERVICE-CHARGE ASSESSMENT OVER THE LOAN-ACCOUNT-
      * MASTER. THE FEE SCHEDULE (FEESCHED) CARRIES, PER PRODUCT CODE,
      * ONE ENTRY PER FEE:
      *   MAINTENANCE    - CHARGED EVERY MONTH.
      *   BELOW MINIMUM  - CHARGED WHEN THE BALANCE IS UNDER THE
      *                    ENTRY'S MINIMUM-BALANCE THRESHOLD.
      * EITHER KIND IS WAIVED WHEN THE BALANCE IS AT OR ABOVE THE
      * ENTRY'S WAIVER BALANCE, OR WHEN THE ENTRY WAIVES ACCOUNTS
      * CARRYING A STANDING CONTRIBUTION AND THE ACCOUNT HAS ONE.
      * EACH FEE CHARGED IS DEBITED FROM LOAN-PRINCIPAL AND WRITTEN TO
      * LOANHIST AND TO THE FEE REGISTER (FEEREG), WHOSE "NET
      * MOVEMENT" LINE LNAUDIT ABSORBS. THE MONTH'S FEE TOTALS BY
      * TYPE GO TO THE GL FEED (FEEGLFD) THAT GLEXTR POSTS AS
      * SERVICE-CHARGE INCOME.
      *
      * A CLOSED ACCOUNT IS NEVER CHARGED, AND A FEE LARGER THAN THE
      * BALANCE IS NOT TAKEN - THE ACCOUNT MUST NOT GO NEGATIVE. BOTH
      * ARE LISTED ON THE REGISTER AS EXCEPTIONS INSTEAD. EVERY
      * ACCOUNT ASSESSED IS STAMPED WITH THE MONTH (LOAN-FEE-MONTH),
      * SO A RERUN OF THE MONTH PICKS UP ONLY WHAT WAS MISSED.

      * PARM: NONE - THE MONTH IS THE MONTH OF THE BUSINESS DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-ACCOUNT-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-HISTORY-KEY
               FILE STATUS IS WS-LOANHIST-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.

           SELECT FEE-REGISTER ASSIGN TO "FEEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT FEE-GL-FEED ASSIGN TO "FEEGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEGLFD-STATUS.

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

       FD  LOAN-HISTORY-FILE.
       COPY LOANHIST.

      * ONE ENTRY PER FEE PER PRODUCT. A PRODUCT CODE OF SPACES IS
      * THE SCHEDULE FOR FLAT-RATE ACCOUNTS WITH NO PRODUCT. A ZERO
      * WAIVER BALANCE MEANS NO BALANCE WAIVER.
       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           05 FS-PRODUCT-CODE                  PIC XX.
           05 FS-FEE-TYPE                      PIC X.
              88 FS-MAINTENANCE-FEE            VALUE "M".
              88 FS-BELOW-MINIMUM-FEE          VALUE "B".
              88 FS-FEE-TYPE-VALID             VALUES "M" "B".
           05 FS-FEE-AMOUNT                    PIC 9(5)V99.
           05 FS-MIN-BALANCE                   PIC 9(9)V99.
           05 FS-WAIVE-BALANCE                 PIC 9(9)V99.
           05 FS-WAIVE-CONTRIB                 PIC X.
              88 FS-WAIVE-CONTRIBUTORS         VALUE "Y".

       FD  FEE-REGISTER.
       01  FEE-REGISTER-LINE                   PIC X(100).

      * ONE RECORD PER FEE TYPE, DATED WITH THE BUSINESS DATE - GLEXTR
      * POSTS ONLY A FEED WRITTEN FOR ITS OWN DATE.
       FD  FEE-GL-FEED.
       01  FEE-GL-RECORD.
           05 FGF-BUSINESS-DATE                PIC 9(8).
           05 FGF-FEE-TYPE                     PIC X.
           05 FGF-AMOUNT                       PIC S9(11)V99
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
       77  WS-LOANHIST-STATUS           PIC XX.
       77  WS-FEESCHED-STATUS           PIC XX.
       77  WS-REGISTER-STATUS           PIC XX.
       77  WS-FEEGLFD-STATUS            PIC XX.
       77  WS-ERROR-LOG-STATUS          PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-EOF-LOAN                  PIC X VALUE "N".
           88 NO-MORE-LOANS             VALUE "Y".
       77  WS-EOF-FEESCHED              PIC X VALUE "N".
           88 NO-MORE-FEES              VALUE "Y".
       77  WS-EOF-FEED                  PIC X VALUE "N".
           88 NO-MORE-FEED              VALUE "Y".
       77  WS-FEE-COUNT                 PIC 999 VALUE 0.
       77  WS-FS-SUB                    PIC 999.
       77  WS-FEES-FOR-PRODUCT          PIC 999.
       77  WS-FEE-MONTH                 PIC 9(6).
       77  WS-ACCOUNTS-READ             PIC 9(7) VALUE 0.
       77  WS-ACCOUNTS-ASSESSED         PIC 9(7) VALUE 0.
       77  WS-ALREADY-ASSESSED          PIC 9(7) VALUE 0.
       77  WS-FEES-CHARGED              PIC 9(7) VALUE 0.
       77  WS-FEES-WAIVED               PIC 9(7) VALUE 0.
       77  WS-EXCEPTION-COUNT           PIC 9(7) VALUE 0.
       77  WS-EXCEPTION-REASON          PIC X(20).
       77  WS-FEE-APPLIES               PIC X.
           88 FEE-APPLIES               VALUE "Y".
       77  WS-FEE-WAIVED                PIC X.
           88 FEE-WAIVED                VALUE "Y".
       77  WS-HIST-MOVEMENT             PIC S9(9)V99.
       77  WS-OLD-PRINCIPAL             PIC S9(9)V99.
       77  WS-ACCOUNT-FEES              PIC S9(9)V99.
       77  WS-HIST-ADDED                PIC X.
           88 HISTORY-ADDED             VALUE "Y".
       77  WS-CHARGE-FAILURE            PIC X(20).
       77  WS-PENDING-COUNT             PIC 999.
       77  WS-PF-SUB                    PIC 999.
       77  WS-PF-ACTION                 PIC X.
       77  WS-MAINTENANCE-TOTAL         PIC S9(11)V99 VALUE 0.
       77  WS-BELOW-MINIMUM-TOTAL       PIC S9(11)V99 VALUE 0.
       77  WS-FEE-TOTAL                 PIC S9(11)V99 VALUE 0.
       77  WS-NET-MOVEMENT              PIC S9(11)V99 VALUE 0.
      * WHAT AN EARLIER RUN TODAY ALREADY PUT ON THE GL FEED - A
      * SAME-DAY RERUN ADDS TO IT RATHER THAN REPLACING IT, SINCE
      * THE ACCOUNTS THAT RUN CHARGED ARE NOT CHARGED AGAIN.
       77  WS-FEED-MAINTENANCE          PIC S9(11)V99 VALUE 0.
       77  WS-FEED-BELOW-MINIMUM        PIC S9(11)V99 VALUE 0.

       01  FEE-SCHEDULE-TABLE.
           05 FEE-SCHEDULE-ENTRY OCCURS 100 TIMES.
              10 FST-PRODUCT-CODE       PIC XX.
              10 FST-FEE-TYPE           PIC X.
              10 FST-FEE-AMOUNT         PIC 9(5)V99.
              10 FST-MIN-BALANCE        PIC 9(9)V99.
              10 FST-WAIVE-BALANCE      PIC 9(9)V99.
              10 FST-WAIVE-CONTRIB      PIC X.

      * THE ACCOUNT'S FEES AS DECIDED, HELD UNTIL ITS HISTORY AND ITS
      * MASTER RECORD HAVE BOTH TAKEN THEM. A = CHARGED, W = WAIVED.
       01  PENDING-FEE-TABLE.
           05 PENDING-FEE-ENTRY OCCURS 100 TIMES.
              10 PF-FEE-SUB             PIC 999.
              10 PF-ACTION              PIC X.
              10 PF-BALANCE             PIC S9(9)V99.

       01  REGISTER-TITLE-LINE.
           05 FILLER                    PIC X(32)
                 VALUE "MONTHLY SERVICE CHARGES - MONTH ".
           05 RGT-FEE-MONTH             PIC 9(6).

       01  REGISTER-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE "ACCOUNT  ".
           05 FILLER                  PIC X(9)  VALUE "PRODUCT  ".
           05 FILLER                  PIC X(15) VALUE "FEE          ".
           05 FILLER                  PIC X(10) VALUE "ACTION    ".
           05 FILLER                  PIC X(12) VALUE "AMOUNT      ".
           05 FILLER                  PIC X(13) VALUE "BALANCE AFTER".

       01  REGISTER-DETAIL-LINE.
           05 FRD-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 FRD-PRODUCT-CODE                 PIC XX.
           05 FILLER                           PIC X(7) VALUE SPACES.
           05 FRD-FEE-NAME                     PIC X(13).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 FRD-ACTION                       PIC X(8).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 FRD-AMOUNT                       PIC ZZ,ZZ9.99.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 FRD-BALANCE                      PIC ZZZ,ZZZ,ZZ9.99-.

       01  REGISTER-EXCEPTION-LINE.
           05 FRX-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 FILLER                           PIC X(14)
                 VALUE "NOT CHARGED - ".
           05 FRX-REASON                       PIC X(20).

       01  REGISTER-TOTAL-LINE.
           05 TOT-LABEL                        PIC X(18).
           05 TOT-COUNT                        PIC ZZZZZZ9.

       01  REGISTER-AMOUNT-LINE.
           05 TOT-AMOUNT-LABEL                 PIC X(18).
           05 TOT-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM STAMP-RUN-HEADER.
           MOVE RH-RUN-DATE(1:6) TO WS-FEE-MONTH.

      * THE REGISTER ACCUMULATES ACROSS RUNS - A RESTART OR A SECOND
      * RUN BEFORE THE NEXT LNAUDIT MUST NOT LOSE THE FIRST RUN'S
      * SECTION, SINCE ITS MASTER CHANGES STAND. LNAUDIT ABSORBS EACH
      * SECTION ONCE BY ITS RUN STAMP; THE ARCHIVER CUTS IT OVER.
           OPEN EXTEND FEE-REGISTER.
           IF WS-REGISTER-STATUS = "35"
                OPEN OUTPUT FEE-REGISTER
           END-IF.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE FEE-REGISTER-LINE FROM WS-RUN-HEADER.
           MOVE WS-FEE-MONTH TO RGT-FEE-MONTH.
           WRITE FEE-REGISTER-LINE FROM REGISTER-TITLE-LINE.
           WRITE FEE-REGISTER-LINE FROM REGISTER-COLUMN-HEADING.

           PERFORM LOAD-FEE-SCHEDULE.
           IF WS-FEE-COUNT = 0
                DISPLAY "NO FEE SCHEDULE ON FILE - NOTHING ASSESSED"
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM OPEN-LOAN-HISTORY
                IF WS-LOANHIST-STATUS = "00"
                     PERFORM SWEEP-LOAN-MASTER
                     CLOSE LOAN-HISTORY-FILE
                END-IF
           END-IF.

           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM WRITE-GL-FEED.
           CLOSE FEE-REGISTER.
           CLOSE ERROR-LOG-FILE.
           DISPLAY "FEE ASSESSMENT COMPLETE - CHARGED: "
                WS-FEES-CHARGED "  WAIVED: " WS-FEES-WAIVED
                "  EXCEPTIONS: " WS-EXCEPTION-COUNT.

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

      * THE POSTING-HISTORY FILE IS PERMANENT AND CUMULATIVE. A BRAND
      * NEW SITE HAS NO LOANHIST YET (STATUS 35), SO CREATE AN EMPTY
      * ONE AND REOPEN IT FOR UPDATE. WITHOUT A HISTORY FILE NOTHING
      * IS CHARGED - A MOVEMENT THAT CANNOT BE RECORDED IS NOT MADE.
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

      * AN ENTRY WITH A BAD FEE TYPE OR A NON-NUMERIC AMOUNT COULD
      * CHARGE THE WRONG MONEY TO EVERY ACCOUNT ON THE PRODUCT, SO
      * IT IS LOGGED AND DROPPED RATHER THAN STORED.
       LOAD-FEE-SCHEDULE.
           MOVE 0 TO WS-FEE-COUNT.
           MOVE "N" TO WS-EOF-FEESCHED.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEESCHED-STATUS NOT = "00"
                CONTINUE
           ELSE
                PERFORM UNTIL NO-MORE-FEES
                    READ FEE-SCHEDULE-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-FEESCHED
                         NOT AT END
                              PERFORM STORE-ONE-FEE
                    END-READ
                END-PERFORM
                CLOSE FEE-SCHEDULE-FILE
           END-IF.

       STORE-ONE-FEE.
           IF WS-FEE-COUNT >= 100
                MOVE FEE-SCHEDULE-RECORD TO EL-INPUT-VALUE
                MOVE "FEE TABLE FULL" TO EL-ERROR-TEXT
                PERFORM LOG-ERROR-ENTRY
           ELSE
           IF NOT FS-FEE-TYPE-VALID OR
              FS-FEE-AMOUNT NOT IS NUMERIC OR
              FS-MIN-BALANCE NOT IS NUMERIC OR
              FS-WAIVE-BALANCE NOT IS NUMERIC
                MOVE FEE-SCHEDULE-RECORD TO EL-INPUT-VALUE
                MOVE "INVALID FEE ENTRY" TO EL-ERROR-TEXT
                PERFORM LOG-ERROR-ENTRY
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                ADD 1 TO WS-FEE-COUNT
                MOVE FS-PRODUCT-CODE TO FST-PRODUCT-CODE (WS-FEE-COUNT)
                MOVE FS-FEE-TYPE TO FST-FEE-TYPE (WS-FEE-COUNT)
                MOVE FS-FEE-AMOUNT TO FST-FEE-AMOUNT (WS-FEE-COUNT)
                MOVE FS-MIN-BALANCE TO FST-MIN-BALANCE (WS-FEE-COUNT)
                MOVE FS-WAIVE-BALANCE TO
                     FST-WAIVE-BALANCE (WS-FEE-COUNT)
                MOVE FS-WAIVE-CONTRIB TO
                     FST-WAIVE-CONTRIB (WS-FEE-COUNT)
           END-IF
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
                              PERFORM CHECK-ONE-ACCOUNT
                    END-READ
                END-PERFORM
                CLOSE LOAN-ACCOUNT-MASTER
           END-IF.

      * AN ACCOUNT WHOSE PRODUCT HAS NO FEES ON THE SCHEDULE IS NOT
      * TOUCHED. ONE ALREADY STAMPED FOR THE MONTH WAS CHARGED BY AN
      * EARLIER RUN AND IS PASSED OVER QUIETLY.
       CHECK-ONE-ACCOUNT.
           MOVE 0 TO WS-FEES-FOR-PRODUCT.
           PERFORM COUNT-ONE-PRODUCT-FEE
                VARYING WS-FS-SUB FROM 1 BY 1
                     UNTIL WS-FS-SUB > WS-FEE-COUNT.
           IF WS-FEES-FOR-PRODUCT = 0
                CONTINUE
           ELSE
           IF LOAN-STATUS-CLOSED
                MOVE "ACCOUNT CLOSED" TO WS-EXCEPTION-REASON
                PERFORM WRITE-REGISTER-EXCEPTION
           ELSE
           IF LOAN-FEE-MONTH IS NUMERIC AND
              LOAN-FEE-MONTH = WS-FEE-MONTH
                ADD 1 TO WS-ALREADY-ASSESSED
           ELSE
                PERFORM ASSESS-ONE-ACCOUNT
           END-IF
           END-IF
           END-IF.

       COUNT-ONE-PRODUCT-FEE.
           IF FST-PRODUCT-CODE (WS-FS-SUB) = LOAN-PRODUCT-CODE
                ADD 1 TO WS-FEES-FOR-PRODUCT
           END-IF.

      * THE FEES ARE TAKEN IN SCHEDULE ORDER, EACH AGAINST THE BALANCE
      * THE ONE BEFORE IT LEFT. THE MONTH STAMP GOES ON EVEN WHEN
      * EVERY FEE WAS WAIVED OR REFUSED - THE ACCOUNT HAS BEEN
      * ASSESSED, AND A REFUSED FEE IS NOT RETRIED BEHIND THE
      * REGISTER'S BACK.
      *
      * NOTHING IS CHARGED UNTIL IT HAS LANDED: THE ACCOUNT'S FEES GO
      * TO LOANHIST AS ONE MOVEMENT, THEN THE MASTER IS REWRITTEN,
      * AND ONLY THEN DO THE FEES REACH THE REGISTER AND THE TOTALS
      * THE GL FEED IS BUILT FROM. IF HISTORY CANNOT BE WRITTEN THE
      * MASTER IS LEFT ALONE (UNSTAMPED, SO A RERUN TRIES AGAIN); IF
      * THE MASTER CANNOT BE REWRITTEN THE HISTORY IS BACKED OUT.
      * EITHER WAY THE ACCOUNT IS LISTED AS AN EXCEPTION.
       ASSESS-ONE-ACCOUNT.
           MOVE LOAN-PRINCIPAL TO WS-OLD-PRINCIPAL.
           MOVE 0 TO WS-ACCOUNT-FEES.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE SPACES TO WS-CHARGE-FAILURE.
           PERFORM ASSESS-ONE-FEE
                VARYING WS-FS-SUB FROM 1 BY 1
                     UNTIL WS-FS-SUB > WS-FEE-COUNT.
           IF WS-ACCOUNT-FEES > 0
                COMPUTE WS-HIST-MOVEMENT = 0 - WS-ACCOUNT-FEES
                PERFORM WRITE-FEE-HISTORY
           END-IF.
           IF WS-CHARGE-FAILURE = SPACES
                MOVE WS-FEE-MONTH TO LOAN-FEE-MONTH
                REWRITE LOAN-ACCOUNT-RECORD
                     INVALID KEY
                          DISPLAY "FEE REWRITE FAILED FOR ACCOUNT "
                               LOAN-ACCT-NUMBER " - STATUS "
                               WS-LOAN-STATUS
                          MOVE "MASTER NOT UPDATED" TO
                               WS-CHARGE-FAILURE
                          IF WS-RUN-SEVERITY < 8
                               MOVE 8 TO WS-RUN-SEVERITY
                          END-IF
                END-REWRITE
                IF WS-CHARGE-FAILURE NOT = SPACES AND
                   WS-ACCOUNT-FEES > 0
                     PERFORM BACK-OUT-FEE-HISTORY
                END-IF
           END-IF.
           IF WS-CHARGE-FAILURE = SPACES
                ADD 1 TO WS-ACCOUNTS-ASSESSED
           END-IF.
           PERFORM RECORD-ONE-PENDING-FEE
                VARYING WS-PF-SUB FROM 1 BY 1
                     UNTIL WS-PF-SUB > WS-PENDING-COUNT.
           IF WS-CHARGE-FAILURE NOT = SPACES
                MOVE WS-CHARGE-FAILURE TO WS-EXCEPTION-REASON
                PERFORM WRITE-REGISTER-EXCEPTION
                MOVE LOAN-ACCT-NUMBER TO EL-INPUT-VALUE
                MOVE WS-EXCEPTION-REASON TO EL-ERROR-TEXT
                PERFORM LOG-ERROR-ENTRY
           END-IF.

       ASSESS-ONE-FEE.
           IF FST-PRODUCT-CODE (WS-FS-SUB) = LOAN-PRODUCT-CODE
                PERFORM DECIDE-FEE-APPLIES
                IF FEE-APPLIES
                     IF FEE-WAIVED
                          MOVE "W" TO WS-PF-ACTION
                          PERFORM HOLD-ONE-FEE
                     ELSE
                     IF LOAN-PRINCIPAL < FST-FEE-AMOUNT (WS-FS-SUB)
                          MOVE "BALANCE BELOW FEE" TO
                               WS-EXCEPTION-REASON
                          PERFORM WRITE-REGISTER-EXCEPTION
                          MOVE LOAN-ACCT-NUMBER TO EL-INPUT-VALUE
                          MOVE WS-EXCEPTION-REASON TO EL-ERROR-TEXT
                          PERFORM LOG-ERROR-ENTRY
                          IF WS-RUN-SEVERITY < 4
                               MOVE 4 TO WS-RUN-SEVERITY
                          END-IF
                     ELSE
                          PERFORM CHARGE-ONE-FEE
                     END-IF
                     END-IF
                END-IF
           END-IF.

      * A BELOW-MINIMUM FEE APPLIES ONLY UNDER ITS THRESHOLD; A
      * MAINTENANCE FEE ALWAYS APPLIES. EITHER IS THEN WAIVED BY THE
      * ENTRY'S WAIVER CONDITIONS.
       DECIDE-FEE-APPLIES.
           MOVE "Y" TO WS-FEE-APPLIES.
           MOVE "N" TO WS-FEE-WAIVED.
           IF FST-FEE-TYPE (WS-FS-SUB) = "B" AND
              LOAN-PRINCIPAL NOT < FST-MIN-BALANCE (WS-FS-SUB)
                MOVE "N" TO WS-FEE-APPLIES
           END-IF.
           IF FST-WAIVE-BALANCE (WS-FS-SUB) > 0 AND
              LOAN-PRINCIPAL NOT < FST-WAIVE-BALANCE (WS-FS-SUB)
                MOVE "Y" TO WS-FEE-WAIVED
           END-IF.
           IF FST-WAIVE-CONTRIB (WS-FS-SUB) = "Y" AND
              LOAN-CONTRIB-AMOUNT IS NUMERIC AND
              LOAN-CONTRIB-AMOUNT > 0
                MOVE "Y" TO WS-FEE-WAIVED
           END-IF.

      * THE FEE COMES OFF THE BALANCE IN HAND, SO THE NEXT FEE IS
      * JUDGED AGAINST WHAT THIS ONE LEFT.
       CHARGE-ONE-FEE.
           SUBTRACT FST-FEE-AMOUNT (WS-FS-SUB) FROM LOAN-PRINCIPAL.
           ADD FST-FEE-AMOUNT (WS-FS-SUB) TO WS-ACCOUNT-FEES.
           MOVE "A" TO WS-PF-ACTION.
           PERFORM HOLD-ONE-FEE.

       HOLD-ONE-FEE.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE WS-FS-SUB TO PF-FEE-SUB (WS-PENDING-COUNT).
           MOVE WS-PF-ACTION TO PF-ACTION (WS-PENDING-COUNT).
           MOVE LOAN-PRINCIPAL TO PF-BALANCE (WS-PENDING-COUNT).

      * A WAIVER IS LISTED WHATEVER HAPPENED; A CHARGE ONLY IF THE
      * ACCOUNT'S FEES LANDED.
       RECORD-ONE-PENDING-FEE.
           MOVE PF-FEE-SUB (WS-PF-SUB) TO WS-FS-SUB.
           IF PF-ACTION (WS-PF-SUB) = "W"
                ADD 1 TO WS-FEES-WAIVED
                MOVE "WAIVED  " TO FRD-ACTION
                PERFORM WRITE-REGISTER-DETAIL
           ELSE
           IF WS-CHARGE-FAILURE = SPACES
                IF FST-FEE-TYPE (WS-FS-SUB) = "M"
                     ADD FST-FEE-AMOUNT (WS-FS-SUB) TO
                          WS-MAINTENANCE-TOTAL
                ELSE
                     ADD FST-FEE-AMOUNT (WS-FS-SUB) TO
                          WS-BELOW-MINIMUM-TOTAL
                END-IF
                ADD FST-FEE-AMOUNT (WS-FS-SUB) TO WS-FEE-TOTAL
                ADD 1 TO WS-FEES-CHARGED
                MOVE "CHARGED " TO FRD-ACTION
                PERFORM WRITE-REGISTER-DETAIL
           END-IF
           END-IF.

       WRITE-REGISTER-DETAIL.
           MOVE LOAN-ACCT-NUMBER TO FRD-ACCT-NUMBER.
           MOVE LOAN-PRODUCT-CODE TO FRD-PRODUCT-CODE.
           IF FST-FEE-TYPE (WS-FS-SUB) = "M"
                MOVE "MAINTENANCE  " TO FRD-FEE-NAME
           ELSE
                MOVE "BELOW MINIMUM" TO FRD-FEE-NAME
           END-IF.
           MOVE FST-FEE-AMOUNT (WS-FS-SUB) TO FRD-AMOUNT.
           MOVE PF-BALANCE (WS-PF-SUB) TO FRD-BALANCE.
           WRITE FEE-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

      * ONE HISTORY RECORD PER ACCOUNT PER DAY, CARRYING ALL OF THE
      * ACCOUNT'S FEES. WHEN ANOTHER RUN HAS ALREADY WRITTEN TODAY'S
      * RECORD FOR THE ACCOUNT THE FEES ARE FOLDED INTO IT, DEPOSITS
      * AND CLOSING BALANCE, RATHER THAN LOST ON A DUPLICATE KEY.
       WRITE-FEE-HISTORY.
           MOVE "Y" TO WS-HIST-ADDED.
           MOVE LOAN-ACCT-NUMBER TO LH-ACCT-NUMBER.
           MOVE RH-RUN-DATE TO LH-POSTING-DATE.
           MOVE WS-OLD-PRINCIPAL TO LH-OPENING-BALANCE.
           MOVE WS-HIST-MOVEMENT TO LH-DEPOSITS-POSTED.
           MOVE 0 TO LH-INTEREST-POSTED.
           MOVE LOAN-PRINCIPAL TO LH-CLOSING-BALANCE.
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
                     MOVE "HISTORY NOT WRITTEN" TO WS-CHARGE-FAILURE
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
                               MOVE "HISTORY NOT WRITTEN" TO
                                    WS-CHARGE-FAILURE
                               IF WS-RUN-SEVERITY < 8
                                    MOVE 8 TO WS-RUN-SEVERITY
                               END-IF
                     END-REWRITE
           END-READ.

      * THE MASTER NEVER TOOK THE FEES, SO NEITHER MAY HISTORY: A
      * RECORD THIS RUN ADDED IS DELETED, A FOLD IS TAKEN BACK OUT.
       BACK-OUT-FEE-HISTORY.
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

      * A CLOSED ACCOUNT ON A FEE-BEARING PRODUCT IS LISTED EVERY
      * MONTH FOR THE RECORD BUT IS NOT A FAULT; ONLY A FEE REFUSED
      * FOR WANT OF BALANCE RAISES THE RUN'S SEVERITY.
       WRITE-REGISTER-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE LOAN-ACCT-NUMBER TO FRX-ACCT-NUMBER.
           MOVE WS-EXCEPTION-REASON TO FRX-REASON.
           WRITE FEE-REGISTER-LINE FROM REGISTER-EXCEPTION-LINE.

      * THE "NET MOVEMENT" LINE IS THE PRINCIPAL THE RUN TOOK OFF THE
      * MASTER - LNAUDIT READS IT BY ITS LABEL.
       WRITE-REGISTER-TOTALS.
           WRITE FEE-REGISTER-LINE FROM SPACES.
           MOVE "ACCOUNTS READ     " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-READ TO TOT-COUNT.
           WRITE FEE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ACCOUNTS ASSESSED " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-ASSESSED TO TOT-COUNT.
           WRITE FEE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ALREADY ASSESSED  " TO TOT-LABEL.
           MOVE WS-ALREADY-ASSESSED TO TOT-COUNT.
           WRITE FEE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "FEES CHARGED      " TO TOT-LABEL.
           MOVE WS-FEES-CHARGED TO TOT-COUNT.
           WRITE FEE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "FEES WAIVED       " TO TOT-LABEL.
           MOVE WS-FEES-WAIVED TO TOT-COUNT.
           WRITE FEE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "EXCEPTIONS        " TO TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
           WRITE FEE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "MAINTENANCE FEES  " TO TOT-AMOUNT-LABEL.
           MOVE WS-MAINTENANCE-TOTAL TO TOT-AMOUNT.
           WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           MOVE "BELOW-MINIMUM FEES" TO TOT-AMOUNT-LABEL.
           MOVE WS-BELOW-MINIMUM-TOTAL TO TOT-AMOUNT.
           WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           MOVE "TOTAL FEES        " TO TOT-AMOUNT-LABEL.
           MOVE WS-FEE-TOTAL TO TOT-AMOUNT.
           WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           COMPUTE WS-NET-MOVEMENT = 0 - WS-FEE-TOTAL.
           MOVE "NET MOVEMENT      " TO TOT-AMOUNT-LABEL.
           MOVE WS-NET-MOVEMENT TO TOT-AMOUNT.
           WRITE FEE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.

      * THE FEED IS REWRITTEN WHOLE, CARRYING FORWARD WHATEVER AN
      * EARLIER RUN TODAY ALREADY PUT ON IT. A FEED LEFT FROM AN
      * EARLIER DATE WAS POSTED ON ITS OWN DAY AND IS DROPPED.
       WRITE-GL-FEED.
           MOVE "N" TO WS-EOF-FEED.
           OPEN INPUT FEE-GL-FEED.
           IF WS-FEEGLFD-STATUS = "00"
                PERFORM UNTIL NO-MORE-FEED
                    READ FEE-GL-FEED
                         AT END
                              MOVE "Y" TO WS-EOF-FEED
                         NOT AT END
                              PERFORM CARRY-ONE-FEED-RECORD
                    END-READ
                END-PERFORM
                CLOSE FEE-GL-FEED
           END-IF.
           OPEN OUTPUT FEE-GL-FEED.
           MOVE RH-RUN-DATE TO FGF-BUSINESS-DATE.
           MOVE "M" TO FGF-FEE-TYPE.
           COMPUTE FGF-AMOUNT =
                WS-FEED-MAINTENANCE + WS-MAINTENANCE-TOTAL.
           WRITE FEE-GL-RECORD.
           MOVE "B" TO FGF-FEE-TYPE.
           COMPUTE FGF-AMOUNT =
                WS-FEED-BELOW-MINIMUM + WS-BELOW-MINIMUM-TOTAL.
           WRITE FEE-GL-RECORD.
           CLOSE FEE-GL-FEED.

       CARRY-ONE-FEED-RECORD.
           IF FGF-BUSINESS-DATE = RH-RUN-DATE AND
              FGF-AMOUNT IS NUMERIC
                IF FGF-FEE-TYPE = "M"
                     ADD FGF-AMOUNT TO WS-FEED-MAINTENANCE
                ELSE
                     ADD FGF-AMOUNT TO WS-FEED-BELOW-MINIMUM
                END-IF
           END-IF.

       LOG-ERROR-ENTRY.
           MOVE "LNFEE" TO EL-PROGRAM-NAME.
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
           MOVE "LNFEE" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-ACCOUNTS-READ TO RST-RECORDS-READ.
           MOVE WS-FEES-CHARGED TO RST-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM LNFEE.
