      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNACCR.

      * DAILY INTEREST ACCRUAL. CMPINT01 ONLY RECOGNIZES INTEREST WHEN
      * A POSTING RUN REWRITES THE BALANCE; THIS RUN RECOGNIZES IT AS
      * IT IS EARNED, SO FINANCE HAS AN ACCRUED-INTEREST FIGURE ON
      * EVERY BUSINESS DATE.
      *
      * ACCRUAL MODE (NO PARM) SWEEPS THE LOAN-ACCOUNT-MASTER AND, FOR
      * EVERY ACCOUNT THAT EARNS (DORMANT AND CLOSED ACCOUNTS DO NOT,
      * AS IN CMPINT01), ACCRUES THE INTEREST ON LOAN-PRINCIPAL FOR
      * THE DAYS SINCE ITS LAST ACCRUAL ON A 360-DAY YEAR - CMPINT01'S
      * DAILY BASIS. THE RATE IS THE ACCOUNT'S OWN LOAN-RATE, OR THE
      * RATECHG REPRICING THE NEXT POSTING RUN WILL OPEN WITH (PERIOD
      * 1); A TIERED PRODUCT ACCRUES ACROSS ITS RATETIER BANDS ALONE,
      * EXACTLY AS CMPINT01 PRICES IT. EACH ACCOUNT'S ACCRUED-TO-DATE
      * IS KEPT ON THE ACCRUAL FILE (ACCRFILE), THE NIGHT'S FIGURES ARE
      * PRINTED ON THE ACCRUAL REGISTER (ACCRRPT), AND THE NIGHT'S
      * TOTAL GOES TO THE GL FEED (ACCRGLFD) THAT GLEXTR POSTS DR
      * INTEREST EXPENSE / CR ACCRUED INTEREST PAYABLE. A CLOSED OR
      * DORMANT ACCOUNT STILL CARRYING AN ACCRUED-TO-DATE WILL NEVER
      * REACH A POSTREG TO BE TRUED UP, SO THE SWEEP REVERSES THAT
      * FIGURE: IT IS LISTED ON THE REGISTER, CLEARED ON ACCRFILE AND
      * NETTED OUT OF THE NIGHT'S ACCRUAL ON THE FEED.
      *
      * TRUE-UP MODE (PARM "TRUEUP") RUNS AFTER A CMPINT01 POSTING
      * RUN. IT READS THAT RUN'S POSTING REGISTER (POSTREG) AND, FOR
      * EACH ACCOUNT POSTED, SETS THE INTEREST ACTUALLY POSTED AGAINST
      * WHAT WAS ACCRUED FOR IT. THE DIFFERENCE IS PRINTED PER ACCOUNT
      * ON THE TRUE-UP REGISTER (TRUPRPT) AND GOES TO THE SAME GL FEED
      * AS A TRUE-UP ENTRY, SO THE LEDGER ENDS UP CARRYING WHAT WAS
      * POSTED; THE ACCOUNT'S ACCRUED-TO-DATE THEN STARTS AGAIN FROM
      * ZERO. THE POSTING DATE'S OWN ACCRUAL BELONGS TO THE PERIOD
      * JUST POSTED, SO ON A POSTING DAY THE ACCRUAL RUN GOES FIRST.
      *
      * EITHER MODE CAN BE RERUN FOR THE SAME DATE: THE ACCRUAL BACKS
      * OUT ITS EARLIER FIGURE AND TAKES IT AGAIN, THE TRUE-UP
      * REPRODUCES ITS EARLIER LINE, AND THE FEED IS REWRITTEN WHOLE.

      * PARM: BLANK FOR THE NIGHTLY ACCRUAL, "TRUEUP" AFTER A POSTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-ACCOUNT-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-ACCT-NUMBER
               FILE STATUS IS WS-ACCRFILE-STATUS.

           SELECT RATE-CHANGE-FILE ASSIGN TO "RATECHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECHG-STATUS.

           SELECT RATE-TIER-FILE ASSIGN TO "RATETIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETIER-STATUS.

           SELECT POSTING-REGISTER-IN ASSIGN TO "POSTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTREG-STATUS.

           SELECT ACCRUAL-REGISTER ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRUEUP-REGISTER ASSIGN TO "TRUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ACCRUAL-GL-FEED ASSIGN TO "ACCRGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRGLFD-STATUS.

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

       FD  ACCRUAL-FILE.
       COPY ACCRREC.

      * SAME LAYOUT CMPINT01 READS.
       FD  RATE-CHANGE-FILE.
       01  RATE-CHANGE-RECORD.
           05 RC-ACCT-NUMBER                   PIC 9(7).
           05 RC-NEW-RATE                      PIC 99V9.
           05 RC-EFFECTIVE-PERIOD              PIC 999.

      * SAME LAYOUT CMPINT01 READS - ASCENDING FLOOR ORDER WITHIN
      * EACH PRODUCT.
       FD  RATE-TIER-FILE.
       01  RATE-TIER-RECORD.
           05 RT-PRODUCT-CODE                  PIC XX.
           05 RT-BAND-FLOOR                    PIC 9(9)V99.
           05 RT-RATE                          PIC 99V9.

       FD  POSTING-REGISTER-IN.
       01  POSTING-LINE-IN                     PIC X(100).

       FD  ACCRUAL-REGISTER.
       01  ACCRUAL-REGISTER-LINE               PIC X(100).

       FD  TRUEUP-REGISTER.
       01  TRUEUP-REGISTER-LINE                PIC X(100).

      * ONE RECORD PER ENTRY TYPE, DATED WITH THE BUSINESS DATE -
      * GLEXTR POSTS ONLY A FEED WRITTEN FOR ITS OWN DATE.
       FD  ACCRUAL-GL-FEED.
       01  ACCRUAL-GL-RECORD.
           05 AGF-BUSINESS-DATE                PIC 9(8).
           05 AGF-ENTRY-TYPE                   PIC X.
              88 AGF-DAILY-ACCRUAL             VALUE "A".
              88 AGF-POSTING-TRUEUP            VALUE "T".
           05 AGF-AMOUNT                       PIC S9(11)V99
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
       77  WS-ACCRFILE-STATUS           PIC XX.
       77  WS-RATECHG-STATUS            PIC XX.
       77  WS-RATETIER-STATUS           PIC XX.
       77  WS-POSTREG-STATUS            PIC XX.
       77  WS-REGISTER-STATUS           PIC XX.
       77  WS-ACCRGLFD-STATUS           PIC XX.
       77  WS-ERROR-LOG-STATUS          PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-RUN-MODE                  PIC X VALUE "A".
           88 ACCRUAL-MODE              VALUE "A".
           88 TRUEUP-MODE               VALUE "T".
       77  WS-EOF                       PIC X VALUE "N".
           88 NO-MORE-RECORDS           VALUE "Y".
       77  WS-RATE-CHANGE-COUNT         PIC 999 VALUE 0.
       77  WS-RC-SUB                    PIC 999.
       77  WS-RATE-TIER-COUNT           PIC 999 VALUE 0.
       77  WS-RT-SUB                    PIC 999.
       77  WS-RT-SCAN                   PIC 999.
       77  WS-TIER-CAPPED               PIC X.
       77  WS-ACTIVE-TIERED             PIC X VALUE "N".
           88 TIERED-ACCOUNT            VALUE "Y".
       77  WS-NEW-ACCRUAL               PIC X VALUE "N".
           88 NEW-ACCRUAL-RECORD        VALUE "Y".
       77  WS-ACCRUAL-WANTED            PIC X VALUE "Y".
           88 ACCRUAL-WANTED            VALUE "Y".
       77  WS-ACCRUAL-RATE              PIC 99V9.
       77  WS-ACCRUAL-DAYS              PIC 999.
       77  WS-DAY-INTEGER               PIC S9(9).
       77  WS-BAND-CEILING              PIC S9(9)V99.
       77  WS-BAND-PORTION              PIC S9(9)V99.
       77  WS-ACCRUAL-WORK              PIC S9(9)V9(6).
       77  WS-ACCRUAL-AMOUNT            PIC S9(7)V99.
       77  WS-POSTED-INTEREST           PIC S9(9)V99.
       77  WS-TRUEUP-AMOUNT             PIC S9(9)V99.
       77  WS-POSTING-DATE              PIC 9(8) VALUE 0.
       77  WS-TOTALS-SEEN               PIC X VALUE "N".
           88 POSTING-TOTALS-SEEN       VALUE "Y".
       77  WS-ACCOUNTS-READ             PIC 9(7) VALUE 0.
       77  WS-ACCOUNTS-ACCRUED          PIC 9(7) VALUE 0.
       77  WS-ACCOUNTS-REACCRUED        PIC 9(7) VALUE 0.
       77  WS-ACCOUNTS-SKIPPED          PIC 9(7) VALUE 0.
       77  WS-ACCOUNTS-REVERSED         PIC 9(7) VALUE 0.
       77  WS-REVERSED-TOTAL            PIC S9(11)V99 VALUE 0.
       77  WS-REVERSAL-AMOUNT           PIC S9(9)V99.
       77  WS-BACKED-OUT                PIC X.
           88 SAME-DAY-BACKED-OUT       VALUE "Y".
       77  WS-ACCOUNTS-TRUED            PIC 9(7) VALUE 0.
       77  WS-ACCOUNTS-RETRUED          PIC 9(7) VALUE 0.
       77  WS-EXCEPTION-COUNT           PIC 9(7) VALUE 0.
       77  WS-ACCRUAL-TOTAL             PIC S9(11)V99 VALUE 0.
       77  WS-TO-DATE-TOTAL             PIC S9(11)V99 VALUE 0.
       77  WS-TRUEUP-ACCRUED-TOTAL      PIC S9(11)V99 VALUE 0.
       77  WS-TRUEUP-POSTED-TOTAL       PIC S9(11)V99 VALUE 0.
       77  WS-TRUEUP-TOTAL              PIC S9(11)V99 VALUE 0.
      * WHAT AN EARLIER RUN TODAY PUT ON THE FEED FOR THE OTHER ENTRY
      * TYPE - CARRIED FORWARD WHEN THIS RUN REWRITES THE FEED.
       77  WS-FEED-ACCRUAL              PIC S9(11)V99 VALUE 0.
       77  WS-FEED-TRUEUP               PIC S9(11)V99 VALUE 0.

       01  RATE-CHANGE-TABLE.
           05 RATE-CHANGE-ENTRY OCCURS 200 TIMES.
              10 RCT-ACCT-NUMBER               PIC 9(7).
              10 RCT-NEW-RATE                  PIC 99V9.
              10 RCT-EFFECTIVE-PERIOD          PIC 999.

       01  RATE-TIER-TABLE.
           05 RATE-TIER-ENTRY OCCURS 50 TIMES.
              10 RTT-PRODUCT-CODE              PIC XX.
              10 RTT-BAND-FLOOR                PIC 9(9)V99.
              10 RTT-RATE                      PIC 99V9.

      * MIRRORS POSTING-DETAIL-LINE IN CMPINT01, THE WAY ITS OWN
      * REVERSAL MODE READS THE REGISTER BACK. THE INTEREST COLUMN IS
      * THE GROSS INTEREST POSTED, BEFORE ANY WITHHOLDING.
       01  POSTING-DETAIL-IN.
           05 PDI-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3).
           05 PDI-OPENING                      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(3).
           05 PDI-DEPOSITS                     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(3).
           05 PDI-INTEREST                     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(3).
           05 PDI-WITHHELD                     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(3).
           05 PDI-CLOSING                      PIC ZZZ,ZZZ,ZZ9.99-.

       01  ACCRUAL-TITLE-LINE.
           05 FILLER                    PIC X(26)
                 VALUE "DAILY INTEREST ACCRUAL -  ".
           05 ATL-DATE                  PIC 9(8).

       01  ACCRUAL-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE "ACCOUNT  ".
           05 FILLER                  PIC X(9)  VALUE "PRODUCT  ".
           05 FILLER                  PIC X(7)  VALUE "RATE   ".
           05 FILLER                  PIC X(6)  VALUE "DAYS  ".
           05 FILLER                  PIC X(17)
                 VALUE "BALANCE          ".
           05 FILLER                  PIC X(14)
                 VALUE "ACCRUED TODAY ".
           05 FILLER                  PIC X(16)
                 VALUE "ACCRUED TO DATE".

       01  ACCRUAL-DETAIL-LINE.
           05 ACD-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 ACD-PRODUCT-CODE                 PIC XX.
           05 FILLER                           PIC X(7) VALUE SPACES.
           05 ACD-RATE                         PIC X(4).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 ACD-DAYS                         PIC ZZ9.
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 ACD-BALANCE                      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 ACD-ACCRUED-TODAY                PIC ZZ,ZZ9.99-.
           05 FILLER                           PIC X(4) VALUE SPACES.
           05 ACD-ACCRUED-TO-DATE              PIC ZZZ,ZZZ,ZZ9.99-.

       01  ACCRUAL-RATE-EDIT                   PIC Z9.9.

       01  TRUEUP-TITLE-LINE.
           05 FILLER                    PIC X(36)
                 VALUE "ACCRUAL TRUE-UP FOR POSTING DATE -  ".
           05 TTL-DATE                  PIC 9(8).

       01  TRUEUP-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE "ACCOUNT  ".
           05 FILLER                  PIC X(7)  VALUE "  DAYS ".
           05 FILLER                  PIC X(18)
                 VALUE "  INTEREST ACCRUED".
           05 FILLER                  PIC X(18)
                 VALUE "   INTEREST POSTED".
           05 FILLER                  PIC X(18)
                 VALUE "           TRUE-UP".

       01  TRUEUP-DETAIL-LINE.
           05 TUD-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 TUD-DAYS                         PIC ZZZZ9.
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 TUD-ACCRUED                      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 TUD-POSTED                       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 TUD-TRUEUP                       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X VALUE SPACE.
           05 TUD-RERUN-FLAG                   PIC X(6).

       01  REGISTER-EXCEPTION-LINE.
           05 RGX-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 FILLER                           PIC X(14)
                 VALUE "EXCEPTION   - ".
           05 RGX-REASON                       PIC X(20).

       01  REGISTER-TOTAL-LINE.
           05 TOT-LABEL                        PIC X(18).
           05 TOT-COUNT                        PIC ZZZZZZ9.

       01  REGISTER-AMOUNT-LINE.
           05 TOT-AMOUNT-LABEL                 PIC X(18).
           05 TOT-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM STAMP-RUN-HEADER.
           MOVE SPACES TO WS-PARM-FIELD.
           ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
           IF WS-PARM-FIELD(1:6) = "TRUEUP"
                MOVE "T" TO WS-RUN-MODE
           END-IF.

           OPEN EXTEND ERROR-LOG-FILE.
           PERFORM OPEN-ACCRUAL-FILE.
           IF WS-ACCRFILE-STATUS = "00"
                IF TRUEUP-MODE
                     PERFORM TRUE-UP-POSTING-RUN
                ELSE
                     PERFORM ACCRUE-THE-DAY
                END-IF
                CLOSE ACCRUAL-FILE
                PERFORM WRITE-GL-FEED
           END-IF.
           CLOSE ERROR-LOG-FILE.

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

      * THE ACCRUAL FILE IS PERMANENT AND CUMULATIVE. A BRAND NEW
      * SITE HAS NO ACCRFILE YET (STATUS 35), SO CREATE AN EMPTY ONE
      * AND REOPEN IT FOR UPDATE, THE WAY CMPINT01 CREATES LOANHIST.
      * WITHOUT IT NOTHING IS ACCRUED - AN ACCRUAL THAT CANNOT BE
      * CARRIED FORWARD WOULD BE POSTED TO THE LEDGER AND THEN LOST.
       OPEN-ACCRUAL-FILE.
           OPEN I-O ACCRUAL-FILE.
           IF WS-ACCRFILE-STATUS = "35"
                OPEN OUTPUT ACCRUAL-FILE
                CLOSE ACCRUAL-FILE
                OPEN I-O ACCRUAL-FILE
           END-IF.
           IF WS-ACCRFILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN ACCRUAL-FILE - STATUS "
                     WS-ACCRFILE-STATUS "  NOTHING ACCRUED"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      ******************************************************************
      * ACCRUAL MODE
      ******************************************************************
       ACCRUE-THE-DAY.
           OPEN OUTPUT ACCRUAL-REGISTER.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-RUN-HEADER.
           MOVE RH-RUN-DATE TO ATL-DATE.
           WRITE ACCRUAL-REGISTER-LINE FROM ACCRUAL-TITLE-LINE.
           WRITE ACCRUAL-REGISTER-LINE FROM ACCRUAL-COLUMN-HEADING.
           PERFORM LOAD-RATE-CHANGES.
           PERFORM LOAD-RATE-TIERS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LOAN-ACCOUNT-MASTER.
           IF WS-LOAN-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN LOAN-ACCOUNT-"
                     "MASTER - STATUS " WS-LOAN-STATUS
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM UNTIL NO-MORE-RECORDS
                    READ LOAN-ACCOUNT-MASTER NEXT RECORD
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              ADD 1 TO WS-ACCOUNTS-READ
                              IF LOAN-STATUS-DORMANT OR
                                 LOAN-STATUS-CLOSED
                                   ADD 1 TO WS-ACCOUNTS-SKIPPED
                                   PERFORM REVERSE-ONE-ACCOUNT
                              ELSE
                                   PERFORM ACCRUE-ONE-ACCOUNT
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE LOAN-ACCOUNT-MASTER
           END-IF.
           PERFORM WRITE-ACCRUAL-TOTALS.
           CLOSE ACCRUAL-REGISTER.
           DISPLAY "ACCRUAL COMPLETE - ACCOUNTS ACCRUED: "
                WS-ACCOUNTS-ACCRUED "  ACCRUED TODAY: "
                WS-ACCRUAL-TOTAL.

      * RATECHG AND RATETIER ARE OPTIONAL, AS THEY ARE TO CMPINT01 -
      * WITHOUT THEM EVERY ACCOUNT ACCRUES AT ITS FLAT LOAN-RATE.
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
           ELSE
                ADD 1 TO WS-RATE-CHANGE-COUNT
                MOVE RC-ACCT-NUMBER TO
                     RCT-ACCT-NUMBER (WS-RATE-CHANGE-COUNT)
                MOVE RC-NEW-RATE TO
                     RCT-NEW-RATE (WS-RATE-CHANGE-COUNT)
                MOVE RC-EFFECTIVE-PERIOD TO
                     RCT-EFFECTIVE-PERIOD (WS-RATE-CHANGE-COUNT)
           END-IF.

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

      * A BAND OUT OF ASCENDING-FLOOR ORDER IS DROPPED, AS CMPINT01
      * DROPS IT, SO BOTH PROGRAMS PRICE THE PRODUCT THE SAME WAY.
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
                     MOVE RT-RATE TO RTT-RATE (WS-RATE-TIER-COUNT)
                END-IF
           END-IF.

       CHECK-TIER-ORDER.
           IF RTT-PRODUCT-CODE (WS-RT-SCAN) = RT-PRODUCT-CODE AND
              RTT-BAND-FLOOR (WS-RT-SCAN) >= RT-BAND-FLOOR
                MOVE "Y" TO WS-TIER-CAPPED
           END-IF.

      * AN ACCOUNT ALREADY ACCRUED AND TRUED UP TODAY IS DONE - ITS
      * ACCRUAL WENT INTO THE POSTING JUST TRUED UP - BUT ITS FIGURE
      * STILL BELONGS ON TODAY'S FEED. AN ACCOUNT ALREADY ACCRUED
      * TODAY HAS THAT ACCRUAL BACKED OUT AND TAKEN AGAIN OVER THE
      * SAME DAYS. OTHERWISE THE DAYS RUN FROM THE LAST ACCRUAL; AN
      * ACCOUNT'S FIRST ACCRUAL IS FOR ONE DAY.
       ACCRUE-ONE-ACCOUNT.
           MOVE LOAN-ACCT-NUMBER TO ACR-ACCT-NUMBER.
           MOVE "N" TO WS-NEW-ACCRUAL.
           MOVE "Y" TO WS-ACCRUAL-WANTED.
           READ ACCRUAL-FILE
                INVALID KEY
                     MOVE "Y" TO WS-NEW-ACCRUAL
           END-READ.
           EVALUATE TRUE
                WHEN NEW-ACCRUAL-RECORD
                     INITIALIZE ACCRUAL-RECORD
                     MOVE LOAN-ACCT-NUMBER TO ACR-ACCT-NUMBER
                     MOVE 1 TO WS-ACCRUAL-DAYS
                WHEN ACR-LAST-ACCRUAL-DATE = RH-RUN-DATE AND
                     ACR-LAST-TRUEUP-DATE = RH-RUN-DATE
                     ADD ACR-LAST-ACCRUAL-AMOUNT TO WS-ACCRUAL-TOTAL
                     ADD 1 TO WS-ACCOUNTS-REACCRUED
                     MOVE "N" TO WS-ACCRUAL-WANTED
                WHEN ACR-LAST-ACCRUAL-DATE = RH-RUN-DATE
                     SUBTRACT ACR-LAST-ACCRUAL-AMOUNT FROM
                          ACR-ACCRUED-TO-DATE
                     SUBTRACT ACR-LAST-ACCRUAL-DAYS FROM
                          ACR-DAYS-ACCRUED
                     MOVE ACR-LAST-ACCRUAL-DAYS TO WS-ACCRUAL-DAYS
                     ADD 1 TO WS-ACCOUNTS-REACCRUED
                WHEN ACR-LAST-ACCRUAL-DATE > RH-RUN-DATE
                     MOVE "ACCRUED PAST TODAY" TO EL-ERROR-TEXT
                     PERFORM WRITE-ACCRUAL-EXCEPTION
                     MOVE "N" TO WS-ACCRUAL-WANTED
                WHEN ACR-LAST-ACCRUAL-DATE = 0
                     MOVE 1 TO WS-ACCRUAL-DAYS
                WHEN OTHER
                     COMPUTE WS-DAY-INTEGER =
                          FUNCTION INTEGER-OF-DATE(RH-RUN-DATE) -
                          FUNCTION INTEGER-OF-DATE
                               (ACR-LAST-ACCRUAL-DATE)
                     IF WS-DAY-INTEGER > 999
                          MOVE 999 TO WS-ACCRUAL-DAYS
                     ELSE
                          MOVE WS-DAY-INTEGER TO WS-ACCRUAL-DAYS
                     END-IF
           END-EVALUATE.
           IF ACCRUAL-WANTED
                PERFORM TAKE-ONE-ACCRUAL
           END-IF.

       TAKE-ONE-ACCRUAL.
           PERFORM PRICE-ONE-ACCOUNT.
           PERFORM COMPUTE-ACCRUAL.
           ADD WS-ACCRUAL-AMOUNT TO ACR-ACCRUED-TO-DATE.
           ADD WS-ACCRUAL-DAYS TO ACR-DAYS-ACCRUED.
           MOVE RH-RUN-DATE TO ACR-LAST-ACCRUAL-DATE.
           MOVE WS-ACCRUAL-DAYS TO ACR-LAST-ACCRUAL-DAYS.
           MOVE WS-ACCRUAL-AMOUNT TO ACR-LAST-ACCRUAL-AMOUNT.
           IF TIERED-ACCOUNT
                MOVE 0 TO ACR-LAST-RATE
           ELSE
                MOVE WS-ACCRUAL-RATE TO ACR-LAST-RATE
           END-IF.
           PERFORM SAVE-ACCRUAL-RECORD.
           ADD 1 TO WS-ACCOUNTS-ACCRUED.
           ADD WS-ACCRUAL-AMOUNT TO WS-ACCRUAL-TOTAL.
           ADD ACR-ACCRUED-TO-DATE TO WS-TO-DATE-TOTAL.
           PERFORM WRITE-ACCRUAL-DETAIL.

      * AN ACCOUNT THAT STOPPED EARNING BETWEEN POSTINGS HAS ITS
      * ACCRUED-TO-DATE TAKEN BACK OUT. THE REVERSAL IS KEPT AS THE
      * DAY'S LAST ACCRUAL, NEGATIVE AND FOR NO DAYS, SO A RERUN FOR
      * THE SAME DATE BACKS IT OUT AND TAKES IT AGAIN LIKE ANY OTHER
      * ACCRUAL AND THE FEED STILL CARRIES IT. NO ACCRUAL RECORD, OR
      * NOTHING LEFT ON IT, MEANS NOTHING TO REVERSE - BUT AN ACCRUAL
      * TAKEN EARLIER TODAY, BEFORE THE ACCOUNT STOPPED EARNING, IS
      * OFF TONIGHT'S FEED NOW AND MUST COME OFF ACCRFILE AS WELL.
       REVERSE-ONE-ACCOUNT.
           MOVE LOAN-ACCT-NUMBER TO ACR-ACCT-NUMBER.
           MOVE "N" TO WS-NEW-ACCRUAL.
           MOVE "N" TO WS-BACKED-OUT.
           READ ACCRUAL-FILE
                INVALID KEY
                     MOVE "Y" TO WS-NEW-ACCRUAL
           END-READ.
           IF NOT NEW-ACCRUAL-RECORD
                IF ACR-LAST-ACCRUAL-DATE = RH-RUN-DATE
                     SUBTRACT ACR-LAST-ACCRUAL-AMOUNT FROM
                          ACR-ACCRUED-TO-DATE
                     SUBTRACT ACR-LAST-ACCRUAL-DAYS FROM
                          ACR-DAYS-ACCRUED
                     MOVE 0 TO ACR-LAST-ACCRUAL-AMOUNT
                     MOVE 0 TO ACR-LAST-ACCRUAL-DAYS
                     MOVE "Y" TO WS-BACKED-OUT
                END-IF
                IF ACR-ACCRUED-TO-DATE NOT = 0
                     PERFORM TAKE-ONE-REVERSAL
                ELSE
                IF SAME-DAY-BACKED-OUT
                     REWRITE ACCRUAL-RECORD
                          INVALID KEY
                               MOVE "ACCRUAL REWRITE FAIL"
                                    TO EL-ERROR-TEXT
                               PERFORM WRITE-ACCRUAL-EXCEPTION
                     END-REWRITE
                END-IF
                END-IF
           END-IF.

       TAKE-ONE-REVERSAL.
           MOVE ACR-ACCRUED-TO-DATE TO WS-REVERSAL-AMOUNT.
           COMPUTE ACR-LAST-ACCRUAL-AMOUNT = 0 - WS-REVERSAL-AMOUNT.
           MOVE 0 TO ACR-LAST-ACCRUAL-DAYS.
           MOVE RH-RUN-DATE TO ACR-LAST-ACCRUAL-DATE.
           MOVE 0 TO ACR-ACCRUED-TO-DATE.
           MOVE 0 TO ACR-DAYS-ACCRUED.
           REWRITE ACCRUAL-RECORD
                INVALID KEY
                     MOVE "ACCRUAL REWRITE FAIL" TO EL-ERROR-TEXT
                     PERFORM WRITE-ACCRUAL-EXCEPTION
                NOT INVALID KEY
                     ADD 1 TO WS-ACCOUNTS-REVERSED
                     ADD WS-REVERSAL-AMOUNT TO WS-REVERSED-TOTAL
                     PERFORM WRITE-REVERSAL-DETAIL
           END-REWRITE.

       WRITE-REVERSAL-DETAIL.
           MOVE LOAN-ACCT-NUMBER TO ACD-ACCT-NUMBER.
           MOVE LOAN-PRODUCT-CODE TO ACD-PRODUCT-CODE.
           IF LOAN-STATUS-CLOSED
                MOVE "CLSD" TO ACD-RATE
           ELSE
                MOVE "DORM" TO ACD-RATE
           END-IF.
           MOVE 0 TO ACD-DAYS.
           MOVE LOAN-PRINCIPAL TO ACD-BALANCE.
           MOVE ACR-LAST-ACCRUAL-AMOUNT TO ACD-ACCRUED-TODAY.
           MOVE 0 TO ACD-ACCRUED-TO-DATE.
           WRITE ACCRUAL-REGISTER-LINE FROM ACCRUAL-DETAIL-LINE.

      * A PRODUCT WITH BANDS ON RATETIER PRICES OFF THEM ALONE; ANY
      * OTHER ACCOUNT TAKES ITS LOAN-RATE, OR THE REPRICING CMPINT01
      * WILL APPLY FROM THE FIRST PERIOD OF ITS NEXT POSTING.
       PRICE-ONE-ACCOUNT.
           MOVE "N" TO WS-ACTIVE-TIERED.
           IF LOAN-PRODUCT-CODE NOT = SPACES
                PERFORM LOOK-UP-PRODUCT-TIERS
                     VARYING WS-RT-SUB FROM 1 BY 1
                          UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT
           END-IF.
           MOVE LOAN-RATE TO WS-ACCRUAL-RATE.
           IF NOT TIERED-ACCOUNT
                PERFORM CHECK-ONE-RATE-CHANGE
                     VARYING WS-RC-SUB FROM 1 BY 1
                          UNTIL WS-RC-SUB > WS-RATE-CHANGE-COUNT
           END-IF.

       LOOK-UP-PRODUCT-TIERS.
           IF RTT-PRODUCT-CODE (WS-RT-SUB) = LOAN-PRODUCT-CODE
                MOVE "Y" TO WS-ACTIVE-TIERED
           END-IF.

       CHECK-ONE-RATE-CHANGE.
           IF RCT-ACCT-NUMBER (WS-RC-SUB) = LOAN-ACCT-NUMBER AND
              RCT-EFFECTIVE-PERIOD (WS-RC-SUB) = 1
                MOVE RCT-NEW-RATE (WS-RC-SUB) TO WS-ACCRUAL-RATE
           END-IF.

      * SIMPLE INTEREST ON THE BALANCE FOR THE DAYS ACCRUED, CARRIED
      * UNROUNDED ACROSS THE BANDS AND ROUNDED ONCE TO THE CENT. THE
      * TRUE-UP ABSORBS ROUNDING AND COMPOUNDING AGAINST THE POSTING.
       COMPUTE-ACCRUAL.
           MOVE 0 TO WS-ACCRUAL-WORK.
           IF TIERED-ACCOUNT
                PERFORM ADD-ONE-BAND-ACCRUAL
                     VARYING WS-RT-SUB FROM 1 BY 1
                          UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT
           ELSE
                COMPUTE WS-ACCRUAL-WORK =
                     LOAN-PRINCIPAL * WS-ACCRUAL-RATE *
                     WS-ACCRUAL-DAYS / 36000
           END-IF.
           COMPUTE WS-ACCRUAL-AMOUNT ROUNDED = WS-ACCRUAL-WORK.

       ADD-ONE-BAND-ACCRUAL.
           IF RTT-PRODUCT-CODE (WS-RT-SUB) = LOAN-PRODUCT-CODE AND
              LOAN-PRINCIPAL > RTT-BAND-FLOOR (WS-RT-SUB)
                PERFORM SIZE-ONE-BAND
                COMPUTE WS-ACCRUAL-WORK = WS-ACCRUAL-WORK +
                     WS-BAND-PORTION * RTT-RATE (WS-RT-SUB) *
                     WS-ACCRUAL-DAYS / 36000
           END-IF.

      * THE PORTION OF THE BALANCE IN THIS BAND: FROM ITS FLOOR UP TO
      * THE PRODUCT'S NEXT FLOOR OR THE BALANCE, WHICHEVER IS LOWER.
       SIZE-ONE-BAND.
           MOVE LOAN-PRINCIPAL TO WS-BAND-CEILING.
           MOVE "N" TO WS-TIER-CAPPED.
           PERFORM FIND-BAND-CEILING
                VARYING WS-RT-SCAN FROM 1 BY 1
                     UNTIL WS-RT-SCAN > WS-RATE-TIER-COUNT
                        OR WS-TIER-CAPPED = "Y".
           IF WS-BAND-CEILING > LOAN-PRINCIPAL
                MOVE LOAN-PRINCIPAL TO WS-BAND-CEILING
           END-IF.
           COMPUTE WS-BAND-PORTION =
                WS-BAND-CEILING - RTT-BAND-FLOOR (WS-RT-SUB).

       FIND-BAND-CEILING.
           IF WS-RT-SCAN > WS-RT-SUB AND
              RTT-PRODUCT-CODE (WS-RT-SCAN) = LOAN-PRODUCT-CODE
                MOVE RTT-BAND-FLOOR (WS-RT-SCAN) TO WS-BAND-CEILING
                MOVE "Y" TO WS-TIER-CAPPED
           END-IF.

       SAVE-ACCRUAL-RECORD.
           IF NEW-ACCRUAL-RECORD
                WRITE ACCRUAL-RECORD
                     INVALID KEY
                          MOVE "ACCRUAL WRITE FAIL" TO EL-ERROR-TEXT
                          PERFORM WRITE-ACCRUAL-EXCEPTION
                END-WRITE
           ELSE
                REWRITE ACCRUAL-RECORD
                     INVALID KEY
                          MOVE "ACCRUAL REWRITE FAIL" TO EL-ERROR-TEXT
                          PERFORM WRITE-ACCRUAL-EXCEPTION
                END-REWRITE
           END-IF.

       WRITE-ACCRUAL-DETAIL.
           MOVE LOAN-ACCT-NUMBER TO ACD-ACCT-NUMBER.
           MOVE LOAN-PRODUCT-CODE TO ACD-PRODUCT-CODE.
           IF TIERED-ACCOUNT
                MOVE "TIER" TO ACD-RATE
           ELSE
                MOVE WS-ACCRUAL-RATE TO ACCRUAL-RATE-EDIT
                MOVE ACCRUAL-RATE-EDIT TO ACD-RATE
           END-IF.
           MOVE WS-ACCRUAL-DAYS TO ACD-DAYS.
           MOVE LOAN-PRINCIPAL TO ACD-BALANCE.
           MOVE WS-ACCRUAL-AMOUNT TO ACD-ACCRUED-TODAY.
           MOVE ACR-ACCRUED-TO-DATE TO ACD-ACCRUED-TO-DATE.
           WRITE ACCRUAL-REGISTER-LINE FROM ACCRUAL-DETAIL-LINE.

       WRITE-ACCRUAL-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE LOAN-ACCT-NUMBER TO RGX-ACCT-NUMBER.
           MOVE EL-ERROR-TEXT TO RGX-REASON.
           WRITE ACCRUAL-REGISTER-LINE FROM REGISTER-EXCEPTION-LINE.
           MOVE LOAN-ACCT-NUMBER TO EL-INPUT-VALUE.
           PERFORM LOG-ERROR-ENTRY.
           IF WS-RUN-SEVERITY < 8
                MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

       WRITE-ACCRUAL-TOTALS.
           WRITE ACCRUAL-REGISTER-LINE FROM SPACES.
           MOVE "ACCOUNTS READ     " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-READ TO TOT-COUNT.
           WRITE ACCRUAL-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ACCOUNTS ACCRUED  " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-ACCRUED TO TOT-COUNT.
           WRITE ACCRUAL-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "RERUN TODAY       " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-REACCRUED TO TOT-COUNT.
           WRITE ACCRUAL-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "NOT EARNING       " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-SKIPPED TO TOT-COUNT.
           WRITE ACCRUAL-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ACCRUAL REVERSED  " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-REVERSED TO TOT-COUNT.
           WRITE ACCRUAL-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "EXCEPTIONS        " TO TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
           WRITE ACCRUAL-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ACCRUED TODAY     " TO TOT-AMOUNT-LABEL.
           MOVE WS-ACCRUAL-TOTAL TO TOT-AMOUNT.
           WRITE ACCRUAL-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           MOVE "REVERSED TODAY    " TO TOT-AMOUNT-LABEL.
           MOVE WS-REVERSED-TOTAL TO TOT-AMOUNT.
           WRITE ACCRUAL-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           MOVE "ACCRUED TO DATE   " TO TOT-AMOUNT-LABEL.
           MOVE WS-TO-DATE-TOTAL TO TOT-AMOUNT.
           WRITE ACCRUAL-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.

      ******************************************************************
      * TRUE-UP MODE (PARM "TRUEUP")
      ******************************************************************
      * THE POSTING RUN'S OWN POSTREG IS THE AUTHORITATIVE IMAGE OF
      * WHAT IT POSTED, AS IT IS FOR CMPINT01'S REVERSAL. A REGISTER
      * WITH NO POSTING DATE HEADING CANNOT BE TRUED UP SAFELY, AND
      * ONE WITHOUT ITS GRAND TOTAL LINE IS FROM A RUN THAT NEVER
      * FINISHED - BOTH FAIL THE RUN SO THE POSTING IS LOOKED AT.
       TRUE-UP-POSTING-RUN.
           OPEN OUTPUT TRUEUP-REGISTER.
           WRITE TRUEUP-REGISTER-LINE FROM WS-RUN-HEADER.
           MOVE "N" TO WS-EOF.
           OPEN INPUT POSTING-REGISTER-IN.
           IF WS-POSTREG-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN POSTREG - STATUS "
                     WS-POSTREG-STATUS " - NOTHING TRUED UP"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM UNTIL NO-MORE-RECORDS
                    READ POSTING-REGISTER-IN
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              PERFORM CLASSIFY-REGISTER-LINE
                    END-READ
                END-PERFORM
                CLOSE POSTING-REGISTER-IN
                IF WS-POSTING-DATE = 0
                     DISPLAY "POSTREG HAS NO POSTING DATE HEADING - "
                          "NOTHING TRUED UP"
                     IF WS-RUN-SEVERITY < 8
                          MOVE 8 TO WS-RUN-SEVERITY
                     END-IF
                END-IF
                IF NOT POSTING-TOTALS-SEEN
                     DISPLAY "POSTREG HAS NO GRAND TOTAL LINE - "
                          "NOT A COMPLETED POSTING RUN"
                     IF WS-RUN-SEVERITY < 8
                          MOVE 8 TO WS-RUN-SEVERITY
                     END-IF
                END-IF
           END-IF.
           PERFORM WRITE-TRUEUP-TOTALS.
           CLOSE TRUEUP-REGISTER.
           DISPLAY "TRUE-UP COMPLETE - ACCOUNTS: " WS-ACCOUNTS-TRUED
                "  TRUE-UP: " WS-TRUEUP-TOTAL.

      * THE HEADING COMES BEFORE ANY DETAIL LINE, SO THE DATE IS IN
      * HAND BY THE TIME THE FIRST ACCOUNT IS MET.
       CLASSIFY-REGISTER-LINE.
           EVALUATE TRUE
                WHEN POSTING-LINE-IN(1:14) = "POSTING DATE: " AND
                     POSTING-LINE-IN(15:8) IS NUMERIC
                     MOVE POSTING-LINE-IN(15:8) TO WS-POSTING-DATE
                     MOVE WS-POSTING-DATE TO TTL-DATE
                     WRITE TRUEUP-REGISTER-LINE FROM TRUEUP-TITLE-LINE
                     WRITE TRUEUP-REGISTER-LINE
                          FROM TRUEUP-COLUMN-HEADING
                WHEN POSTING-LINE-IN(1:7) IS NUMERIC AND
                     WS-POSTING-DATE NOT = 0
                     MOVE POSTING-LINE-IN TO POSTING-DETAIL-IN
                     PERFORM TRUE-UP-ONE-ACCOUNT
                WHEN POSTING-LINE-IN(1:6) = "TOTALS"
                     MOVE "Y" TO WS-TOTALS-SEEN
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

      * AN ACCOUNT ALREADY TRUED UP FOR THIS POSTING DATE HAS ITS
      * EARLIER LINE REPRODUCED FROM THE ACCRUAL FILE, SO A RERUN
      * PUTS THE SAME TRUE-UP ON THE FEED AND CLEARS NOTHING TWICE.
      * A POSTED ACCOUNT WITH NO ACCRUAL RECORD ACCRUED NOTHING - ALL
      * OF ITS POSTED INTEREST IS TRUE-UP.
       TRUE-UP-ONE-ACCOUNT.
           MOVE PDI-INTEREST TO WS-POSTED-INTEREST.
           MOVE PDI-ACCT-NUMBER TO ACR-ACCT-NUMBER.
           MOVE "N" TO WS-NEW-ACCRUAL.
           MOVE SPACES TO TUD-RERUN-FLAG.
           READ ACCRUAL-FILE
                INVALID KEY
                     MOVE "Y" TO WS-NEW-ACCRUAL
           END-READ.
           IF NEW-ACCRUAL-RECORD
                INITIALIZE ACCRUAL-RECORD
                MOVE PDI-ACCT-NUMBER TO ACR-ACCT-NUMBER
           END-IF.
           IF NOT NEW-ACCRUAL-RECORD AND
              ACR-LAST-TRUEUP-DATE = WS-POSTING-DATE
                MOVE "RERUN" TO TUD-RERUN-FLAG
                ADD 1 TO WS-ACCOUNTS-RETRUED
           ELSE
                MOVE ACR-ACCRUED-TO-DATE TO ACR-TRUEUP-ACCRUED
                MOVE ACR-DAYS-ACCRUED TO ACR-TRUEUP-DAYS
                MOVE WS-POSTED-INTEREST TO ACR-TRUEUP-POSTED
                MOVE WS-POSTING-DATE TO ACR-LAST-TRUEUP-DATE
                MOVE 0 TO ACR-ACCRUED-TO-DATE
                MOVE 0 TO ACR-DAYS-ACCRUED
                PERFORM SAVE-TRUEUP-RECORD
           END-IF.
           COMPUTE WS-TRUEUP-AMOUNT =
                ACR-TRUEUP-POSTED - ACR-TRUEUP-ACCRUED.
           ADD 1 TO WS-ACCOUNTS-TRUED.
           ADD ACR-TRUEUP-ACCRUED TO WS-TRUEUP-ACCRUED-TOTAL.
           ADD ACR-TRUEUP-POSTED TO WS-TRUEUP-POSTED-TOTAL.
           ADD WS-TRUEUP-AMOUNT TO WS-TRUEUP-TOTAL.
           MOVE PDI-ACCT-NUMBER TO TUD-ACCT-NUMBER.
           MOVE ACR-TRUEUP-DAYS TO TUD-DAYS.
           MOVE ACR-TRUEUP-ACCRUED TO TUD-ACCRUED.
           MOVE ACR-TRUEUP-POSTED TO TUD-POSTED.
           MOVE WS-TRUEUP-AMOUNT TO TUD-TRUEUP.
           WRITE TRUEUP-REGISTER-LINE FROM TRUEUP-DETAIL-LINE.

       SAVE-TRUEUP-RECORD.
           IF NEW-ACCRUAL-RECORD
                WRITE ACCRUAL-RECORD
                     INVALID KEY
                          MOVE "ACCRUAL WRITE FAIL" TO EL-ERROR-TEXT
                          PERFORM WRITE-TRUEUP-EXCEPTION
                END-WRITE
           ELSE
                REWRITE ACCRUAL-RECORD
                     INVALID KEY
                          MOVE "ACCRUAL REWRITE FAIL" TO EL-ERROR-TEXT
                          PERFORM WRITE-TRUEUP-EXCEPTION
                END-REWRITE
           END-IF.

       WRITE-TRUEUP-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE PDI-ACCT-NUMBER TO RGX-ACCT-NUMBER.
           MOVE EL-ERROR-TEXT TO RGX-REASON.
           WRITE TRUEUP-REGISTER-LINE FROM REGISTER-EXCEPTION-LINE.
           MOVE PDI-ACCT-NUMBER TO EL-INPUT-VALUE.
           PERFORM LOG-ERROR-ENTRY.
           IF WS-RUN-SEVERITY < 8
                MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

       WRITE-TRUEUP-TOTALS.
           WRITE TRUEUP-REGISTER-LINE FROM SPACES.
           MOVE "ACCOUNTS TRUED UP " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-TRUED TO TOT-COUNT.
           WRITE TRUEUP-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "RERUN             " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-RETRUED TO TOT-COUNT.
           WRITE TRUEUP-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "EXCEPTIONS        " TO TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
           WRITE TRUEUP-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "INTEREST ACCRUED  " TO TOT-AMOUNT-LABEL.
           MOVE WS-TRUEUP-ACCRUED-TOTAL TO TOT-AMOUNT.
           WRITE TRUEUP-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           MOVE "INTEREST POSTED   " TO TOT-AMOUNT-LABEL.
           MOVE WS-TRUEUP-POSTED-TOTAL TO TOT-AMOUNT.
           WRITE TRUEUP-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           MOVE "TOTAL TRUE-UP     " TO TOT-AMOUNT-LABEL.
           MOVE WS-TRUEUP-TOTAL TO TOT-AMOUNT.
           WRITE TRUEUP-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.

      ******************************************************************
      * GL FEED
      ******************************************************************
      * THE FEED IS REWRITTEN WHOLE: THIS RUN'S ENTRY TYPE REPLACES
      * WHATEVER AN EARLIER RUN TODAY WROTE FOR IT (THE RUN HAS JUST
      * RE-DERIVED THE WHOLE DAY), THE OTHER TYPE IS CARRIED FORWARD.
      * A FEED LEFT FROM AN EARLIER DATE WAS POSTED ON ITS OWN DAY AND
      * IS DROPPED. THE NIGHT'S REVERSALS COME OFF THE ACCRUAL ENTRY,
      * WHICH GLEXTR POSTS SIGNED.
       WRITE-GL-FEED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ACCRUAL-GL-FEED.
           IF WS-ACCRGLFD-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ ACCRUAL-GL-FEED
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              PERFORM CARRY-ONE-FEED-RECORD
                    END-READ
                END-PERFORM
                CLOSE ACCRUAL-GL-FEED
           END-IF.
           IF TRUEUP-MODE
                MOVE WS-TRUEUP-TOTAL TO WS-FEED-TRUEUP
           ELSE
                COMPUTE WS-FEED-ACCRUAL =
                     WS-ACCRUAL-TOTAL - WS-REVERSED-TOTAL
           END-IF.
           OPEN OUTPUT ACCRUAL-GL-FEED.
           MOVE RH-RUN-DATE TO AGF-BUSINESS-DATE.
           MOVE "A" TO AGF-ENTRY-TYPE.
           MOVE WS-FEED-ACCRUAL TO AGF-AMOUNT.
           WRITE ACCRUAL-GL-RECORD.
           MOVE "T" TO AGF-ENTRY-TYPE.
           MOVE WS-FEED-TRUEUP TO AGF-AMOUNT.
           WRITE ACCRUAL-GL-RECORD.
           CLOSE ACCRUAL-GL-FEED.

       CARRY-ONE-FEED-RECORD.
           IF AGF-BUSINESS-DATE = RH-RUN-DATE AND
              AGF-AMOUNT IS NUMERIC
                IF AGF-DAILY-ACCRUAL
                     MOVE AGF-AMOUNT TO WS-FEED-ACCRUAL
                ELSE
                     MOVE AGF-AMOUNT TO WS-FEED-TRUEUP
                END-IF
           END-IF.

       LOG-ERROR-ENTRY.
           MOVE "LNACCR" TO EL-PROGRAM-NAME.
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
           MOVE "LNACCR" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           IF TRUEUP-MODE
                MOVE WS-ACCOUNTS-TRUED TO RST-RECORDS-READ
                MOVE WS-ACCOUNTS-TRUED TO RST-RECORDS-WRITTEN
           ELSE
                MOVE WS-ACCOUNTS-READ TO RST-RECORDS-READ
                MOVE WS-ACCOUNTS-ACCRUED TO RST-RECORDS-WRITTEN
           END-IF.
           MOVE WS-EXCEPTION-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM LNACCR.
