      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNTRAN.

      * MONETARY TRANSACTION POSTING AGAINST THE LOAN-ACCOUNT-MASTER.
      * THE BRANCHES' CUSTOMER MONEY MOVEMENTS ARRIVE ON THE MONTRAN
      * FEED IN THE SAME H...DETAILS...T BATCH GROUPS (TRANBAT) THE
      * CALCULATOR FEED USES, ONE DETAIL PER MOVEMENT:
      *   D - AD-HOC DEPOSIT           CREDITS THE BALANCE; WAKES A
      *                                DORMANT ACCOUNT
      *   W - PARTIAL WITHDRAWAL       DEBITS THE BALANCE
      *   F - FULL WITHDRAWAL          PAYS AWAY THE WHOLE BALANCE AND
      *                                CLOSES THE ACCOUNT IN PLACE
      *   C - CORRECTION               SIGNED ADJUSTMENT BY THE BACK
      *                                OFFICE - NOT CUSTOMER ACTIVITY
      * A WITHDRAWAL IS REFUSED ON A CLOSED OR DORMANT ACCOUNT, OR FOR
      * MORE THAN THE AVAILABLE BALANCE; NOTHING POSTS TO A CLOSED
      * ACCOUNT AND NO CORRECTION MAY TAKE A BALANCE BELOW ZERO.

      * EACH BATCH'S COUNT AND HASH (SUM OF THE SIGNED AMOUNTS) ARE
      * PROVED AGAINST ITS TRAILER IN A FIRST PASS, THE WAY TRANEDIT
      * PROVES THE CALCULATOR FEED; ONLY BATCHES THAT BALANCE ARE
      * POSTED. AN UNBALANCED BATCH IS REFUSED WHOLE (SEVERITY 4); A
      * FEED WHOSE BATCH STRUCTURE IS BROKEN POSTS NOTHING AT ALL
      * (SEVERITY 12). NO MONTRAN ON HAND MEANS NO MOVEMENTS TONIGHT.

      * A BATCH THAT BALANCES IS THEN CHECKED AGAINST THE PERMANENT
      * REGISTRY OF MONETARY BATCHES POSTED (MONTREG - THE BATCHREG
      * LAYOUT, KEYED BY BATCH ID, DEPARTMENT AND BATCH DATE), SO THE
      * SAME FEED LEFT IN PLACE FOR A NIGHTRUN RESTART OR DELIVERED
      * AGAIN THE NEXT NIGHT CANNOT MOVE THE MONEY TWICE. ANY BATCH
      * ALREADY REGISTERED IS REFUSED WHOLE; CORRECTED WORK COMES BACK
      * UNDER A NEW BATCH ID. KEPT APART FROM TRANEDIT'S BATCHREG SO A
      * BRANCH BATCH CAN NEVER BE TAKEN FOR A CALCULATOR BATCH.

      * EVERY POSTING GOES TO LOANHIST AND TO THE POSTING JOURNAL
      * (TRANJRNL) WITH THE BALANCE BEFORE AND AFTER; REFUSED
      * MOVEMENTS ARE JOURNALED WITH THEIR REASON AND LOGGED TO
      * ERRLOG. THE JOURNAL'S "NET MOVEMENT" LINE IS WHAT LNAUDIT
      * ABSORBS TO EXPLAIN THE PRINCIPAL THE RUN MOVED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONETARY-TRANSACTION-FILE ASSIGN TO "MONTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTRAN-STATUS.

           SELECT LOAN-ACCOUNT-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOAN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-HISTORY-KEY
               FILE STATUS IS WS-LOANHIST-STATUS.

           SELECT MONETARY-BATCH-REGISTRY ASSIGN TO "MONTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-MONTREG-STATUS.

           SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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
      * ONE DETAIL PER MOVEMENT. THE AMOUNT IS SIGNED ONLY FOR A
      * CORRECTION; A FULL WITHDRAWAL MAY CARRY ZERO (TAKE WHATEVER
      * IS THERE) OR THE EXACT BALANCE THE BRANCH QUOTED.
       FD  MONETARY-TRANSACTION-FILE.
       01  MONETARY-TRANSACTION-RECORD.
           05 MTX-TRAN-CODE                 PIC X.
              88 MTX-DEPOSIT                VALUE "D".
              88 MTX-PARTIAL-WITHDRAWAL     VALUE "W".
              88 MTX-FULL-WITHDRAWAL        VALUE "F".
              88 MTX-CORRECTION             VALUE "C".
           05 MTX-ACCT-NUMBER               PIC 9(7).
           05 MTX-AMOUNT                    PIC S9(9)V99
                 SIGN LEADING SEPARATE.
           05 MTX-REFERENCE                 PIC X(10).

       FD  LOAN-ACCOUNT-MASTER.
       COPY LOANREC.

       FD  LOAN-HISTORY-FILE.
       COPY LOANHIST.

       FD  MONETARY-BATCH-REGISTRY.
       COPY BATCHREG.

       FD  TRANSACTION-JOURNAL.
       01  TRANSACTION-JOURNAL-LINE         PIC X(100).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-LINE                   PIC X(90).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNHDR.
       COPY OPERID.
       COPY ERRLOG.
       COPY TRANBAT.
       COPY RUNSTAT.

       77  WS-BUSDATE-STATUS            PIC XX.

       77  WS-MONTRAN-STATUS            PIC XX.
       77  WS-LOAN-STATUS               PIC XX.
       77  WS-LOANHIST-STATUS           PIC XX.
       77  WS-MONTREG-STATUS            PIC XX.
       77  WS-JOURNAL-STATUS            PIC XX.
       77  WS-ERROR-LOG-STATUS          PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-EOF-MONTRAN               PIC X VALUE "N".
           88 NO-MORE-MONTRAN           VALUE "Y".
       77  WS-FEED-PRESENT              PIC X VALUE "N".
           88 FEED-PRESENT              VALUE "Y".
       77  WS-RAW-OK                    PIC X VALUE "N".
           88 RAW-FEED-OK               VALUE "Y".
       77  WS-STRAY-SEEN                PIC X VALUE "N".
       77  WS-BATCH-COUNT               PIC 99 VALUE 0.
       77  WS-CUR-BATCH                 PIC 99 VALUE 0.
       77  WS-POST-BATCH                PIC 99 VALUE 0.
       77  WS-BT-SUB                    PIC 99.
       77  WS-PRIOR-SUB                 PIC 99.
       77  WS-PRIOR-FOUND               PIC X.
       77  WS-REGISTRY-OPEN             PIC X VALUE "N".
           88 REGISTRY-OPEN             VALUE "Y".
       77  WS-GOOD-BATCHES              PIC 99 VALUE 0.
       77  WS-FAILED-BATCHES            PIC 99 VALUE 0.
       77  WS-RECORDS-READ              PIC 9(7) VALUE 0.
       77  WS-POSTED-COUNT              PIC 9(7) VALUE 0.
       77  WS-REJECTED-COUNT            PIC 9(7) VALUE 0.
       77  WS-DEPOSIT-COUNT             PIC 9(7) VALUE 0.
       77  WS-WITHDRAWAL-COUNT          PIC 9(7) VALUE 0.
       77  WS-CLOSED-COUNT              PIC 9(7) VALUE 0.
       77  WS-CORRECTION-COUNT          PIC 9(7) VALUE 0.
       77  WS-DEPOSIT-TOTAL             PIC S9(11)V99 VALUE 0.
       77  WS-WITHDRAWAL-TOTAL          PIC S9(11)V99 VALUE 0.
       77  WS-CORRECTION-TOTAL          PIC S9(11)V99 VALUE 0.
       77  WS-NET-MOVEMENT              PIC S9(11)V99 VALUE 0.
       77  WS-POST-REASON               PIC X(20).
       77  WS-HIST-MOVEMENT             PIC S9(9)V99.
       77  WS-OLD-PRINCIPAL             PIC S9(9)V99.
       77  WS-HIST-ADDED                PIC X.
           88 HISTORY-ADDED             VALUE "Y".
       77  WS-HIST-FAILED               PIC X.
           88 HISTORY-FAILED            VALUE "Y".
       77  WS-NEW-PRINCIPAL             PIC S9(11)V99.

      * ONE ENTRY PER BATCH ON THE FEED, FILLED BY THE FIRST PASS.
       01  BATCH-CONTROL-TABLE.
           05 BATCH-CONTROL-ENTRY OCCURS 20 TIMES.
              10 BT-BATCH-ID            PIC X(8).
              10 BT-DEPARTMENT          PIC X(4).
              10 BT-BATCH-DATE          PIC 9(8).
              10 BT-REPEAT-VERDICT      PIC X(9).
              10 BT-TRAILER-SEEN        PIC X.
              10 BT-RAW-COUNT           PIC 9(7).
              10 BT-RAW-HASH            PIC S9(11)V99.
              10 BT-EXPECTED-COUNT      PIC 9(7).
              10 BT-EXPECTED-HASH       PIC S9(11)V99.
              10 BT-BATCH-OK            PIC X.
              10 BT-POSTED-COUNT        PIC 9(7).
              10 BT-REJECTED-COUNT      PIC 9(7).

       01  JOURNAL-BATCH-LINE.
           05 FILLER                     PIC X(7) VALUE "BATCH: ".
           05 JBL-BATCH-ID               PIC X(8).
           05 FILLER                     PIC X(7) VALUE "  DEPT ".
           05 JBL-DEPARTMENT             PIC X(4).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 JBL-VERDICT                PIC X(9).

       01  JOURNAL-CONTROL-LINE.
           05 FILLER                     PIC X(4) VALUE SPACES.
           05 FILLER                     PIC X(10) VALUE "EXPECTED: ".
           05 JCL-EXPECTED-COUNT         PIC ZZZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 JCL-EXPECTED-HASH          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                     PIC X(4) VALUE SPACES.
           05 FILLER                     PIC X(10) VALUE "RECEIVED: ".
           05 JCL-RAW-COUNT              PIC ZZZZZZ9.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 JCL-RAW-HASH               PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  JOURNAL-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE "ACCOUNT  ".
           05 FILLER                  PIC X(5)  VALUE "CODE ".
           05 FILLER                  PIC X(17)
                 VALUE "AMOUNT           ".
           05 FILLER                  PIC X(17)
                 VALUE "BALANCE BEFORE   ".
           05 FILLER                  PIC X(17)
                 VALUE "BALANCE AFTER    ".
           05 FILLER                  PIC X(10) VALUE "REFERENCE ".

       01  JOURNAL-DETAIL-LINE.
           05 JRD-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 JRD-TRAN-CODE                    PIC X.
           05 FILLER                           PIC X(4) VALUE SPACES.
           05 JRD-AMOUNT                       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 JRD-BALANCE-BEFORE               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 JRD-BALANCE-AFTER                PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 JRD-REFERENCE                    PIC X(10).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 JRD-CLOSED-FLAG                  PIC X(6).

       01  JOURNAL-REJECT-LINE.
           05 JRX-ACCT-NUMBER                  PIC X(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 JRX-TRAN-CODE                    PIC X.
           05 FILLER                           PIC X(4) VALUE SPACES.
           05 JRX-AMOUNT                       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 FILLER                           PIC X(11)
                 VALUE "REFUSED -  ".
           05 JRX-REASON                       PIC X(20).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 JRX-REFERENCE                    PIC X(10).

       01  JOURNAL-TOTAL-LINE.
           05 TOT-LABEL                        PIC X(18).
           05 TOT-COUNT                        PIC ZZZZZZ9.

       01  JOURNAL-AMOUNT-LINE.
           05 TOT-AMOUNT-LABEL                 PIC X(18).
           05 TOT-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM STAMP-RUN-HEADER.

      * THE JOURNAL ACCUMULATES ACROSS RUNS - A RESTART OR A SECOND
      * RUN BEFORE THE NEXT LNAUDIT MUST NOT LOSE THE FIRST RUN'S
      * SECTION, SINCE ITS MASTER CHANGES STAND. LNAUDIT ABSORBS EACH
      * SECTION ONCE BY ITS RUN STAMP; THE ARCHIVER CUTS IT OVER.
           OPEN EXTEND TRANSACTION-JOURNAL.
           IF WS-JOURNAL-STATUS = "35"
                OPEN OUTPUT TRANSACTION-JOURNAL
           END-IF.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE TRANSACTION-JOURNAL-LINE FROM WS-RUN-HEADER.

           PERFORM VERIFY-RAW-CONTROLS.
           IF FEED-PRESENT
                IF RAW-FEED-OK AND WS-GOOD-BATCHES > 0
                     PERFORM OPEN-BATCH-REGISTRY
                     PERFORM CHECK-BATCH-REPEAT
                          VARYING WS-BT-SUB FROM 1 BY 1
                               UNTIL WS-BT-SUB > WS-BATCH-COUNT
                END-IF
                PERFORM WRITE-BATCH-VERDICTS
                IF RAW-FEED-OK
                     IF WS-GOOD-BATCHES > 0
                          PERFORM POST-THE-FEED
                     END-IF
                ELSE
                     PERFORM FAIL-THE-FEED
                END-IF
           END-IF.

           IF REGISTRY-OPEN
                CLOSE MONETARY-BATCH-REGISTRY
           END-IF.
           PERFORM WRITE-JOURNAL-TOTALS.
           CLOSE TRANSACTION-JOURNAL.
           CLOSE ERROR-LOG-FILE.
           DISPLAY "TRANSACTION POSTING COMPLETE - POSTED: "
                WS-POSTED-COUNT "  REFUSED: " WS-REJECTED-COUNT.

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

      ******************************************************************
      * FIRST PASS - PROVE EACH BATCH'S CONTROLS
      ******************************************************************
      * NOTHING IS POSTED YET. EVERY DETAIL, GOOD OR BAD, COUNTS
      * TOWARD WHAT ITS OWN BRANCH SAID IT SENT, SO A TRUNCATED
      * TRANSFER SINKS ONLY ITS OWN BATCH.
       VERIFY-RAW-CONTROLS.
           MOVE "N" TO WS-RAW-OK.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE 0 TO WS-CUR-BATCH.
           MOVE "N" TO WS-STRAY-SEEN.
           MOVE "N" TO WS-EOF-MONTRAN.
           OPEN INPUT MONETARY-TRANSACTION-FILE.
           IF WS-MONTRAN-STATUS NOT = "00"
                DISPLAY "NO MONETARY TRANSACTION FEED - STATUS "
                     WS-MONTRAN-STATUS "  NOTHING TO POST"
           ELSE
                MOVE "Y" TO WS-FEED-PRESENT
                PERFORM UNTIL NO-MORE-MONTRAN
                    READ MONETARY-TRANSACTION-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-MONTRAN
                         NOT AT END
                              PERFORM VERIFY-ONE-RECORD
                    END-READ
                END-PERFORM
                CLOSE MONETARY-TRANSACTION-FILE
                PERFORM JUDGE-ONE-BATCH
                     VARYING WS-BT-SUB FROM 1 BY 1
                          UNTIL WS-BT-SUB > WS-BATCH-COUNT
                IF WS-STRAY-SEEN = "N"
                     MOVE "Y" TO WS-RAW-OK
                END-IF
           END-IF.

       VERIFY-ONE-RECORD.
           EVALUATE MONETARY-TRANSACTION-RECORD(1:1)
                 WHEN "H"
                      PERFORM OPEN-ONE-RAW-BATCH
                 WHEN "T"
                      IF WS-CUR-BATCH = 0
                           MOVE "Y" TO WS-STRAY-SEEN
                      ELSE
                           MOVE MONETARY-TRANSACTION-RECORD TO
                                WS-BATCH-TRAILER-REC
                           IF TBT-EXPECTED-COUNT IS NUMERIC AND
                              TBT-HASH-TOTAL IS NUMERIC
                                MOVE TBT-EXPECTED-COUNT TO
                                     BT-EXPECTED-COUNT (WS-CUR-BATCH)
                                MOVE TBT-HASH-TOTAL TO
                                     BT-EXPECTED-HASH (WS-CUR-BATCH)
                                MOVE "Y" TO
                                     BT-TRAILER-SEEN (WS-CUR-BATCH)
                           END-IF
                           MOVE 0 TO WS-CUR-BATCH
                      END-IF
                 WHEN OTHER
                      IF WS-CUR-BATCH = 0
                           MOVE "Y" TO WS-STRAY-SEEN
                      ELSE
                           ADD 1 TO BT-RAW-COUNT (WS-CUR-BATCH)
                           IF MTX-AMOUNT IS NUMERIC
                                ADD MTX-AMOUNT TO
                                     BT-RAW-HASH (WS-CUR-BATCH)
                           END-IF
                      END-IF
           END-EVALUATE.

      * AN "H" WHILE A BATCH IS STILL OPEN MEANS THE PRIOR BATCH LOST
      * ITS TRAILER - THAT BATCH FAILS ITS OWN JUDGMENT; THE NEW ONE
      * STARTS CLEAN.
       OPEN-ONE-RAW-BATCH.
           IF WS-BATCH-COUNT >= 20
                MOVE "Y" TO WS-STRAY-SEEN
                MOVE 0 TO WS-CUR-BATCH
           ELSE
                ADD 1 TO WS-BATCH-COUNT
                MOVE WS-BATCH-COUNT TO WS-CUR-BATCH
                MOVE MONETARY-TRANSACTION-RECORD TO WS-BATCH-HEADER-REC
                MOVE TBH-BATCH-ID TO BT-BATCH-ID (WS-CUR-BATCH)
                MOVE TBH-DEPARTMENT TO BT-DEPARTMENT (WS-CUR-BATCH)
                IF TBH-BATCH-DATE IS NUMERIC
                     MOVE TBH-BATCH-DATE TO BT-BATCH-DATE (WS-CUR-BATCH)
                ELSE
                     MOVE 0 TO BT-BATCH-DATE (WS-CUR-BATCH)
                END-IF
                MOVE SPACES TO BT-REPEAT-VERDICT (WS-CUR-BATCH)
                MOVE "N" TO BT-TRAILER-SEEN (WS-CUR-BATCH)
                MOVE 0 TO BT-RAW-COUNT (WS-CUR-BATCH)
                MOVE 0 TO BT-RAW-HASH (WS-CUR-BATCH)
                MOVE 0 TO BT-EXPECTED-COUNT (WS-CUR-BATCH)
                MOVE 0 TO BT-EXPECTED-HASH (WS-CUR-BATCH)
                MOVE "N" TO BT-BATCH-OK (WS-CUR-BATCH)
                MOVE 0 TO BT-POSTED-COUNT (WS-CUR-BATCH)
                MOVE 0 TO BT-REJECTED-COUNT (WS-CUR-BATCH)
           END-IF.

       JUDGE-ONE-BATCH.
           IF BT-TRAILER-SEEN (WS-BT-SUB) = "Y" AND
              BT-RAW-COUNT (WS-BT-SUB) =
                   BT-EXPECTED-COUNT (WS-BT-SUB) AND
              BT-RAW-HASH (WS-BT-SUB) =
                   BT-EXPECTED-HASH (WS-BT-SUB)
                MOVE "Y" TO BT-BATCH-OK (WS-BT-SUB)
                ADD 1 TO WS-GOOD-BATCHES
           ELSE
                ADD 1 TO WS-FAILED-BATCHES
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
                MOVE BT-BATCH-ID (WS-BT-SUB) TO EL-INPUT-VALUE
                MOVE "BATCH CONTROL FAIL" TO EL-ERROR-TEXT
                PERFORM LOG-ERROR-ENTRY
           END-IF.

      * ONE VERDICT BLOCK PER BATCH AT THE HEAD OF THE JOURNAL, SO
      * A REFUSED BATCH IS SEEN BEFORE ANY OF THE POSTINGS.
       WRITE-BATCH-VERDICTS.
           PERFORM WRITE-ONE-BATCH-VERDICT
                VARYING WS-BT-SUB FROM 1 BY 1
                     UNTIL WS-BT-SUB > WS-BATCH-COUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM SPACES.

       WRITE-ONE-BATCH-VERDICT.
           MOVE BT-BATCH-ID (WS-BT-SUB) TO JBL-BATCH-ID.
           MOVE BT-DEPARTMENT (WS-BT-SUB) TO JBL-DEPARTMENT.
           IF BT-REPEAT-VERDICT (WS-BT-SUB) NOT = SPACES
                MOVE BT-REPEAT-VERDICT (WS-BT-SUB) TO JBL-VERDICT
           ELSE
           IF BT-BATCH-OK (WS-BT-SUB) = "Y"
                MOVE "ACCEPTED" TO JBL-VERDICT
           ELSE
                MOVE "REFUSED " TO JBL-VERDICT
           END-IF
           END-IF.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-BATCH-LINE.
           MOVE BT-EXPECTED-COUNT (WS-BT-SUB) TO JCL-EXPECTED-COUNT.
           MOVE BT-EXPECTED-HASH (WS-BT-SUB) TO JCL-EXPECTED-HASH.
           MOVE BT-RAW-COUNT (WS-BT-SUB) TO JCL-RAW-COUNT.
           MOVE BT-RAW-HASH (WS-BT-SUB) TO JCL-RAW-HASH.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-CONTROL-LINE.

      * THE BATCH STRUCTURE ITSELF IS BROKEN (A DETAIL OR TRAILER
      * OUTSIDE ANY BATCH, OR MORE BATCHES THAN THE TABLE HOLDS) -
      * THERE IS NO SAFE WAY TO TELL WHICH MOVEMENTS BELONG TO WHICH
      * CONTROLS, SO NOTHING POSTS.
       FAIL-THE-FEED.
           MOVE 12 TO WS-RUN-SEVERITY.
           DISPLAY "FEED REFUSED - THE BATCH STRUCTURE IS BROKEN - "
                "NOTHING POSTED".
           MOVE "MONTRAN" TO EL-INPUT-VALUE.
           MOVE "FEED CONTROL FAIL" TO EL-ERROR-TEXT.
           PERFORM LOG-ERROR-ENTRY.

      ******************************************************************
      * MONETARY-BATCH REGISTRY - NO BATCH POSTS TWICE
      ******************************************************************
      * THE REGISTRY IS PERMANENT AND CUMULATIVE. A BRAND NEW SITE HAS
      * NO MONTREG YET (STATUS 35), SO CREATE AN EMPTY ONE AND REOPEN
      * IT FOR UPDATE, AS TRANEDIT DOES FOR BATCHREG. WITHOUT IT NO
      * REPEAT CAN BE CAUGHT, SO NOTHING POSTS AND THE RUN FAILS AT
      * SEVERITY 8.
       OPEN-BATCH-REGISTRY.
           MOVE "N" TO WS-REGISTRY-OPEN.
           OPEN I-O MONETARY-BATCH-REGISTRY.
           IF WS-MONTREG-STATUS = "35"
                OPEN OUTPUT MONETARY-BATCH-REGISTRY
                CLOSE MONETARY-BATCH-REGISTRY
                OPEN I-O MONETARY-BATCH-REGISTRY
           END-IF.
           IF WS-MONTREG-STATUS = "00"
                MOVE "Y" TO WS-REGISTRY-OPEN
           ELSE
                DISPLAY "UNABLE TO OPEN MONETARY-BATCH-REGISTRY - "
                     "STATUS " WS-MONTREG-STATUS "  NOTHING POSTED"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      * ONLY A BATCH THAT BALANCED IS CHECKED. A KEY SEEN EARLIER ON
      * THIS SAME FEED, OR ALREADY IN THE REGISTRY, IS REFUSED WHOLE:
      *   DUPLICATE - SAME COUNT AND HASH: THE SAME BATCH AGAIN
      *   REUSED ID - DIFFERENT TOTALS UNDER A KEY ALREADY USED
      *   PART POST - A RUN DIED PART WAY THROUGH THIS BATCH; WHAT
      *               LANDED STANDS AND THE BRANCH MUST RECONCILE
      *               THE REST BEFORE SENDING IT UNDER A NEW ID
      *   UNCHECKED - NO REGISTRY TO CHECK AGAINST
      * A DUPLICATE OR REUSED ID IS SEVERITY 4; A PART POST OR AN
      * UNCHECKED BATCH IS SEVERITY 8.
       CHECK-BATCH-REPEAT.
           IF BT-BATCH-OK (WS-BT-SUB) = "Y"
                IF NOT REGISTRY-OPEN
                     MOVE "UNCHECKED" TO BT-REPEAT-VERDICT (WS-BT-SUB)
                ELSE
                     PERFORM FIND-REPEATED-BATCH
                END-IF
                IF BT-REPEAT-VERDICT (WS-BT-SUB) NOT = SPACES
                     PERFORM REFUSE-REPEATED-BATCH
                END-IF
           END-IF.

       FIND-REPEATED-BATCH.
           MOVE "N" TO WS-PRIOR-FOUND.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                     UNTIL WS-PRIOR-SUB >= WS-BT-SUB
                IF BT-BATCH-OK (WS-PRIOR-SUB) = "Y" AND
                   BT-BATCH-ID (WS-PRIOR-SUB) =
                        BT-BATCH-ID (WS-BT-SUB) AND
                   BT-DEPARTMENT (WS-PRIOR-SUB) =
                        BT-DEPARTMENT (WS-BT-SUB) AND
                   BT-BATCH-DATE (WS-PRIOR-SUB) =
                        BT-BATCH-DATE (WS-BT-SUB)
                     MOVE "Y" TO WS-PRIOR-FOUND
                     IF BT-EXPECTED-COUNT (WS-PRIOR-SUB) =
                             BT-EXPECTED-COUNT (WS-BT-SUB) AND
                        BT-EXPECTED-HASH (WS-PRIOR-SUB) =
                             BT-EXPECTED-HASH (WS-BT-SUB)
                          MOVE "DUPLICATE" TO
                               BT-REPEAT-VERDICT (WS-BT-SUB)
                     ELSE
                          MOVE "REUSED ID" TO
                               BT-REPEAT-VERDICT (WS-BT-SUB)
                     END-IF
                END-IF
           END-PERFORM.
           IF WS-PRIOR-FOUND = "N"
                PERFORM MOVE-REGISTRY-KEY
                READ MONETARY-BATCH-REGISTRY
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          PERFORM JUDGE-REGISTERED-BATCH
                END-READ
           END-IF.

      * THE REGISTRY RECORD KEEPS ITS POSTING STATE; THE REFUSAL IS
      * ONLY COUNTED AGAINST IT.
       JUDGE-REGISTERED-BATCH.
           IF BRG-LAST-VERDICT = "POSTING"
                MOVE "PART POST" TO BT-REPEAT-VERDICT (WS-BT-SUB)
           ELSE
           IF BRG-EXPECTED-COUNT = BT-EXPECTED-COUNT (WS-BT-SUB) AND
              BRG-HASH-TOTAL = BT-EXPECTED-HASH (WS-BT-SUB)
                MOVE "DUPLICATE" TO BT-REPEAT-VERDICT (WS-BT-SUB)
           ELSE
                MOVE "REUSED ID" TO BT-REPEAT-VERDICT (WS-BT-SUB)
           END-IF
           END-IF.
           ADD 1 TO BRG-REPEATS-REJECTED.
           MOVE RH-RUN-DATE TO BRG-LAST-RECEIVED.
           REWRITE BATCH-REGISTRY-RECORD.
           IF WS-MONTREG-STATUS NOT = "00"
                DISPLAY "MONETARY-BATCH-REGISTRY NOT UPDATED FOR "
                     BT-BATCH-ID (WS-BT-SUB) " - STATUS "
                     WS-MONTREG-STATUS
           END-IF.

       REFUSE-REPEATED-BATCH.
           MOVE "N" TO BT-BATCH-OK (WS-BT-SUB).
           SUBTRACT 1 FROM WS-GOOD-BATCHES.
           ADD 1 TO WS-FAILED-BATCHES.
           EVALUATE BT-REPEAT-VERDICT (WS-BT-SUB)
                 WHEN "PART POST"
                      MOVE "BATCH PART POSTED" TO EL-ERROR-TEXT
                      IF WS-RUN-SEVERITY < 8
                           MOVE 8 TO WS-RUN-SEVERITY
                      END-IF
                 WHEN "UNCHECKED"
                      MOVE "BATCH NOT CHECKED" TO EL-ERROR-TEXT
                      IF WS-RUN-SEVERITY < 8
                           MOVE 8 TO WS-RUN-SEVERITY
                      END-IF
                 WHEN "REUSED ID"
                      MOVE "BATCH ID REUSED" TO EL-ERROR-TEXT
                      IF WS-RUN-SEVERITY < 4
                           MOVE 4 TO WS-RUN-SEVERITY
                      END-IF
                 WHEN OTHER
                      MOVE "BATCH ALREADY POSTED" TO EL-ERROR-TEXT
                      IF WS-RUN-SEVERITY < 4
                           MOVE 4 TO WS-RUN-SEVERITY
                      END-IF
           END-EVALUATE.
           MOVE BT-BATCH-ID (WS-BT-SUB) TO EL-INPUT-VALUE.
           PERFORM LOG-ERROR-ENTRY.

       MOVE-REGISTRY-KEY.
           MOVE BT-BATCH-ID (WS-BT-SUB) TO BRG-BATCH-ID.
           MOVE BT-DEPARTMENT (WS-BT-SUB) TO BRG-DEPARTMENT.
           MOVE BT-BATCH-DATE (WS-BT-SUB) TO BRG-BATCH-DATE.

      * REGISTERED AT THE BATCH HEADER, BEFORE ANY OF ITS MOVEMENTS
      * POST, SO A RUN THAT DIES INSIDE THE BATCH LEAVES IT MARKED
      * POSTING AND THE RERUN REFUSES IT RATHER THAN POST IT AGAIN.
      * A BATCH THAT CANNOT BE REGISTERED IS NOT POSTED (SEVERITY 8).
       MARK-BATCH-POSTING.
           MOVE WS-CUR-BATCH TO WS-BT-SUB.
           MOVE SPACES TO BATCH-REGISTRY-RECORD.
           PERFORM MOVE-REGISTRY-KEY.
           MOVE BT-EXPECTED-COUNT (WS-BT-SUB) TO BRG-EXPECTED-COUNT.
           MOVE BT-EXPECTED-HASH (WS-BT-SUB) TO BRG-HASH-TOTAL.
           MOVE RH-RUN-DATE TO BRG-FIRST-RECEIVED.
           MOVE RH-RUN-DATE TO BRG-LAST-RECEIVED.
           MOVE 0 TO BRG-TIMES-POSTED.
           MOVE 0 TO BRG-REPEATS-REJECTED.
           MOVE "POSTING" TO BRG-LAST-VERDICT.
           WRITE BATCH-REGISTRY-RECORD.
           IF WS-MONTREG-STATUS NOT = "00"
                DISPLAY "BATCH " BT-BATCH-ID (WS-BT-SUB)
                     " NOT REGISTERED - STATUS " WS-MONTREG-STATUS
                     "  NOT POSTED"
                MOVE "N" TO BT-BATCH-OK (WS-BT-SUB)
                MOVE "UNPOSTED" TO BT-REPEAT-VERDICT (WS-BT-SUB)
                SUBTRACT 1 FROM WS-GOOD-BATCHES
                ADD 1 TO WS-FAILED-BATCHES
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
                MOVE BT-BATCH-ID (WS-BT-SUB) TO EL-INPUT-VALUE
                MOVE "BATCH NOT REGISTERED" TO EL-ERROR-TEXT
                PERFORM LOG-ERROR-ENTRY
                MOVE BT-BATCH-ID (WS-BT-SUB) TO JBL-BATCH-ID
                MOVE BT-DEPARTMENT (WS-BT-SUB) TO JBL-DEPARTMENT
                MOVE "UNPOSTED" TO JBL-VERDICT
                WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-BATCH-LINE
           END-IF.

      * THE TRAILER IS REACHED - EVERY MOVEMENT IN THE BATCH HAS BEEN
      * POSTED OR REFUSED. IF THIS FAILS THE BATCH STAYS MARKED
      * POSTING: A LATER DELIVERY IS STILL REFUSED, BUT AS A PART
      * POST, SO THE RUN IS FLAGGED FOR OPERATIONS TO PUT IT RIGHT.
       MARK-BATCH-POSTED.
           MOVE WS-CUR-BATCH TO WS-BT-SUB.
           PERFORM MOVE-REGISTRY-KEY.
           READ MONETARY-BATCH-REGISTRY
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE "POSTED" TO BRG-LAST-VERDICT
                     ADD 1 TO BRG-TIMES-POSTED
                     REWRITE BATCH-REGISTRY-RECORD
           END-READ.
           IF WS-MONTREG-STATUS NOT = "00"
                DISPLAY "MONETARY-BATCH-REGISTRY NOT UPDATED FOR "
                     BT-BATCH-ID (WS-BT-SUB) " - STATUS "
                     WS-MONTREG-STATUS
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      ******************************************************************
      * SECOND PASS - POST THE BATCHES THAT BALANCED
      ******************************************************************
      * THE FEED IS WALKED A SECOND TIME, MEETING THE BATCHES IN THE
      * ORDER THE FIRST PASS TABLED THEM. A BATCH THAT FAILED ITS
      * CONTROLS IS PASSED OVER WHOLE. WITHOUT THE MASTER OR THE
      * HISTORY FILE NOTHING POSTS - A MOVEMENT THAT CANNOT BE
      * RECORDED IS NOT MADE.
       POST-THE-FEED.
           OPEN I-O LOAN-ACCOUNT-MASTER.
           IF WS-LOAN-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN LOAN-ACCOUNT-"
                     "MASTER - STATUS " WS-LOAN-STATUS
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM OPEN-LOAN-HISTORY
                IF WS-LOANHIST-STATUS = "00"
                     WRITE TRANSACTION-JOURNAL-LINE
                          FROM JOURNAL-COLUMN-HEADING
                     PERFORM POST-EVERY-DETAIL
                     CLOSE LOAN-HISTORY-FILE
                END-IF
                CLOSE LOAN-ACCOUNT-MASTER
           END-IF.

      * THE POSTING-HISTORY FILE IS PERMANENT AND CUMULATIVE. A BRAND
      * NEW SITE HAS NO LOANHIST YET (STATUS 35), SO CREATE AN EMPTY
      * ONE AND REOPEN IT FOR UPDATE.
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

       POST-EVERY-DETAIL.
           MOVE "N" TO WS-EOF-MONTRAN.
           MOVE 0 TO WS-POST-BATCH.
           MOVE 0 TO WS-CUR-BATCH.
           OPEN INPUT MONETARY-TRANSACTION-FILE.
           PERFORM UNTIL NO-MORE-MONTRAN
               READ MONETARY-TRANSACTION-FILE
                    AT END
                         MOVE "Y" TO WS-EOF-MONTRAN
                    NOT AT END
                         PERFORM POST-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE MONETARY-TRANSACTION-FILE.

       POST-ONE-RECORD.
           EVALUATE MONETARY-TRANSACTION-RECORD(1:1)
                 WHEN "H"
                      ADD 1 TO WS-POST-BATCH
                      IF WS-POST-BATCH > WS-BATCH-COUNT
                           MOVE 0 TO WS-CUR-BATCH
                      ELSE
                           MOVE WS-POST-BATCH TO WS-CUR-BATCH
                           IF BT-BATCH-OK (WS-CUR-BATCH) = "Y"
                                PERFORM MARK-BATCH-POSTING
                           END-IF
                      END-IF
                 WHEN "T"
                      IF WS-CUR-BATCH NOT = 0
                           IF BT-BATCH-OK (WS-CUR-BATCH) = "Y"
                                PERFORM MARK-BATCH-POSTED
                           END-IF
                      END-IF
                      MOVE 0 TO WS-CUR-BATCH
                 WHEN OTHER
                      IF WS-CUR-BATCH NOT = 0
                           IF BT-BATCH-OK (WS-CUR-BATCH) = "Y"
                                ADD 1 TO WS-RECORDS-READ
                                PERFORM POST-ONE-DETAIL
                           END-IF
                      END-IF
           END-EVALUATE.

      * THE DETAIL IS EDITED AGAINST THE ACCOUNT AS IT STANDS NOW -
      * AN EARLIER MOVEMENT IN THE SAME FEED HAS ALREADY LANDED.
       POST-ONE-DETAIL.
           MOVE SPACES TO WS-POST-REASON.
           IF MTX-ACCT-NUMBER NOT IS NUMERIC
                MOVE "INVALID ACCOUNT" TO WS-POST-REASON
           ELSE
           IF MTX-AMOUNT NOT IS NUMERIC
                MOVE "INVALID AMOUNT" TO WS-POST-REASON
           ELSE
                MOVE MTX-ACCT-NUMBER TO LOAN-ACCT-NUMBER
                READ LOAN-ACCOUNT-MASTER
                     INVALID KEY
                          MOVE "ACCOUNT NOT ON FILE" TO WS-POST-REASON
                END-READ
           END-IF
           END-IF.
           IF WS-POST-REASON = SPACES
                PERFORM EDIT-ONE-MOVEMENT
           END-IF.
           IF WS-POST-REASON = SPACES
                PERFORM APPLY-ONE-MOVEMENT
           END-IF.
           IF WS-POST-REASON NOT = SPACES
                PERFORM REFUSE-ONE-MOVEMENT
           END-IF.

      * WORKS OUT THE SIGNED MOVEMENT AND REFUSES ANYTHING THE
      * ACCOUNT CANNOT TAKE.
       EDIT-ONE-MOVEMENT.
           MOVE LOAN-PRINCIPAL TO WS-OLD-PRINCIPAL.
           EVALUATE TRUE
                 WHEN LOAN-STATUS-CLOSED
                      MOVE "ACCOUNT CLOSED" TO WS-POST-REASON
                 WHEN MTX-DEPOSIT
                      IF MTX-AMOUNT NOT > 0
                           MOVE "INVALID AMOUNT" TO WS-POST-REASON
                      ELSE
                           MOVE MTX-AMOUNT TO WS-HIST-MOVEMENT
                      END-IF
                 WHEN MTX-PARTIAL-WITHDRAWAL
                      IF LOAN-STATUS-DORMANT
                           MOVE "ACCOUNT DORMANT" TO WS-POST-REASON
                      ELSE
                      IF MTX-AMOUNT NOT > 0
                           MOVE "INVALID AMOUNT" TO WS-POST-REASON
                      ELSE
                      IF MTX-AMOUNT > LOAN-PRINCIPAL
                           MOVE "INSUFFICIENT BALANCE" TO WS-POST-REASON
                      ELSE
                           COMPUTE WS-HIST-MOVEMENT = 0 - MTX-AMOUNT
                      END-IF
                      END-IF
                      END-IF
                 WHEN MTX-FULL-WITHDRAWAL
                      IF LOAN-STATUS-DORMANT
                           MOVE "ACCOUNT DORMANT" TO WS-POST-REASON
                      ELSE
                      IF MTX-AMOUNT NOT = 0 AND
                         MTX-AMOUNT NOT = LOAN-PRINCIPAL
                           MOVE "AMOUNT NOT BALANCE" TO WS-POST-REASON
                      ELSE
                           COMPUTE WS-HIST-MOVEMENT = 0 - LOAN-PRINCIPAL
                      END-IF
                      END-IF
                 WHEN MTX-CORRECTION
                      COMPUTE WS-NEW-PRINCIPAL =
                           LOAN-PRINCIPAL + MTX-AMOUNT
                      IF MTX-AMOUNT = 0
                           MOVE "INVALID AMOUNT" TO WS-POST-REASON
                      ELSE
                      IF WS-NEW-PRINCIPAL < 0
                           MOVE "INSUFFICIENT BALANCE" TO WS-POST-REASON
                      ELSE
                           MOVE MTX-AMOUNT TO WS-HIST-MOVEMENT
                      END-IF
                      END-IF
                 WHEN OTHER
                      MOVE "INVALID TRAN CODE" TO WS-POST-REASON
           END-EVALUATE.
           IF WS-POST-REASON = SPACES AND
              (MTX-DEPOSIT OR MTX-CORRECTION)
                COMPUTE WS-NEW-PRINCIPAL =
                     LOAN-PRINCIPAL + WS-HIST-MOVEMENT
                IF WS-NEW-PRINCIPAL > 999999999.99
                     MOVE "BALANCE OVERFLOW" TO WS-POST-REASON
                END-IF
           END-IF.

      * A CUSTOMER DEPOSIT OR WITHDRAWAL IS ACTIVITY, SO IT RESETS
      * THE IDLE COUNT LNSTATUS KEEPS (AND A DEPOSIT BRINGS A DORMANT
      * ACCOUNT BACK TO ACTIVE). A BACK-OFFICE CORRECTION IS NOT THE
      * CUSTOMER'S DOING AND LEAVES BOTH ALONE. HISTORY IS WRITTEN
      * FIRST AND THE MASTER REWRITTEN AFTER IT; A MOVEMENT EITHER
      * FILE WOULD NOT TAKE IS REFUSED LIKE ANY OTHER, ITS HISTORY
      * BACKED OUT AGAIN, AND THE JOURNAL'S TOTALS NEVER SEE IT.
       APPLY-ONE-MOVEMENT.
           MOVE SPACES TO JRD-CLOSED-FLAG.
           PERFORM WRITE-TRANSACTION-HISTORY.
           IF HISTORY-FAILED
                MOVE "HISTORY NOT WRITTEN" TO WS-POST-REASON
           ELSE
                PERFORM UPDATE-ONE-MASTER
           END-IF.
           IF WS-POST-REASON = SPACES
                PERFORM RECORD-ONE-MOVEMENT
           END-IF.

       UPDATE-ONE-MASTER.
           ADD WS-HIST-MOVEMENT TO LOAN-PRINCIPAL.
           IF NOT MTX-CORRECTION
                MOVE 0 TO LOAN-IDLE-CYCLES
                IF LOAN-STATUS-DORMANT
                     MOVE "A" TO LOAN-STATUS-CODE
                END-IF
           END-IF.
           IF MTX-FULL-WITHDRAWAL
                MOVE "C" TO LOAN-STATUS-CODE
                MOVE RH-RUN-DATE TO LOAN-CLOSED-DATE
                MOVE "CLOSED" TO JRD-CLOSED-FLAG
           END-IF.
           REWRITE LOAN-ACCOUNT-RECORD
                INVALID KEY
                     DISPLAY "POSTING REWRITE FAILED FOR ACCOUNT "
                          LOAN-ACCT-NUMBER " - STATUS " WS-LOAN-STATUS
                     MOVE "MASTER NOT UPDATED" TO WS-POST-REASON
                     IF WS-RUN-SEVERITY < 8
                          MOVE 8 TO WS-RUN-SEVERITY
                     END-IF
           END-REWRITE.
           IF WS-POST-REASON NOT = SPACES
                PERFORM BACK-OUT-TRANSACTION-HISTORY
           END-IF.

       RECORD-ONE-MOVEMENT.
           ADD 1 TO WS-POSTED-COUNT.
           ADD 1 TO BT-POSTED-COUNT (WS-CUR-BATCH).
           ADD WS-HIST-MOVEMENT TO WS-NET-MOVEMENT.
           EVALUATE TRUE
                 WHEN MTX-DEPOSIT
                      ADD 1 TO WS-DEPOSIT-COUNT
                      ADD WS-HIST-MOVEMENT TO WS-DEPOSIT-TOTAL
                 WHEN MTX-CORRECTION
                      ADD 1 TO WS-CORRECTION-COUNT
                      ADD WS-HIST-MOVEMENT TO WS-CORRECTION-TOTAL
                 WHEN OTHER
                      ADD 1 TO WS-WITHDRAWAL-COUNT
                      SUBTRACT WS-HIST-MOVEMENT FROM WS-WITHDRAWAL-TOTAL
                      IF MTX-FULL-WITHDRAWAL
                           ADD 1 TO WS-CLOSED-COUNT
                      END-IF
           END-EVALUATE.
           MOVE LOAN-ACCT-NUMBER TO JRD-ACCT-NUMBER.
           MOVE MTX-TRAN-CODE TO JRD-TRAN-CODE.
           MOVE WS-HIST-MOVEMENT TO JRD-AMOUNT.
           MOVE WS-OLD-PRINCIPAL TO JRD-BALANCE-BEFORE.
           MOVE LOAN-PRINCIPAL TO JRD-BALANCE-AFTER.
           MOVE MTX-REFERENCE TO JRD-REFERENCE.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-DETAIL-LINE.

      * ONE HISTORY RECORD PER ACCOUNT PER DAY. A SECOND MOVEMENT ON
      * THE SAME ACCOUNT TONIGHT - OR A POSTING, MATURITY OR EARLIER
      * FEED THAT ALREADY WROTE TODAY'S RECORD - IS FOLDED INTO IT
      * (DEPOSITS AND CLOSING BALANCE) RATHER THAN LOST ON A
      * DUPLICATE KEY.
       WRITE-TRANSACTION-HISTORY.
           MOVE "Y" TO WS-HIST-ADDED.
           MOVE "N" TO WS-HIST-FAILED.
           MOVE LOAN-ACCT-NUMBER TO LH-ACCT-NUMBER.
           MOVE RH-RUN-DATE TO LH-POSTING-DATE.
           MOVE WS-OLD-PRINCIPAL TO LH-OPENING-BALANCE.
           MOVE WS-HIST-MOVEMENT TO LH-DEPOSITS-POSTED.
           MOVE 0 TO LH-INTEREST-POSTED.
           COMPUTE LH-CLOSING-BALANCE =
                WS-OLD-PRINCIPAL + WS-HIST-MOVEMENT.
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

      * THE MASTER NEVER TOOK THE MOVEMENT, SO NEITHER MAY HISTORY: A
      * RECORD THIS MOVEMENT ADDED IS DELETED, A FOLD IS TAKEN BACK
      * OUT.
       BACK-OUT-TRANSACTION-HISTORY.
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

      * A REFUSED MOVEMENT IS JOURNALED WITH ITS REASON SO THE BRANCH
      * CAN BE TOLD, AND LOGGED LIKE ANY OTHER REJECT.
       REFUSE-ONE-MOVEMENT.
           ADD 1 TO WS-REJECTED-COUNT.
           ADD 1 TO BT-REJECTED-COUNT (WS-CUR-BATCH).
           MOVE MTX-ACCT-NUMBER TO JRX-ACCT-NUMBER.
           MOVE MTX-TRAN-CODE TO JRX-TRAN-CODE.
           IF MTX-AMOUNT IS NUMERIC
                MOVE MTX-AMOUNT TO JRX-AMOUNT
           ELSE
                MOVE 0 TO JRX-AMOUNT
           END-IF.
           MOVE WS-POST-REASON TO JRX-REASON.
           MOVE MTX-REFERENCE TO JRX-REFERENCE.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-REJECT-LINE.
           MOVE MONETARY-TRANSACTION-RECORD(1:21) TO EL-INPUT-VALUE.
           MOVE WS-POST-REASON TO EL-ERROR-TEXT.
           PERFORM LOG-ERROR-ENTRY.
           IF WS-RUN-SEVERITY < 4
                MOVE 4 TO WS-RUN-SEVERITY
           END-IF.

      * THE "NET MOVEMENT" LINE IS THE PRINCIPAL THE RUN PUT ON (OR
      * TOOK OFF) THE MASTER - LNAUDIT READS IT BY ITS LABEL.
       WRITE-JOURNAL-TOTALS.
           WRITE TRANSACTION-JOURNAL-LINE FROM SPACES.
           MOVE "BATCHES ACCEPTED  " TO TOT-LABEL.
           MOVE WS-GOOD-BATCHES TO TOT-COUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-TOTAL-LINE.
           MOVE "BATCHES REFUSED   " TO TOT-LABEL.
           MOVE WS-FAILED-BATCHES TO TOT-COUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-TOTAL-LINE.
           MOVE "MOVEMENTS READ    " TO TOT-LABEL.
           MOVE WS-RECORDS-READ TO TOT-COUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-TOTAL-LINE.
           MOVE "DEPOSITS          " TO TOT-LABEL.
           MOVE WS-DEPOSIT-COUNT TO TOT-COUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-TOTAL-LINE.
           MOVE "WITHDRAWALS       " TO TOT-LABEL.
           MOVE WS-WITHDRAWAL-COUNT TO TOT-COUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-TOTAL-LINE.
           MOVE "ACCOUNTS CLOSED   " TO TOT-LABEL.
           MOVE WS-CLOSED-COUNT TO TOT-COUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-TOTAL-LINE.
           MOVE "CORRECTIONS       " TO TOT-LABEL.
           MOVE WS-CORRECTION-COUNT TO TOT-COUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-TOTAL-LINE.
           MOVE "REFUSED           " TO TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO TOT-COUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-TOTAL-LINE.
           MOVE "DEPOSITED         " TO TOT-AMOUNT-LABEL.
           MOVE WS-DEPOSIT-TOTAL TO TOT-AMOUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-AMOUNT-LINE.
           MOVE "WITHDRAWN         " TO TOT-AMOUNT-LABEL.
           MOVE WS-WITHDRAWAL-TOTAL TO TOT-AMOUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-AMOUNT-LINE.
           MOVE "CORRECTED (NET)   " TO TOT-AMOUNT-LABEL.
           MOVE WS-CORRECTION-TOTAL TO TOT-AMOUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-AMOUNT-LINE.
           MOVE "NET MOVEMENT      " TO TOT-AMOUNT-LABEL.
           MOVE WS-NET-MOVEMENT TO TOT-AMOUNT.
           WRITE TRANSACTION-JOURNAL-LINE FROM JOURNAL-AMOUNT-LINE.

       LOG-ERROR-ENTRY.
           MOVE "LNTRAN" TO EL-PROGRAM-NAME.
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
           MOVE "LNTRAN" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-RECORDS-READ TO RST-RECORDS-READ.
           MOVE WS-POSTED-COUNT TO RST-RECORDS-WRITTEN.
           MOVE WS-REJECTED-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM LNTRAN.
