
      * FRONT-END EDIT PASS OVER THE CALCULATOR TRANSACTION FEED. RUNS
      * AHEAD OF DECIMAL-DATA: READS THE RAW FEED (TRANXFIL), APPLIES
      * THE FIELD EDITS (NUMERIC OPERANDS, VALID OPERATOR, OPERAND
      * LIMITS), AND SPLITS IT INTO A CLEANED FEED
      * (CLEANTRX) THAT DECIMAL-DATA CONSUMES AND A REJECT FILE
      * (TRANREJ) THAT GOES BACK TO THE SUBMITTING DEPARTMENT THE
      * SAME MORNING.
      * BATCH ID CLEARS ITS OUTSTANDING REJECT. REJAGE PRINTS THE
      * MORNING AGING OF WHATEVER IS STILL OUTSTANDING.

      * EVERY BATCH IS ALSO CHECKED AGAINST THE PERMANENT REGISTRY OF
      * BATCHES RECEIVED (BATCHREG), KEYED BY BATCH ID, DEPARTMENT
      * AND BATCH DATE, SO A FEED DELIVERED TWICE CANNOT POST TWICE.
      * AN EXACT REPEAT - SAME TRAILER COUNT AND HASH - IS REJECTED
      * WHOLE AS A DUPLICATE; THE SAME BATCH WITH DIFFERENT TOTALS
      * POSTS BUT IS FLAGGED FOR REVIEW (SEVERITY 4). A BATCH WHOSE
      * RECORDS COULD ALL BE CORRECTIONS OF REJECTS STILL OUTSTANDING
      * ON RECYCFIL IS A RESUBMISSION AND GOES THROUGH AS USUAL. THE
      * REPEAT VERDICT PRINTS ON EDITCTL NEXT TO THE BALANCE VERDICT.
      * THE REGISTRY IS ONLY UPDATED WHEN THE FEED ACTUALLY POSTS.

      * THE OPERAND LIMITS ARE RULES ON THE BUSINESS-LIMITS FILE
      * (LIMITPRM), CHECKED THROUGH THE COMMON LIMCHECK ROUTINE AS
      * THEY STAND ON THE BUSINESS DATE: TRAN-OPERAND FOR EITHER
      * OPERAND, TRAN-DIVISOR AND TRAN-MODULUS FOR THE SECOND OPERAND
      * OF A "/" OR "#", TRAN-PCT-BASE FOR THE FIRST OPERAND OF A
      * "%". A BREACH REJECTS THE RECORD AT THE RULE'S SEVERITY
      * (AT LEAST 4). WITHOUT LIMITPRM THE LIMITS ARE LEFT TO
      * DECIMAL-DATA'S OWN ARITHMETIC CHECKS AND THE RUN ENDS AT
      * SEVERITY 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT BATCH-REGISTRY ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-BATCHREG-STATUS.

           SELECT EDIT-CONTROL-REPORT ASSIGN TO "EDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITCTL-STATUS.
       FD  RECYCLE-FILE.
       COPY RECYCREC.

       FD  BATCH-REGISTRY.
       COPY BATCHREG.

       FD  EDIT-CONTROL-REPORT.
       01  EDIT-CONTROL-LINE                PIC X(80).

       COPY ERRLOG.
       COPY TRANBAT.
       COPY RUNSTAT.
       COPY LIMCALL.

       77  WS-BUSDATE-STATUS            PIC XX.

       77  WS-EOF-TRANX                 PIC X VALUE "N".
           88 NO-MORE-TRANX             VALUE "Y".
       77  WS-EDIT-REASON               PIC X(20).
       77  WS-LIMITS-ENFORCED           PIC X VALUE "N".
           88 LIMITS-ENFORCED           VALUE "Y".
       77  WS-ACCEPTED-COUNT            PIC 9(7) VALUE 0.
       77  WS-REJECTED-COUNT            PIC 9(7) VALUE 0.
       77  WS-ACCEPTED-HASH             PIC S9(11)V99 VALUE 0.
       77  WS-REJECTS-CLEARED           PIC 9(5) VALUE 0.
       77  WS-RECYCLE-FULL              PIC X VALUE "N".
           88 RECYCLE-TABLE-FULL        VALUE "Y".
       77  WS-BATCHREG-STATUS           PIC XX.
       77  WS-REGISTRY-OPEN             PIC X VALUE "N".
           88 REGISTRY-OPEN             VALUE "Y".
       77  WS-PRIOR-SUB                 PIC 99.
       77  WS-PRIOR-FOUND               PIC X.
       77  WS-PRIOR-COUNT               PIC 9(7).
       77  WS-PRIOR-HASH                PIC S9(11)V99.
       77  WS-OUTSTANDING-REJECTS       PIC 999.
       77  WS-DUPLICATE-BATCHES         PIC 99 VALUE 0.
       77  WS-REVIEW-BATCHES            PIC 99 VALUE 0.

      * IN-CORE IMAGE OF RECYCFIL FOR THE RUN: LOADED UP FRONT,
      * MATCHED AND EXTENDED AS THE FEED EDITS, WRITTEN BACK WHOLE AT
           05 BATCH-CONTROL-ENTRY OCCURS 20 TIMES.
              10 BT-BATCH-ID            PIC X(8).
              10 BT-DEPARTMENT          PIC X(4).
              10 BT-BATCH-DATE          PIC 9(8).
              10 BT-TRAILER-SEEN        PIC X.
              10 BT-RAW-COUNT           PIC 9(7).
              10 BT-RAW-HASH            PIC S9(11)V99.
              10 BT-ACCEPTED-COUNT      PIC 9(7).
              10 BT-ACCEPTED-HASH       PIC S9(11)V99.
              10 BT-REJECTED-COUNT      PIC 9(7).
      * NEW, DUPLICATE, RESUBMIT OR REVIEW AGAINST BATCHREG -
      * UNCHECKED WHEN THERE IS NO TRAILER TO COMPARE OR NO REGISTRY.
              10 BT-REPEAT-VERDICT      PIC X(9).

       01  DEPARTMENT-RECAP-TABLE.
           05 DEPARTMENT-RECAP-ENTRY OCCURS 10 TIMES.
              10 DP-BATCHES             PIC 99.
              10 DP-BALANCED            PIC 99.
              10 DP-REJECTED            PIC 99.
              10 DP-DUPLICATES          PIC 99.
              10 DP-REVIEW              PIC 99.

       01  CONTROL-HEADER-LINE.
           05 FILLER                     PIC X(7) VALUE "BATCH: ".
           05 CTL-DEPARTMENT             PIC X(4).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 CTL-VERDICT                PIC X(8).
           05 FILLER                     PIC X(9) VALUE "  REPEAT ".
           05 CTL-REPEAT-VERDICT         PIC X(9).
           05 FILLER                     PIC X(7) VALUE "  DATE ".
           05 CTL-BATCH-DATE             PIC X(8).

       01  CONTROL-COUNT-LINE.
           05 CTL-COUNT-LABEL            PIC X(10).
           05 FILLER                     PIC X(10)
                 VALUE " REJECTED ".
           05 DRL-REJECTED               PIC Z9.
           05 FILLER                     PIC X(11)
                 VALUE " DUPLICATE ".
           05 DRL-DUPLICATES             PIC Z9.
           05 FILLER                     PIC X(8)
                 VALUE " REVIEW ".
           05 DRL-REVIEW                 PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN EXTEND ERROR-LOG-FILE.
           PERFORM LOAD-RECYCLE-FILE.
           PERFORM OPEN-BATCH-REGISTRY.
           PERFORM LOAD-BUSINESS-LIMITS.
           PERFORM VERIFY-RAW-CONTROLS.
           PERFORM WRITE-EDIT-CONTROL-REPORT.
      * A PARTIAL-BATCH REJECTION IS SEVERITY 4, NOT 8 - NIGHTRUN
           IF RAW-CONTROLS-OK AND WS-GOOD-BATCHES > 0
                PERFORM EDIT-THE-FEED
                PERFORM WRITE-RECYCLE-FILE
                IF REGISTRY-OPEN AND WS-RUN-SEVERITY < 8
                     PERFORM REGISTER-ONE-BATCH
                          VARYING WS-BT-SUB FROM 1 BY 1
                               UNTIL WS-BT-SUB > WS-BATCH-COUNT
                END-IF
                IF (WS-FAILED-BATCHES > 0 OR WS-REVIEW-BATCHES > 0)
                   AND WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
                DISPLAY "TRANSACTION EDIT COMPLETE - ACCEPTED: "
                     WS-REJECTED-COUNT "  BATCHES REJECTED: "
                     WS-FAILED-BATCHES "  RECYCLES CLEARED: "
                     WS-REJECTS-CLEARED
                DISPLAY "DUPLICATE BATCHES: " WS-DUPLICATE-BATCHES
                     "  BATCHES FOR REVIEW: " WS-REVIEW-BATCHES
           ELSE
                PERFORM FAIL-THE-FEED
           END-IF.
           IF REGISTRY-OPEN
                CLOSE BATCH-REGISTRY
           END-IF.
           CLOSE ERROR-LOG-FILE.

           PERFORM WRITE-RUN-STATUS.
           MOVE RT-REASON (WS-RY-SUB) TO RCY-REASON.
           WRITE RECYCLE-RECORD.

      ******************************************************************
      * RECEIVED-BATCH REGISTRY - NO BATCH POSTS TWICE
      ******************************************************************
      * THE REGISTRY IS PERMANENT AND CUMULATIVE. A BRAND NEW SITE HAS
      * NO BATCHREG YET (STATUS 35), SO CREATE AN EMPTY ONE AND REOPEN
      * IT FOR UPDATE, THE WAY LNACCR CREATES ACCRFILE. WITHOUT IT NO
      * REPEAT CAN BE CAUGHT, SO THE FEED STILL EDITS BUT EVERY BATCH
      * IS MARKED UNCHECKED AND THE RUN FAILS AT SEVERITY 8 FOR
      * OPERATIONS TO LOOK AT BEFORE ANYTHING DOWNSTREAM POSTS.
       OPEN-BATCH-REGISTRY.
           MOVE "N" TO WS-REGISTRY-OPEN.
           OPEN I-O BATCH-REGISTRY.
           IF WS-BATCHREG-STATUS = "35"
                OPEN OUTPUT BATCH-REGISTRY
                CLOSE BATCH-REGISTRY
                OPEN I-O BATCH-REGISTRY
           END-IF.
           IF WS-BATCHREG-STATUS = "00"
                MOVE "Y" TO WS-REGISTRY-OPEN
           ELSE
                DISPLAY "UNABLE TO OPEN BATCH-REGISTRY - STATUS "
                     WS-BATCHREG-STATUS "  REPEATS NOT CHECKED"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      * THE TOTALS TO COMPARE AGAINST ARE THOSE OF THE LATEST VERSION
      * RECEIVED: AN EARLIER BATCH ON THIS SAME FEED THAT IS GOING TO
      * POST, FAILING THAT THE REGISTRY. A BATCH WITH NO MORE RECORDS
      * THAN ITS BATCH HAS REJECTS OUTSTANDING COULD BE NOTHING BUT
      * CORRECTIONS COMING BACK (AN OPERATOR FIX LEAVES THE HASH
      * UNCHANGED), SO IT IS A RESUBMISSION WHATEVER ITS TOTALS.
       CHECK-BATCH-REPEAT.
           MOVE "NEW" TO BT-REPEAT-VERDICT (WS-BT-SUB).
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
                     MOVE BT-EXPECTED-COUNT (WS-PRIOR-SUB)
                          TO WS-PRIOR-COUNT
                     MOVE BT-EXPECTED-HASH (WS-PRIOR-SUB)
                          TO WS-PRIOR-HASH
                END-IF
           END-PERFORM.
           IF WS-PRIOR-FOUND = "N" AND REGISTRY-OPEN
                PERFORM MOVE-REGISTRY-KEY
                READ BATCH-REGISTRY
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE "Y" TO WS-PRIOR-FOUND
                          MOVE BRG-EXPECTED-COUNT TO WS-PRIOR-COUNT
                          MOVE BRG-HASH-TOTAL TO WS-PRIOR-HASH
                END-READ
           END-IF.
           IF WS-PRIOR-FOUND = "N"
                IF NOT REGISTRY-OPEN
                     MOVE "UNCHECKED" TO BT-REPEAT-VERDICT (WS-BT-SUB)
                END-IF
           ELSE
                PERFORM COUNT-OUTSTANDING-REJECTS
                IF BT-EXPECTED-COUNT (WS-BT-SUB) > 0 AND
                   WS-OUTSTANDING-REJECTS >=
                        BT-EXPECTED-COUNT (WS-BT-SUB)
                     MOVE "RESUBMIT" TO BT-REPEAT-VERDICT (WS-BT-SUB)
                ELSE
                IF BT-EXPECTED-COUNT (WS-BT-SUB) = WS-PRIOR-COUNT AND
                   BT-EXPECTED-HASH (WS-BT-SUB) = WS-PRIOR-HASH
                     MOVE "DUPLICATE" TO BT-REPEAT-VERDICT (WS-BT-SUB)
                ELSE
                     MOVE "REVIEW" TO BT-REPEAT-VERDICT (WS-BT-SUB)
                END-IF
                END-IF
           END-IF.

      * ONLY ENTRIES LOADED FROM THE FILE COUNT, AS IN
      * MATCH-RECYCLE-ENTRY.
       COUNT-OUTSTANDING-REJECTS.
           MOVE 0 TO WS-OUTSTANDING-REJECTS.
           PERFORM VARYING WS-RY-SUB FROM 1 BY 1
                     UNTIL WS-RY-SUB > WS-RECYCLE-OLD
                IF RT-STATUS (WS-RY-SUB) = "O" AND
                   RT-BATCH-ID (WS-RY-SUB) = BT-BATCH-ID (WS-BT-SUB)
                   AND RT-DEPARTMENT (WS-RY-SUB) =
                        BT-DEPARTMENT (WS-BT-SUB)
                     ADD 1 TO WS-OUTSTANDING-REJECTS
                END-IF
           END-PERFORM.

       MOVE-REGISTRY-KEY.
           MOVE BT-BATCH-ID (WS-BT-SUB) TO BRG-BATCH-ID.
           MOVE BT-DEPARTMENT (WS-BT-SUB) TO BRG-DEPARTMENT.
           MOVE BT-BATCH-DATE (WS-BT-SUB) TO BRG-BATCH-DATE.

      * RUN ONCE THE FEED HAS POSTED. A BATCH THAT POSTED RECORDS ITS
      * TOTALS AS THE LATEST VERSION RECEIVED; A DUPLICATE ONLY BUMPS
      * THE COUNT OF REPEATS TURNED AWAY. A BATCH THAT FAILED ITS
      * CONTROLS IS NOT REGISTERED - ITS CLEAN RESEND MUST NOT LOOK
      * LIKE A REPEAT. NOR IS ANY BATCH REGISTERED WHEN THE EDIT HAS
      * REACHED SEVERITY 8: NIGHTRUN HALTS THERE AND THE FEED NEVER
      * POSTS, SO THE RERUN MUST BE ABLE TO POST THE SAME BATCHES.
       REGISTER-ONE-BATCH.
           IF BT-BATCH-OK (WS-BT-SUB) = "Y" OR
              BT-REPEAT-VERDICT (WS-BT-SUB) = "DUPLICATE"
                PERFORM MOVE-REGISTRY-KEY
                READ BATCH-REGISTRY
                     INVALID KEY
                          MOVE "N" TO WS-PRIOR-FOUND
                     NOT INVALID KEY
                          MOVE "Y" TO WS-PRIOR-FOUND
                END-READ
                IF BT-BATCH-OK (WS-BT-SUB) = "Y"
                     PERFORM RECORD-POSTED-BATCH
                ELSE
                IF WS-PRIOR-FOUND = "Y"
                     ADD 1 TO BRG-REPEATS-REJECTED
                     MOVE RH-RUN-DATE TO BRG-LAST-RECEIVED
                     MOVE "DUPLICATE" TO BRG-LAST-VERDICT
                     REWRITE BATCH-REGISTRY-RECORD
                END-IF
                END-IF
           END-IF.

       RECORD-POSTED-BATCH.
           IF WS-PRIOR-FOUND = "N"
                MOVE SPACES TO BATCH-REGISTRY-RECORD
                PERFORM MOVE-REGISTRY-KEY
                MOVE RH-RUN-DATE TO BRG-FIRST-RECEIVED
                MOVE 0 TO BRG-TIMES-POSTED
                MOVE 0 TO BRG-REPEATS-REJECTED
           END-IF.
           MOVE BT-EXPECTED-COUNT (WS-BT-SUB) TO BRG-EXPECTED-COUNT.
           MOVE BT-EXPECTED-HASH (WS-BT-SUB) TO BRG-HASH-TOTAL.
           MOVE RH-RUN-DATE TO BRG-LAST-RECEIVED.
           ADD 1 TO BRG-TIMES-POSTED.
           MOVE BT-REPEAT-VERDICT (WS-BT-SUB) TO BRG-LAST-VERDICT.
           IF WS-PRIOR-FOUND = "Y"
                REWRITE BATCH-REGISTRY-RECORD
           ELSE
                WRITE BATCH-REGISTRY-RECORD
           END-IF.
           IF WS-BATCHREG-STATUS NOT = "00"
                DISPLAY "BATCH-REGISTRY NOT UPDATED FOR "
                     BT-BATCH-ID (WS-BT-SUB) " - STATUS "
                     WS-BATCHREG-STATUS
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      ******************************************************************
      * FIRST PASS - VERIFY EACH BATCH'S CONTROLS ON THE RAW FEED
      ******************************************************************
                MOVE TRANSACTION-RECORD TO WS-BATCH-HEADER-REC
                MOVE TBH-BATCH-ID TO BT-BATCH-ID (WS-CUR-BATCH)
                MOVE TBH-DEPARTMENT TO BT-DEPARTMENT (WS-CUR-BATCH)
                MOVE TBH-BATCH-DATE TO BT-BATCH-DATE (WS-CUR-BATCH)
                MOVE "UNCHECKED" TO BT-REPEAT-VERDICT (WS-CUR-BATCH)
                MOVE "N" TO BT-TRAILER-SEEN (WS-CUR-BATCH)
                MOVE 0 TO BT-RAW-COUNT (WS-CUR-BATCH)
                MOVE 0 TO BT-RAW-HASH (WS-CUR-BATCH)
                MOVE 0 TO BT-REJECTED-COUNT (WS-CUR-BATCH)
           END-IF.

      * A BATCH MUST BALANCE AND MUST NOT BE AN EXACT REPEAT OF ONE
      * ALREADY RECEIVED. A BATCH FLAGGED FOR REVIEW STILL POSTS.
       JUDGE-ONE-BATCH.
           IF BT-TRAILER-SEEN (WS-BT-SUB) = "Y"
                PERFORM CHECK-BATCH-REPEAT
           END-IF.
           MOVE SPACES TO WS-EDIT-REASON.
           IF BT-TRAILER-SEEN (WS-BT-SUB) = "Y" AND
              BT-RAW-COUNT (WS-BT-SUB) =
                   BT-EXPECTED-COUNT (WS-BT-SUB) AND
              BT-RAW-HASH (WS-BT-SUB) =
                   BT-EXPECTED-HASH (WS-BT-SUB)
                IF BT-REPEAT-VERDICT (WS-BT-SUB) = "DUPLICATE"
                     ADD 1 TO WS-DUPLICATE-BATCHES
                     MOVE "DUPLICATE BATCH" TO WS-EDIT-REASON
                ELSE
                     MOVE "Y" TO BT-BATCH-OK (WS-BT-SUB)
                     ADD 1 TO WS-GOOD-BATCHES
                     IF BT-REPEAT-VERDICT (WS-BT-SUB) = "REVIEW"
                          ADD 1 TO WS-REVIEW-BATCHES
                          MOVE "BATCH TOTALS CHANGED" TO WS-EDIT-REASON
                     END-IF
                END-IF
           ELSE
                MOVE "BATCH CONTROL FAIL" TO WS-EDIT-REASON
           END-IF.
           IF BT-BATCH-OK (WS-BT-SUB) NOT = "Y"
                ADD 1 TO WS-FAILED-BATCHES
           END-IF.
           IF WS-EDIT-REASON NOT = SPACES
                MOVE "TRANEDIT" TO EL-PROGRAM-NAME
                MOVE FUNCTION CURRENT-DATE TO EL-TIMESTAMP
                MOVE OC-OPERATOR-ID TO EL-OPERATOR-ID
                MOVE SPACES TO CTL-BATCH-ID
                MOVE SPACES TO CTL-DEPARTMENT
                MOVE "REJECTED" TO CTL-VERDICT
                MOVE "UNCHECKED" TO CTL-REPEAT-VERDICT
                MOVE SPACES TO CTL-BATCH-DATE
                WRITE EDIT-CONTROL-LINE FROM CONTROL-HEADER-LINE
           ELSE
                PERFORM WRITE-ONE-BATCH-VERDICT
           ELSE
                MOVE "REJECTED" TO CTL-VERDICT
           END-IF.
           MOVE BT-REPEAT-VERDICT (WS-BT-SUB) TO CTL-REPEAT-VERDICT.
           MOVE BT-BATCH-DATE (WS-BT-SUB) TO CTL-BATCH-DATE.
           WRITE EDIT-CONTROL-LINE FROM CONTROL-HEADER-LINE.
           MOVE "COUNT     " TO CTL-COUNT-LABEL.
           MOVE BT-EXPECTED-COUNT (WS-BT-SUB) TO CTL-EXPECTED.
                MOVE 0 TO DP-BATCHES (WS-DP-SUB)
                MOVE 0 TO DP-BALANCED (WS-DP-SUB)
                MOVE 0 TO DP-REJECTED (WS-DP-SUB)
                MOVE 0 TO DP-DUPLICATES (WS-DP-SUB)
                MOVE 0 TO DP-REVIEW (WS-DP-SUB)
           END-IF.
           IF WS-DP-SUB > 0
                ADD 1 TO DP-BATCHES (WS-DP-SUB)
                ELSE
                     ADD 1 TO DP-REJECTED (WS-DP-SUB)
                END-IF
                IF BT-REPEAT-VERDICT (WS-BT-SUB) = "DUPLICATE"
                     ADD 1 TO DP-DUPLICATES (WS-DP-SUB)
                END-IF
                IF BT-REPEAT-VERDICT (WS-BT-SUB) = "REVIEW"
                     ADD 1 TO DP-REVIEW (WS-DP-SUB)
                END-IF
           END-IF.

       WRITE-ONE-DEPT-RECAP.
           MOVE DP-BATCHES (WS-DP-SUB) TO DRL-BATCHES.
           MOVE DP-BALANCED (WS-DP-SUB) TO DRL-BALANCED.
           MOVE DP-REJECTED (WS-DP-SUB) TO DRL-REJECTED.
           MOVE DP-DUPLICATES (WS-DP-SUB) TO DRL-DUPLICATES.
           MOVE DP-REVIEW (WS-DP-SUB) TO DRL-REVIEW.
           WRITE EDIT-CONTROL-LINE FROM DEPT-RECAP-LINE.

      * NO USABLE BATCH ON THE FEED - SEVERITY 12, AND CLEANTRX AND
      * NIGHT CANNOT BE POSTED IN ITS PLACE.
       FAIL-THE-FEED.
           MOVE 12 TO WS-RUN-SEVERITY.
           DISPLAY "FEED REJECTED - NO BATCH BALANCES, EVERY BATCH "
                "IS A DUPLICATE OR THE BATCH STRUCTURE IS BROKEN - "
                "NOTHING EDITED".
           OPEN OUTPUT CLEAN-TRANSACTION-FILE.
           CLOSE CLEAN-TRANSACTION-FILE.
           OPEN OUTPUT REJECT-FILE.
      * DECIMAL-DATA, SO IT GOES BACK TO THE DEPARTMENT NOW. A CHAIN
      * MARKER'S FIRST OPERAND IS ONLY KNOWN AT RUN TIME AND IS LEFT
      * TO THE BATCH. GENUINE SIZE OVERFLOW DEPENDS ON THE OPERATION
      * AND STAYS WITH DECIMAL-DATA TOO. WITH LIMITPRM LOADED THE
      * OPERANDS THAT GET PAST THAT ARE HELD TO THE BUSINESS LIMITS
      * AS WELL; WITHOUT IT THE ZERO EDITS STILL STAND.
       EDIT-OPERAND-LIMITS.
           EVALUATE TRUE
                 WHEN WS-OPERATOR-CHECK = "/" AND
                 WHEN OTHER
                      CONTINUE
           END-EVALUATE.
           IF LIMITS-ENFORCED AND WS-EDIT-REASON = SPACES
                MOVE WS-NUM2-DIG TO WS-NUM2-VALUE
                IF NOT CHAIN-MARKER
                     MOVE WS-NUM1-DIG TO WS-NUM1-VALUE
                     MOVE "TRAN-OPERAND" TO LC-RULE-NAME
                     MOVE WS-NUM1-VALUE TO LC-VALUE
                     PERFORM CHECK-ONE-OPERAND-LIMIT
                END-IF
                MOVE "TRAN-OPERAND" TO LC-RULE-NAME
                MOVE WS-NUM2-VALUE TO LC-VALUE
                PERFORM CHECK-ONE-OPERAND-LIMIT
                IF WS-OPERATOR-CHECK = "/"
                     MOVE "TRAN-DIVISOR" TO LC-RULE-NAME
                     PERFORM CHECK-ONE-OPERAND-LIMIT
                END-IF
                IF WS-OPERATOR-CHECK = "#"
                     MOVE "TRAN-MODULUS" TO LC-RULE-NAME
                     PERFORM CHECK-ONE-OPERAND-LIMIT
                END-IF
                IF WS-OPERATOR-CHECK = "%" AND NOT CHAIN-MARKER
                     MOVE "TRAN-PCT-BASE" TO LC-RULE-NAME
                     MOVE WS-NUM1-VALUE TO LC-VALUE
                     PERFORM CHECK-ONE-OPERAND-LIMIT
                END-IF
           END-IF.

       CHECK-ONE-OPERAND-LIMIT.
           IF WS-EDIT-REASON = SPACES
                MOVE "C" TO LC-REQUEST
                MOVE RH-RUN-DATE TO LC-AS-OF-DATE
                CALL "LIMCHECK" USING LIMIT-CHECK-AREA
                IF LC-OUT-OF-RANGE
                     EVALUATE TRUE
                          WHEN LC-RULE-NAME = "TRAN-DIVISOR"
                               MOVE "DIVISOR LIMIT" TO WS-EDIT-REASON
                          WHEN LC-RULE-NAME = "TRAN-MODULUS"
                               MOVE "MODULUS LIMIT" TO WS-EDIT-REASON
                          WHEN LC-RULE-NAME = "TRAN-PCT-BASE"
                               MOVE "PCT BASE LIMIT" TO WS-EDIT-REASON
                          WHEN OTHER
                               MOVE "OPERAND LIMIT" TO WS-EDIT-REASON
                     END-EVALUATE
                     IF WS-RUN-SEVERITY < LC-SEVERITY
                          MOVE LC-SEVERITY TO WS-RUN-SEVERITY
                     END-IF
                     IF WS-RUN-SEVERITY < 4
                          MOVE 4 TO WS-RUN-SEVERITY
                     END-IF
                END-IF
           END-IF.

       LOAD-BUSINESS-LIMITS.
           MOVE "L" TO LC-REQUEST.
           CALL "LIMCHECK" USING LIMIT-CHECK-AREA.
           IF LC-LIMITS-UNAVAILABLE
                DISPLAY "LIMITPRM NOT AVAILABLE - STATUS "
                     LC-FILE-STATUS "  OPERAND LIMITS NOT EDITED"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                MOVE "Y" TO WS-LIMITS-ENFORCED
                IF LC-IGNORED-COUNT > 0
                     DISPLAY "LIMITPRM: " LC-IGNORED-COUNT
                          " UNREADABLE LINES IGNORED"
                     IF WS-RUN-SEVERITY < 4
                          MOVE 4 TO WS-RUN-SEVERITY
                     END-IF
                END-IF
           END-IF.

       ACCEPT-THE-DETAIL.
           ADD 1 TO WS-ACCEPTED-COUNT.
