      * (BATCHCTL); ONLY THE BATCHES THAT BALANCE ARE REPROCESSED AND
      * POSTED - AN UNBALANCED BATCH IS REJECTED ALONE (SEVERITY 4)
      * AND A FEED WITH NO USABLE BATCH FAILS WHOLE (SEVERITY 12).

      * RESULTS IS ALSO CUT APART BY SUBMITTING DEPARTMENT: EVERY
      * RESULT AND CHAIN FINAL IS TAGGED WITH ITS BATCH ON A WORK FILE
      * (RETNWORK) AS IT IS WRITTEN, AND ONCE THE FEED HAS POSTED EACH
      * DEPARTMENT GETS ITS OWN RETURN FILE (RETURN.<DEPT>, LAYOUT
      * RETNREC) - ITS BATCHES UNDER THEIR OWN HEADERS, EACH CLOSED BY
      * A COUNT AND RESULT-TOTAL TRAILER. THE DISTRIBUTION CONTROL
      * REPORT (DISTCTL) READS THE GRAND TOTAL BACK OFF RESULTS AND
      * PROVES THE RETURN FILES ADD BACK TO IT; A DISTRIBUTION THAT
      * DOES NOT BALANCE ENDS WITH SEVERITY 8 SO THE FILES ARE NOT
      * SENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHCTL-STATUS.

           SELECT RETURN-WORK-FILE ASSIGN TO "RETNWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNWORK-STATUS.

           SELECT RETURN-FILE ASSIGN USING WS-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT DIST-CONTROL-REPORT ASSIGN TO "DISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTCTL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "DECCHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
       FD  BATCH-CONTROL-REPORT.
       01  BATCH-CONTROL-LINE               PIC X(80).

      * ONE RECORD PER RESULT OR CHAIN FINAL WRITTEN TO RESULTS, IN
      * THE ORDER WRITTEN: THE TRANSACTION IT CAME FROM (SO A
      * RESTART'S REPLAYED LINES CAN BE PASSED OVER), THE BATCH IT
      * BELONGS TO, AND THE RETURN RECORD IT BECOMES.
       FD  RETURN-WORK-FILE.
       01  RETURN-WORK-RECORD.
           05 RW-TRANS-SEQ                  PIC 9(7).
           05 RW-BATCH-SEQ                  PIC 99.
           05 RW-RETURN-IMAGE               PIC X(73).

       FD  RETURN-FILE.
       01  RETURN-FILE-RECORD               PIC X(73).

       FD  DIST-CONTROL-REPORT.
       01  DIST-CONTROL-LINE                PIC X(80).

      * ONE-RECORD RESTART FILE, REWRITTEN IN PLACE EVERY FEW
      * TRANSACTIONS: HOW MANY DETAILS WERE FULLY PROCESSED PLUS THE
      * RUNNING CONTROL TOTALS, SO A RERUN CAN SKIP FORWARD AND PICK
           05 DCK-PRIOR-VALID               PIC X.
           05 DCK-PRIOR-RESULT              PIC S9(14)V9(4)
                 SIGN LEADING SEPARATE.
           05 DCK-CHAIN-BATCH               PIC 99.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.
       COPY ERRLOG.
       COPY TRANBAT.
       COPY RUNSTAT.
       COPY RETNREC.

       77  WS-BUSDATE-STATUS            PIC XX.

           05 BATCH-CONTROL-ENTRY OCCURS 20 TIMES.
              10 BT-BATCH-ID             PIC X(8).
              10 BT-DEPARTMENT           PIC X(4).
              10 BT-BATCH-DATE           PIC 9(8).
              10 BT-TRAILER-SEEN         PIC X.
              10 BT-RECEIVED-COUNT       PIC 9(7).
              10 BT-RECEIVED-HASH        PIC S9(11)V99.
       77  WS-RUN-SEVERITY               PIC 99 VALUE 0.
       77  WS-RESULTS-WRITTEN            PIC 9(7) VALUE 0.
       77  WS-REJECTED-COUNT             PIC 9(7) VALUE 0.
      * THE BATCH OF THE LATEST CHAIN STEP - ITS CHAIN FINAL GOES BACK
      * WITH THAT BATCH EVEN WHEN THE NEXT BATCH'S FIRST TRANSACTION
      * IS WHAT CLOSES THE CHAIN.
       77  WS-CHAIN-BATCH                PIC 99 VALUE 0.
       77  WS-RETURN-BATCH               PIC 99 VALUE 0.
       77  WS-RETNWORK-STATUS            PIC XX.
       77  WS-RETURN-STATUS              PIC XX.
       77  WS-DISTCTL-STATUS             PIC XX.
       77  WS-RETURN-NAME                PIC X(20).
       77  WS-EOF-WORK                   PIC X VALUE "N".
           88 NO-MORE-WORK               VALUE "Y".
      * A DROP IN THE TRANSACTION SEQUENCE ON RETNWORK IS A RESTART
      * REPLAYING WHAT THE FAILED RUN HAD ALREADY WRITTEN; EVERYTHING
      * UP TO THE HIGHEST SEQUENCE SEEN BEFORE THE DROP IS SKIPPED.
       77  WS-LAST-SEQ-READ              PIC 9(7).
       77  WS-HIGH-SEQ                   PIC 9(7).
       77  WS-REPLAY-LIMIT               PIC 9(7).
       77  WS-BATCH-RESULTS              PIC 9(7).
       77  WS-BATCH-RESULT-TOTAL         PIC S9(15)V9(4).
       77  WS-BATCH-CHAINS               PIC 9(5).
       77  WS-DEPT-BATCHES               PIC 99.
       77  WS-DEPT-RESULTS               PIC 9(7).
       77  WS-DEPT-RESULT-TOTAL          PIC S9(15)V9(4).
       77  WS-RETURN-RESULTS             PIC 9(7) VALUE 0.
       77  WS-RETURN-RESULT-TOTAL        PIC S9(15)V9(4) VALUE 0.
       77  WS-RESULTS-GRAND-COUNT        PIC 9(7) VALUE 0.
       77  WS-RESULTS-GRAND-TOTAL        PIC S9(15)V9(4) VALUE 0.
       77  WS-GRAND-TOTAL-FOUND          PIC X VALUE "N".

       01  CHAIN-FINAL-LINE.
           05 FILLER                     PIC X(12)
                 VALUE " REJECTED ".
           05 DRL-REJECTED               PIC Z9.

      * MIRROR OF SUMMARY-DETAIL-LINE, FOR READING THE GRAND TOTAL
      * BACK OFF RESULTS THE WAY EODRECON DOES.
       01  RESULTS-SUMMARY-IN.
           05 RS-LABEL                   PIC X(14).
           05 RS-COUNT                   PIC ZZZZ9.
           05 FILLER                     PIC X(2).
           05 RS-TOTAL              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999-.

       01  DIST-HEADING-LINE.
           05 FILLER                     PIC X(40)
                 VALUE "RESULT DISTRIBUTION BY DEPARTMENT".

       01  DIST-DEPT-LINE.
           05 FILLER                     PIC X(5) VALUE "DEPT ".
           05 DSL-DEPARTMENT             PIC X(4).
           05 FILLER                     PIC X VALUE SPACE.
           05 DSL-FILE-NAME              PIC X(12).
           05 FILLER                     PIC X(9) VALUE " BATCHES ".
           05 DSL-BATCHES                PIC Z9.
           05 FILLER                     PIC X(9) VALUE " RESULTS ".
           05 DSL-RESULTS                PIC ZZZZZZ9.
           05 FILLER                     PIC X VALUE SPACE.
           05 DSL-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999-.

       01  DIST-TOTAL-LINE.
           05 DTL-LABEL                  PIC X(42).
           05 DTL-RESULTS                PIC ZZZZZZ9.
           05 FILLER                     PIC X VALUE SPACE.
           05 DTL-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999-.

       77  WS-ADD-COUNT                  PIC 9(5) VALUE 0.
       77  WS-SUB-COUNT                  PIC 9(5) VALUE 0.
       77  WS-MUL-COUNT                  PIC 9(5) VALUE 0.
      * CONTROLS IS THAT THE BATCHES THAT BALANCE STILL POST.
           IF BATCH-CONTROLS-OK AND WS-GOOD-BATCHES > 0
                PERFORM PROCESS-VERIFIED-BATCH
                PERFORM DISTRIBUTE-RESULTS
                IF WS-FAILED-BATCHES > 0 AND WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
                DISPLAY "FEED REJECTED - NO BATCH BALANCES OR THE "
                     "BATCH STRUCTURE IS BROKEN - NOTHING POSTED"
                MOVE 12 TO WS-RUN-SEVERITY
                PERFORM WRITE-EMPTY-DISTRIBUTION
           END-IF.
           CLOSE ERROR-LOG-FILE.

                MOVE TRANSACTION-RECORD TO WS-BATCH-HEADER-REC
                MOVE TBH-BATCH-ID TO BT-BATCH-ID (WS-CUR-BATCH)
                MOVE TBH-DEPARTMENT TO BT-DEPARTMENT (WS-CUR-BATCH)
                MOVE TBH-BATCH-DATE TO BT-BATCH-DATE (WS-CUR-BATCH)
                MOVE "N" TO BT-TRAILER-SEEN (WS-CUR-BATCH)
                MOVE 0 TO BT-RECEIVED-COUNT (WS-CUR-BATCH)
                MOVE 0 TO BT-RECEIVED-HASH (WS-CUR-BATCH)
           IF RESTART-RUN
                OPEN EXTEND RESULTS-FILE
                OPEN EXTEND AUDIT-FILE
                OPEN EXTEND RETURN-WORK-FILE
           ELSE
                OPEN OUTPUT RESULTS-FILE
                OPEN OUTPUT AUDIT-FILE
                OPEN OUTPUT RETURN-WORK-FILE
           END-IF.
           PERFORM UNTIL NO-MORE-TRANX
               READ TRANSACTION-FILE
           PERFORM CLEAR-DEC-CHECKPOINT.
           CLOSE RESULTS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE RETURN-WORK-FILE.

      * A CRASHED RUN CAN LEAVE UP TO 24 POST-CHECKPOINT RESULT LINES
      * ON THE EXTENDED RESULTS FILE, WHICH THE RESTART WRITES AGAIN -
           MOVE WS-CHAIN-STEPS TO DCK-CHAIN-STEPS.
           MOVE WS-PRIOR-VALID TO DCK-PRIOR-VALID.
           MOVE WS-PRIOR-RESULT TO DCK-PRIOR-RESULT.
           MOVE WS-CHAIN-BATCH TO DCK-CHAIN-BATCH.
           WRITE DEC-CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

                          MOVE DCK-CHAIN-STEPS TO WS-CHAIN-STEPS
                          MOVE DCK-PRIOR-VALID TO WS-PRIOR-VALID
                          MOVE DCK-PRIOR-RESULT TO WS-PRIOR-RESULT
                          MOVE DCK-CHAIN-BATCH TO WS-CHAIN-BATCH
                END-READ
                CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE 0 TO DCK-CHAIN-STEPS.
           MOVE "N" TO DCK-PRIOR-VALID.
           MOVE 0 TO DCK-PRIOR-RESULT.
           MOVE 0 TO DCK-CHAIN-BATCH.
           WRITE DEC-CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      * THE OPENING STEP IS THE NORMAL TRANSACTION WHOSE RESULT THE
      * FIRST "R" PICKED UP, SO OPENING A CHAIN COUNTS TWO STEPS.
       COUNT-CHAIN-STEP.
           MOVE WS-PROC-BATCH TO WS-CHAIN-BATCH.
           IF CHAIN-ACTIVE
                ADD 1 TO WS-CHAIN-STEPS
           ELSE
           MOVE WS-CHAIN-STEPS TO CHF-STEPS.
           MOVE WS-PRIOR-RESULT TO CHF-RESULT.
           WRITE RESULT-LINE FROM CHAIN-FINAL-LINE.
           MOVE SPACES TO RETURN-RECORD.
           MOVE "C" TO RR-RECORD-TYPE.
           MOVE WS-CHAIN-STEPS TO RRC-STEPS.
           MOVE WS-PRIOR-RESULT TO RRC-RESULT.
           MOVE WS-CHAIN-BATCH TO WS-RETURN-BATCH.
           PERFORM WRITE-RETURN-WORK.
           MOVE "N" TO WS-CHAIN-ACTIVE.
           MOVE 0 TO WS-CHAIN-STEPS.

           WRITE RESULT-LINE FROM SUMMARY-DETAIL-LINE.
           DISPLAY "BATCH COMPLETE - GRAND TOTAL: " WS-GRAND-TOTAL.

      * ONE RETURN FILE PER DEPARTMENT WITH A BATCH THAT POSTED, THEN
      * THE PROOF: THE RETURN FILES' TRAILERS, ADDED UP, AGAINST THE
      * GRAND TOTAL LINE AS IT STANDS ON RESULTS.
       DISTRIBUTE-RESULTS.
           PERFORM READ-RESULTS-GRAND-TOTAL.
           MOVE 0 TO WS-RETURN-RESULTS.
           MOVE 0 TO WS-RETURN-RESULT-TOTAL.
           OPEN OUTPUT DIST-CONTROL-REPORT.
           WRITE DIST-CONTROL-LINE FROM WS-RUN-HEADER.
           WRITE DIST-CONTROL-LINE FROM DIST-HEADING-LINE.
           PERFORM WRITE-ONE-RETURN-FILE
                VARYING WS-DP-SUB FROM 1 BY 1
                     UNTIL WS-DP-SUB > WS-DEPT-COUNT.
           WRITE DIST-CONTROL-LINE FROM SPACES.
           MOVE "RETURN FILES TOTAL" TO DTL-LABEL.
           MOVE WS-RETURN-RESULTS TO DTL-RESULTS.
           MOVE WS-RETURN-RESULT-TOTAL TO DTL-TOTAL.
           WRITE DIST-CONTROL-LINE FROM DIST-TOTAL-LINE.
           MOVE "RESULTS GRAND TOTAL" TO DTL-LABEL.
           MOVE WS-RESULTS-GRAND-COUNT TO DTL-RESULTS.
           MOVE WS-RESULTS-GRAND-TOTAL TO DTL-TOTAL.
           WRITE DIST-CONTROL-LINE FROM DIST-TOTAL-LINE.
           IF WS-GRAND-TOTAL-FOUND = "Y" AND
              WS-RETURN-RESULTS = WS-RESULTS-GRAND-COUNT AND
              WS-RETURN-RESULT-TOTAL = WS-RESULTS-GRAND-TOTAL
                MOVE "DISTRIBUTION BALANCES TO RESULTS"
                     TO DIST-CONTROL-LINE
                WRITE DIST-CONTROL-LINE
           ELSE
                MOVE "OUT OF BALANCE - DO NOT SEND THE RETURN FILES"
                     TO DIST-CONTROL-LINE
                WRITE DIST-CONTROL-LINE
                DISPLAY "RETURN FILES DO NOT BALANCE TO RESULTS - SEE "
                     "DISTCTL"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.
           CLOSE DIST-CONTROL-REPORT.

      * A FAILED FEED POSTS NOTHING, SO THERE IS NOTHING TO RETURN -
      * DISTCTL SAYS SO RATHER THAN LEAVING A PRIOR NIGHT'S REPORT.
       WRITE-EMPTY-DISTRIBUTION.
           OPEN OUTPUT DIST-CONTROL-REPORT.
           WRITE DIST-CONTROL-LINE FROM WS-RUN-HEADER.
           WRITE DIST-CONTROL-LINE FROM DIST-HEADING-LINE.
           MOVE "NO BATCH POSTED - NO RETURN FILES PRODUCED"
                TO DIST-CONTROL-LINE.
           WRITE DIST-CONTROL-LINE.
           CLOSE DIST-CONTROL-REPORT.

       READ-RESULTS-GRAND-TOTAL.
           MOVE "N" TO WS-GRAND-TOTAL-FOUND.
           MOVE 0 TO WS-RESULTS-GRAND-COUNT.
           MOVE 0 TO WS-RESULTS-GRAND-TOTAL.
           MOVE "N" TO WS-EOF-WORK.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-STATUS = "00"
                PERFORM UNTIL NO-MORE-WORK
                    READ RESULTS-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-WORK
                         NOT AT END
                              MOVE RESULT-LINE TO RESULTS-SUMMARY-IN
                              IF RS-LABEL(1:11) = "GRAND TOTAL"
                                   MOVE "Y" TO WS-GRAND-TOTAL-FOUND
                                   MOVE RS-COUNT TO
                                        WS-RESULTS-GRAND-COUNT
                                   MOVE RS-TOTAL TO
                                        WS-RESULTS-GRAND-TOTAL
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE RESULTS-FILE
           END-IF.

       WRITE-ONE-RETURN-FILE.
           IF DP-BALANCED (WS-DP-SUB) > 0
                MOVE SPACES TO WS-RETURN-NAME
                STRING "RETURN." DELIMITED BY SIZE
                     DP-DEPARTMENT (WS-DP-SUB) DELIMITED BY SPACE
                     INTO WS-RETURN-NAME
                MOVE 0 TO WS-DEPT-BATCHES
                MOVE 0 TO WS-DEPT-RESULTS
                MOVE 0 TO WS-DEPT-RESULT-TOTAL
                OPEN OUTPUT RETURN-FILE
                IF WS-RETURN-STATUS NOT = "00"
                     DISPLAY "UNABLE TO OPEN " WS-RETURN-NAME
                          " - STATUS " WS-RETURN-STATUS
                     IF WS-RUN-SEVERITY < 8
                          MOVE 8 TO WS-RUN-SEVERITY
                     END-IF
                ELSE
                     PERFORM WRITE-ONE-RETURN-BATCH
                          VARYING WS-BT-SUB FROM 1 BY 1
                               UNTIL WS-BT-SUB > WS-BATCH-COUNT
                     CLOSE RETURN-FILE
                END-IF
                MOVE DP-DEPARTMENT (WS-DP-SUB) TO DSL-DEPARTMENT
                MOVE WS-RETURN-NAME TO DSL-FILE-NAME
                MOVE WS-DEPT-BATCHES TO DSL-BATCHES
                MOVE WS-DEPT-RESULTS TO DSL-RESULTS
                MOVE WS-DEPT-RESULT-TOTAL TO DSL-TOTAL
                WRITE DIST-CONTROL-LINE FROM DIST-DEPT-LINE
                ADD WS-DEPT-RESULTS TO WS-RETURN-RESULTS
                ADD WS-DEPT-RESULT-TOTAL TO WS-RETURN-RESULT-TOTAL
           END-IF.

      * A BATCH WHOSE EVERY DETAIL REJECTED STILL GOES BACK, AS A
      * HEADER AND A ZERO TRAILER, SO THE DEPARTMENT SEES IT ARRIVED.
       WRITE-ONE-RETURN-BATCH.
           IF BT-BATCH-OK (WS-BT-SUB) = "Y" AND
              BT-DEPARTMENT (WS-BT-SUB) = DP-DEPARTMENT (WS-DP-SUB)
                ADD 1 TO WS-DEPT-BATCHES
                MOVE 0 TO WS-BATCH-RESULTS
                MOVE 0 TO WS-BATCH-RESULT-TOTAL
                MOVE 0 TO WS-BATCH-CHAINS
                MOVE SPACES TO RETURN-RECORD
                MOVE "H" TO RR-RECORD-TYPE
                MOVE BT-BATCH-ID (WS-BT-SUB) TO RR-BATCH-ID
                MOVE BT-DEPARTMENT (WS-BT-SUB) TO RR-DEPARTMENT
                MOVE BT-BATCH-DATE (WS-BT-SUB) TO RRH-BATCH-DATE
                MOVE RH-RUN-DATE TO RRH-BUSINESS-DATE
                WRITE RETURN-FILE-RECORD FROM RETURN-RECORD
                PERFORM COPY-BATCH-RETURN-WORK
                MOVE SPACES TO RETURN-RECORD
                MOVE "T" TO RR-RECORD-TYPE
                MOVE BT-BATCH-ID (WS-BT-SUB) TO RR-BATCH-ID
                MOVE BT-DEPARTMENT (WS-BT-SUB) TO RR-DEPARTMENT
                MOVE WS-BATCH-RESULTS TO RRT-RESULT-COUNT
                MOVE WS-BATCH-RESULT-TOTAL TO RRT-RESULT-TOTAL
                MOVE WS-BATCH-CHAINS TO RRT-CHAIN-COUNT
                WRITE RETURN-FILE-RECORD FROM RETURN-RECORD
                ADD WS-BATCH-RESULTS TO WS-DEPT-RESULTS
                ADD WS-BATCH-RESULT-TOTAL TO WS-DEPT-RESULT-TOTAL
           END-IF.

       COPY-BATCH-RETURN-WORK.
           MOVE "N" TO WS-EOF-WORK.
           MOVE 0 TO WS-LAST-SEQ-READ.
           MOVE 0 TO WS-HIGH-SEQ.
           MOVE 0 TO WS-REPLAY-LIMIT.
           OPEN INPUT RETURN-WORK-FILE.
           IF WS-RETNWORK-STATUS = "00"
                PERFORM UNTIL NO-MORE-WORK
                    READ RETURN-WORK-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-WORK
                         NOT AT END
                              PERFORM COPY-ONE-RETURN-WORK
                    END-READ
                END-PERFORM
                CLOSE RETURN-WORK-FILE
           END-IF.

       COPY-ONE-RETURN-WORK.
           IF RW-TRANS-SEQ < WS-LAST-SEQ-READ
                MOVE WS-HIGH-SEQ TO WS-REPLAY-LIMIT
           END-IF.
           MOVE RW-TRANS-SEQ TO WS-LAST-SEQ-READ.
           IF RW-TRANS-SEQ > WS-REPLAY-LIMIT
                IF RW-TRANS-SEQ > WS-HIGH-SEQ
                     MOVE RW-TRANS-SEQ TO WS-HIGH-SEQ
                END-IF
                IF RW-BATCH-SEQ = WS-BT-SUB
                     MOVE RW-RETURN-IMAGE TO RETURN-RECORD
                     WRITE RETURN-FILE-RECORD FROM RETURN-RECORD
                     IF RR-RESULT-DETAIL
                          ADD 1 TO WS-BATCH-RESULTS
                          ADD RRD-RESULT TO WS-BATCH-RESULT-TOTAL
                     ELSE
                          ADD 1 TO WS-BATCH-CHAINS
                     END-IF
                END-IF
           END-IF.

       GET-AND-CALCULATE-INTERACTIVE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-RESULT TO RES-RESULT.
           WRITE RESULT-LINE FROM RESULT-DETAIL-LINE.
           ADD 1 TO WS-RESULTS-WRITTEN.
           MOVE SPACES TO RETURN-RECORD.
           MOVE "D" TO RR-RECORD-TYPE.
           MOVE WS-NUM1-DIG TO RRD-NUM1.
           MOVE WS-OPERATOR TO RRD-OPERATOR.
           MOVE WS-NUM2-DIG TO RRD-NUM2.
           MOVE WS-RESULT TO RRD-RESULT.
           MOVE WS-PROC-BATCH TO WS-RETURN-BATCH.
           PERFORM WRITE-RETURN-WORK.

      * THE SEQUENCE IS THE TRANSACTION BEING PROCESSED - A CHAIN
      * FINAL CARRIES THE SEQUENCE OF THE TRANSACTION THAT CLOSED IT.
       WRITE-RETURN-WORK.
           IF WS-RETURN-BATCH > 0 AND
              WS-RETURN-BATCH NOT > WS-BATCH-COUNT
                MOVE BT-BATCH-ID (WS-RETURN-BATCH) TO RR-BATCH-ID
                MOVE BT-DEPARTMENT (WS-RETURN-BATCH) TO RR-DEPARTMENT
           END-IF.
           COMPUTE RW-TRANS-SEQ = WS-TRANS-PROCESSED + 1.
           MOVE WS-RETURN-BATCH TO RW-BATCH-SEQ.
           MOVE RETURN-RECORD TO RW-RETURN-IMAGE.
           WRITE RETURN-WORK-RECORD.

       WRITE-AUDIT-REJECT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
