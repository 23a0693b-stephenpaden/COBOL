       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.

      * BATCH SEQUENCER FOR THE OVERNIGHT CYCLE. THE STEPS ARE NOT
      * CODED HERE - THEY COME OFF THE JOB-STREAM CONTROL FILE
      * (JOBSTRM), ONE RECORD PER STEP IN RUN ORDER, SO ADDING OR
      * REORDERING A STEP IS A CONTROL-FILE CHANGE. EACH STEP NAMES:
      *   - ITS PROGRAM AND THE PARM IT IS CALLED WITH (THE SAME
      *     PROGRAM MAY RUN AS MORE THAN ONE STEP, E.G. CMPINT01 BATCH
      *     AND CMPINT01 POST);
      *   - ITS RUN CONDITION: DAILY, MONTH-END, QUARTER-END OR
      *     YEAR-END. THE BUSINESS DATE IS A MONTH-END WHEN THE NEXT
      *     PROCESSING DAY (WEEKENDS AND PROCCAL HOLIDAYS SKIPPED)
      *     FALLS IN ANOTHER MONTH, SO THE LAST WORKING DAY CARRIES
      *     THE MONTH-END WORK. A STEP NOT DUE TONIGHT IS BYPASSED;
      *   - UP TO FOUR INPUT FILES, VERIFIED TO EXIST BEFORE THE CALL;
      *   - UP TO FOUR PREDECESSOR STEPS. A PREDECESSOR THAT FAILED,
      *     OR WAS ITSELF HELD BACK, BYPASSES THE STEP; ONE THAT WAS
      *     MERELY NOT DUE TONIGHT DOES NOT;
      *   - ITS FAILURE ACTION: HALT THE CYCLE, OR LOG IT AND CONTINUE.
      *     A STEP FAILS ON SEVERITY 8 OR WORSE OR A MISSING INPUT.
      * EVERY STEP'S START/STOP TIME AND OUTCOME, AND EVERY BYPASSED
      * STEP WITH THE REASON, GOES TO THE OPERATIONS LOG (NIGHTLOG)
      * FOR THE MORNING SHIFT. A CONTROL FILE THAT IS MISSING OR DOES
      * NOT VALIDATE RUNS NOTHING.

      * RUN WITH PARM "BATCH". EACH CALLED PROGRAM SEES ITS OWN STEP'S
      * PARM ON THE COMMAND LINE.

      * RECOVERY: THE LAST SUCCESSFULLY COMPLETED STEP IS RECORDED IN
      * THE CYCLE CHECKPOINT (NRCHKPT). AFTER THE INPUT IS FIXED, RUN
      * "BATCH RESUME" TO SKIP THE CLEAN STEPS (LOGGED AS SKIPPED ON
      * NIGHTLOG), RE-RUN THE FAILED ONE FROM ITS TOP AND CARRY ON
      * THROUGH THE END OF THE STREAM - OR "BATCH RESTART", WHICH
      * RESUMES THE SAME WAY AND ALSO ADDS THE RESTART TOKEN TO THE
      * FAILED STEP'S PARM SO ITS OWN CHECKPOINT RESTART (CMPINT01,
      * DECIMAL-DATA) PICKS UP MID-FILE. A CLEAN CYCLE END ZEROES THE
      * CHECKPOINT. THE CHECKPOINT COUNTS STEPS BY THEIR POSITION ON
      * JOBSTRM, SO THE CONTROL FILE IS NOT CHANGED BETWEEN A FAILURE
      * AND ITS RESUME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.

           SELECT JOB-STREAM-FILE ASSIGN TO "JOBSTRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTRM-STATUS.

           SELECT OPERATIONS-LOG ASSIGN TO "NIGHTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTLOG-STATUS.
           05 NCK-CYCLE-DATE                PIC 9(8).
           05 NCK-LAST-STEP                 PIC 99.

      * ONE STEP PER RECORD, IN RUN ORDER. A RECORD WITH "*" IN
      * COLUMN 1 (OR A BLANK STEP ID) IS A COMMENT.
      *   RUN CONDITION  D DAILY, M MONTH-END, Q QUARTER-END,
      *                  Y YEAR-END
      *   FAIL ACTION    H HALT THE CYCLE, C CONTINUE
      * PREDECESSORS ARE STEP IDS OF EARLIER STEPS.
       FD  JOB-STREAM-FILE.
       01  JOB-STREAM-RECORD.
           05 JS-STEP-ID                    PIC X(8).
           05 FILLER                        PIC X.
           05 JS-PROGRAM                    PIC X(12).
           05 FILLER                        PIC X.
           05 JS-RUN-WHEN                   PIC X.
           05 FILLER                        PIC X.
           05 JS-FAIL-ACTION                PIC X.
           05 FILLER                        PIC X.
           05 JS-PARM                       PIC X(20).
           05 FILLER                        PIC X.
           05 JS-INPUT-ENTRY OCCURS 4 TIMES.
              10 JS-INPUT-NAME              PIC X(8).
              10 FILLER                     PIC X.
           05 JS-PRED-ENTRY OCCURS 4 TIMES.
              10 JS-PREDECESSOR             PIC X(8).
              10 FILLER                     PIC X.

       FD  OPERATIONS-LOG.
       01  OPERATIONS-LOG-LINE              PIC X(80).

       77  WS-DAY-CLEAR                 PIC X.
       77  WS-HOLIDAY-COUNT             PIC 999 VALUE 0.
       77  WS-HL-SUB                    PIC 999.
       77  WS-JOBSTRM-STATUS            PIC XX.
       77  WS-EOF-JOBSTRM               PIC X VALUE "N".
           88 NO-MORE-STREAM            VALUE "Y".
       77  WS-STEP-COUNT                PIC 99 VALUE 0.
       77  WS-STREAM-BAD                PIC X VALUE "N".
           88 STREAM-BAD                VALUE "Y".
       77  WS-STREAM-ERROR              PIC X(30).
       77  WS-JS-SUB                    PIC 99.
       77  WS-IN-SUB                    PIC 9.
       77  WS-PR-SUB                    PIC 9.
       77  WS-PRED-FOUND                PIC 99.
       77  WS-STEP-DUE                  PIC X.
           88 STEP-DUE                  VALUE "Y".
       77  WS-BYPASS-REASON             PIC X(30).
       77  WS-PRED-OUTCOME              PIC X(8).
       77  WS-STEPS-BYPASSED            PIC 99 VALUE 0.
       77  WS-RESTART-TOKEN             PIC X VALUE "N".
           88 RESTART-TOKEN-PENDING     VALUE "Y".
       77  WS-STEP-COMMAND              PIC X(30).
       77  WS-COMMAND-PTR               PIC 99.
       77  WS-MONTH-END                 PIC X VALUE "N".
           88 MONTH-END-DATE            VALUE "Y".
       77  WS-QUARTER-END               PIC X VALUE "N".
           88 QUARTER-END-DATE          VALUE "Y".
       77  WS-YEAR-END                  PIC X VALUE "N".
           88 YEAR-END-DATE             VALUE "Y".

      * THE BUSINESS DATE AND THE NEXT PROCESSING DAY SIDE BY SIDE -
      * A CHANGE OF MONTH BETWEEN THEM MAKES TONIGHT A MONTH-END.
       01  CYCLE-CALENDAR-WORK.
           05 CC-BUSINESS-DATE          PIC 9(8).
           05 CC-BUSINESS-PARTS REDEFINES CC-BUSINESS-DATE.
              10 CC-BUSINESS-YEAR       PIC 9(4).
              10 CC-BUSINESS-MONTH      PIC 99.
                 88 CC-QUARTER-MONTH    VALUES 3 6 9 12.
                 88 CC-YEAR-MONTH       VALUE 12.
              10 CC-BUSINESS-DAY        PIC 99.
           05 CC-NEXT-DATE              PIC 9(8).
           05 CC-NEXT-PARTS REDEFINES CC-NEXT-DATE.
              10 CC-NEXT-YEAR           PIC 9(4).
              10 CC-NEXT-MONTH          PIC 99.
              10 CC-NEXT-DAY            PIC 99.

      * THE NIGHT'S JOB STREAM AS LOADED FROM JOBSTRM, WITH EACH
      * STEP'S OUTCOME AS THE CYCLE GOES - THE PREDECESSOR TEST READS
      * IT.
       01  JOB-STREAM-TABLE.
           05 JOB-STEP OCCURS 40 TIMES.
              10 JT-STEP-ID             PIC X(8).
              10 JT-PROGRAM             PIC X(12).
              10 JT-RUN-WHEN            PIC X.
                 88 JT-RUN-DAILY        VALUE "D".
                 88 JT-RUN-MONTH-END    VALUE "M".
                 88 JT-RUN-QUARTER-END  VALUE "Q".
                 88 JT-RUN-YEAR-END     VALUE "Y".
                 88 JT-RUN-WHEN-VALID   VALUES "D" "M" "Q" "Y".
              10 JT-FAIL-ACTION         PIC X.
                 88 JT-HALT-ON-FAILURE  VALUE "H".
                 88 JT-FAIL-ACTION-VALID VALUES "H" "C".
              10 JT-PARM                PIC X(20).
              10 JT-INPUT-NAME          PIC X(8) OCCURS 4 TIMES.
              10 JT-PREDECESSOR         PIC X(8) OCCURS 4 TIMES.
              10 JT-OUTCOME             PIC X.
                 88 JT-NOT-YET-RUN      VALUE " ".
                 88 JT-COMPLETED        VALUE "C".
                 88 JT-FAILED           VALUE "F".
                 88 JT-NOT-DUE          VALUE "N".
                 88 JT-HELD-BACK        VALUE "B".
                 88 JT-SATISFIED        VALUES "C" "N".

       01  HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 100 TIMES.
                PERFORM LOG-CYCLE-REFUSAL
           END-IF.
           PERFORM CHECK-RESUME-DATE.
           PERFORM SET-CYCLE-CALENDAR.
           PERFORM LOAD-JOB-STREAM.

           PERFORM RUN-ONE-STEP
                VARYING WS-STEP-NUMBER FROM 1 BY 1
                     UNTIL WS-STEP-NUMBER > WS-STEP-COUNT.
           DISPLAY WS-PARM-FIELD UPON COMMAND-LINE.

           IF NOT CYCLE-HALTED
                PERFORM CLEAR-CYCLE-CHECKPOINT
           IF RESUME-RUN
                DISPLAY "NIGHTRUN RESUMING AFTER STEP "
                     WS-RESUME-AFTER
                IF WS-PARM-FIELD(7:7) = "RESTART"
                     MOVE "Y" TO WS-RESTART-TOKEN
                END-IF
           END-IF.

      * A CHECKPOINT BELONGS TO THE CYCLE DATE THAT WROTE IT. ONCE
       CHECK-RESUME-DATE.
           IF RESUME-RUN AND WS-CHECKPOINT-DATE NOT = RH-RUN-DATE
                MOVE "N" TO WS-RESUME-RUN
                MOVE "N" TO WS-RESTART-TOKEN
                MOVE 0 TO WS-RESUME-AFTER
                MOVE SPACES TO OPS-STEP-LINE
                MOVE "NIGHTRUN" TO OPS-STEP-PROGRAM
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.

      * THE CONTROL THEN ROLLS TO THE NEXT PROCESSING DAY FOUND AT
      * CYCLE START.
       ROLL-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE WS-NEXT-DATE TO BD-BUSINESS-DATE.
           MOVE "O" TO BD-CYCLE-STATUS.
           CLOSE BUSINESS-DATE-FILE.
           DISPLAY "BUSINESS DATE ROLLED TO " WS-NEXT-DATE.

      * THE NEXT PROCESSING DAY - SATURDAYS, SUNDAYS AND PROCCAL
      * HOLIDAYS SKIPPED - DECIDES BOTH TONIGHT'S MONTH-END, QUARTER-
      * END AND YEAR-END STEPS AND THE DATE THE CONTROL ROLLS TO.
       SET-CYCLE-CALENDAR.
           PERFORM LOAD-PROCESSING-CALENDAR.
           COMPUTE WS-NEXT-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           MOVE 0 TO WS-ROLL-TRIES.
           MOVE "N" TO WS-DAY-CLEAR.
           PERFORM TRY-NEXT-PROCESSING-DAY
                UNTIL WS-DAY-CLEAR = "Y" OR WS-ROLL-TRIES > 30.
           MOVE WS-BUSINESS-DATE TO CC-BUSINESS-DATE.
           MOVE WS-NEXT-DATE TO CC-NEXT-DATE.
           IF CC-NEXT-MONTH NOT = CC-BUSINESS-MONTH OR
              CC-NEXT-YEAR NOT = CC-BUSINESS-YEAR
                MOVE "Y" TO WS-MONTH-END
                IF CC-QUARTER-MONTH
                     MOVE "Y" TO WS-QUARTER-END
                END-IF
                IF CC-YEAR-MONTH
                     MOVE "Y" TO WS-YEAR-END
                END-IF
           END-IF.
           MOVE SPACES TO OPS-STEP-LINE.
           MOVE "NIGHTRUN" TO OPS-STEP-PROGRAM.
           MOVE "CALENDAR" TO OPS-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-TIMESTAMP.
           IF YEAR-END-DATE
                MOVE "YEAR-END, NEXT DAY " TO OPS-DETAIL
           ELSE
           IF QUARTER-END-DATE
                MOVE "QUARTER-END, NEXT DAY " TO OPS-DETAIL
           ELSE
           IF MONTH-END-DATE
                MOVE "MONTH-END, NEXT DAY " TO OPS-DETAIL
           ELSE
                MOVE "DAILY, NEXT DAY " TO OPS-DETAIL.
           MOVE WS-NEXT-DATE TO OPS-DETAIL(23:8).
           WRITE OPERATIONS-LOG-LINE FROM OPS-STEP-LINE.

      * DAY 1 OF THE INTEGER DATE BASE IS A MONDAY, SO MOD 7 GIVES
      * 6 FOR SATURDAY AND 0 FOR SUNDAY.
       TRY-NEXT-PROCESSING-DAY.
                CLOSE CALENDAR-FILE
           END-IF.

      ******************************************************************
      * JOB-STREAM LOAD AND VALIDATION - NOTHING RUNS ON A STREAM THAT
      * DOES NOT VALIDATE
      ******************************************************************
       LOAD-JOB-STREAM.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE "N" TO WS-EOF-JOBSTRM.
           OPEN INPUT JOB-STREAM-FILE.
           IF WS-JOBSTRM-STATUS NOT = "00"
                MOVE "JOBSTRM NOT AVAILABLE" TO WS-STREAM-ERROR
                PERFORM LOG-STREAM-ERROR
           ELSE
                PERFORM UNTIL NO-MORE-STREAM
                    READ JOB-STREAM-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-JOBSTRM
                         NOT AT END
                              IF JS-STEP-ID NOT = SPACES AND
                                 JS-STEP-ID(1:1) NOT = "*"
                                   PERFORM STORE-ONE-STEP
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE JOB-STREAM-FILE
                IF WS-STEP-COUNT = 0
                     MOVE "JOBSTRM HAS NO STEPS" TO WS-STREAM-ERROR
                     PERFORM LOG-STREAM-ERROR
                END-IF
           END-IF.
           IF STREAM-BAD
                MOVE "Y" TO WS-CYCLE-HALTED
                MOVE 12 TO WS-RUN-SEVERITY
                DISPLAY "NIGHTRUN HALTED - JOB STREAM IS NOT USABLE, "
                     "SEE NIGHTLOG"
           END-IF.

       STORE-ONE-STEP.
           IF WS-STEP-COUNT >= 40
                MOVE SPACES TO WS-STREAM-ERROR
                STRING "MORE THAN 40 STEPS AT " DELIMITED BY SIZE
                     JS-STEP-ID DELIMITED BY SIZE
                     INTO WS-STREAM-ERROR
                PERFORM LOG-STREAM-ERROR
           ELSE
                ADD 1 TO WS-STEP-COUNT
                MOVE JS-STEP-ID TO JT-STEP-ID (WS-STEP-COUNT)
                MOVE JS-PROGRAM TO JT-PROGRAM (WS-STEP-COUNT)
                MOVE JS-RUN-WHEN TO JT-RUN-WHEN (WS-STEP-COUNT)
                MOVE JS-FAIL-ACTION TO JT-FAIL-ACTION (WS-STEP-COUNT)
                MOVE JS-PARM TO JT-PARM (WS-STEP-COUNT)
                PERFORM VARYING WS-IN-SUB FROM 1 BY 1
                          UNTIL WS-IN-SUB > 4
                     MOVE JS-INPUT-NAME (WS-IN-SUB) TO
                          JT-INPUT-NAME (WS-STEP-COUNT WS-IN-SUB)
                     MOVE JS-PREDECESSOR (WS-IN-SUB) TO
                          JT-PREDECESSOR (WS-STEP-COUNT WS-IN-SUB)
                END-PERFORM
                MOVE SPACE TO JT-OUTCOME (WS-STEP-COUNT)
                PERFORM VALIDATE-ONE-STEP
           END-IF.

      * A STEP MUST NAME A PROGRAM, A KNOWN RUN CONDITION AND FAILURE
      * ACTION, AN ID NOT ALREADY USED, AND ONLY PREDECESSORS THAT
      * RUN AHEAD OF IT.
       VALIDATE-ONE-STEP.
           MOVE SPACES TO WS-STREAM-ERROR.
           IF JT-PROGRAM (WS-STEP-COUNT) = SPACES
                STRING JS-STEP-ID DELIMITED BY SPACE
                     " HAS NO PROGRAM" DELIMITED BY SIZE
                     INTO WS-STREAM-ERROR
                PERFORM LOG-STREAM-ERROR
           END-IF.
           IF NOT JT-RUN-WHEN-VALID (WS-STEP-COUNT)
                MOVE SPACES TO WS-STREAM-ERROR
                STRING JS-STEP-ID DELIMITED BY SPACE
                     " BAD RUN CONDITION" DELIMITED BY SIZE
                     INTO WS-STREAM-ERROR
                PERFORM LOG-STREAM-ERROR
           END-IF.
           IF NOT JT-FAIL-ACTION-VALID (WS-STEP-COUNT)
                MOVE SPACES TO WS-STREAM-ERROR
                STRING JS-STEP-ID DELIMITED BY SPACE
                     " BAD FAILURE ACTION" DELIMITED BY SIZE
                     INTO WS-STREAM-ERROR
                PERFORM LOG-STREAM-ERROR
           END-IF.
           PERFORM VARYING WS-JS-SUB FROM 1 BY 1
                     UNTIL WS-JS-SUB >= WS-STEP-COUNT
                IF JT-STEP-ID (WS-JS-SUB) = JS-STEP-ID
                     MOVE SPACES TO WS-STREAM-ERROR
                     STRING JS-STEP-ID DELIMITED BY SPACE
                          " STEP ID REPEATED" DELIMITED BY SIZE
                          INTO WS-STREAM-ERROR
                     PERFORM LOG-STREAM-ERROR
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                     UNTIL WS-PR-SUB > 4
                IF JS-PREDECESSOR (WS-PR-SUB) NOT = SPACES
                     PERFORM FIND-PREDECESSOR-STEP
                     IF WS-PRED-FOUND = 0 OR
                        WS-PRED-FOUND >= WS-STEP-COUNT
                          MOVE SPACES TO WS-STREAM-ERROR
                          STRING JS-STEP-ID DELIMITED BY SPACE
                               " PRED " DELIMITED BY SIZE
                               JS-PREDECESSOR (WS-PR-SUB)
                                    DELIMITED BY SPACE
                               " NOT AHEAD" DELIMITED BY SIZE
                               INTO WS-STREAM-ERROR
                          PERFORM LOG-STREAM-ERROR
                     END-IF
                END-IF
           END-PERFORM.

      * LOOKS UP PREDECESSOR WS-PR-SUB OF THE STEP IN JOB-STREAM-
      * RECORD (AT LOAD) OR OF STEP WS-STEP-NUMBER (AT RUN TIME) -
      * THE CALLER MOVES THE ID TO JS-PREDECESSOR EITHER WAY.
       FIND-PREDECESSOR-STEP.
           MOVE 0 TO WS-PRED-FOUND.
           PERFORM VARYING WS-JS-SUB FROM 1 BY 1
                     UNTIL WS-JS-SUB > WS-STEP-COUNT
                IF JT-STEP-ID (WS-JS-SUB) = JS-PREDECESSOR (WS-PR-SUB)
                   AND WS-PRED-FOUND = 0
                     MOVE WS-JS-SUB TO WS-PRED-FOUND
                END-IF
           END-PERFORM.

       LOG-STREAM-ERROR.
           MOVE "Y" TO WS-STREAM-BAD.
           MOVE SPACES TO OPS-STEP-LINE.
           MOVE "NIGHTRUN" TO OPS-STEP-PROGRAM.
           MOVE "STREAM ERR" TO OPS-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-TIMESTAMP.
           MOVE WS-STREAM-ERROR TO OPS-DETAIL.
           WRITE OPERATIONS-LOG-LINE FROM OPS-STEP-LINE.

      ******************************************************************
      * ONE STEP OF THE STREAM - RESUME SKIP, RUN CONDITION,
      * PREDECESSORS, INPUTS, THEN THE CALL
      ******************************************************************
       RUN-ONE-STEP.
           MOVE JT-PROGRAM (WS-STEP-NUMBER) TO WS-STEP-PROGRAM.
           IF CYCLE-HALTED
                CONTINUE
           ELSE
           IF RESUME-RUN AND WS-STEP-NUMBER <= WS-RESUME-AFTER
                MOVE "C" TO JT-OUTCOME (WS-STEP-NUMBER)
                PERFORM LOG-STEP-SKIPPED
           ELSE
                PERFORM CHECK-RUN-CONDITION
                IF STEP-DUE
                     PERFORM CHECK-PREDECESSORS
                END-IF
                IF STEP-DUE
                     PERFORM CHECK-ONE-INPUT
                          VARYING WS-IN-SUB FROM 1 BY 1
                               UNTIL WS-IN-SUB > 4
                                  OR NOT STEP-INPUT-OK
                     IF STEP-INPUT-OK
                          PERFORM EXECUTE-ONE-STEP
                     END-IF
                END-IF.

       LOG-STEP-SKIPPED.
           ADD 1 TO WS-STEPS-SKIPPED.
           MOVE WS-STEP-PROGRAM TO OPS-STEP-PROGRAM.
           MOVE "SKIPPED" TO OPS-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-TIMESTAMP.
           MOVE "ALREADY COMPLETE" TO OPS-DETAIL.
           WRITE OPERATIONS-LOG-LINE FROM OPS-STEP-LINE.

       CHECK-RUN-CONDITION.
           MOVE "Y" TO WS-STEP-DUE.
           MOVE "Y" TO WS-INPUT-OK.
           IF JT-RUN-MONTH-END (WS-STEP-NUMBER) AND NOT MONTH-END-DATE
                MOVE "N" TO WS-STEP-DUE
                MOVE "NOT DUE - MONTH-END STEP" TO WS-BYPASS-REASON
           END-IF.
           IF JT-RUN-QUARTER-END (WS-STEP-NUMBER) AND
              NOT QUARTER-END-DATE
                MOVE "N" TO WS-STEP-DUE
                MOVE "NOT DUE - QUARTER-END STEP" TO WS-BYPASS-REASON
           END-IF.
           IF JT-RUN-YEAR-END (WS-STEP-NUMBER) AND NOT YEAR-END-DATE
                MOVE "N" TO WS-STEP-DUE
                MOVE "NOT DUE - YEAR-END STEP" TO WS-BYPASS-REASON
           END-IF.
           IF NOT STEP-DUE
                MOVE "N" TO JT-OUTCOME (WS-STEP-NUMBER)
                PERFORM LOG-STEP-BYPASSED
           END-IF.

      * A PREDECESSOR THAT WAS NOT DUE TONIGHT HAS NOTHING TO WAIT
      * FOR; ONE THAT FAILED OR WAS ITSELF HELD BACK HOLDS THIS STEP
      * BACK TOO, SO NOTHING RUNS ON OUTPUT THAT WAS NEVER PRODUCED.
       CHECK-PREDECESSORS.
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                     UNTIL WS-PR-SUB > 4 OR NOT STEP-DUE
                IF JT-PREDECESSOR (WS-STEP-NUMBER WS-PR-SUB)
                        NOT = SPACES
                     MOVE JT-PREDECESSOR (WS-STEP-NUMBER WS-PR-SUB)
                          TO JS-PREDECESSOR (WS-PR-SUB)
                     PERFORM FIND-PREDECESSOR-STEP
                     IF NOT JT-SATISFIED (WS-PRED-FOUND)
                          MOVE "N" TO WS-STEP-DUE
                          MOVE SPACES TO WS-BYPASS-REASON
                          IF JT-FAILED (WS-PRED-FOUND)
                               MOVE " FAILED" TO WS-PRED-OUTCOME
                          ELSE
                               MOVE " NOT RUN" TO WS-PRED-OUTCOME
                          END-IF
                          STRING "PRED " DELIMITED BY SIZE
                               JT-STEP-ID (WS-PRED-FOUND)
                                    DELIMITED BY SPACE
                               WS-PRED-OUTCOME DELIMITED BY SIZE
                               INTO WS-BYPASS-REASON
                     END-IF
                END-IF
           END-PERFORM.
           IF NOT STEP-DUE
                MOVE "B" TO JT-OUTCOME (WS-STEP-NUMBER)
                PERFORM LOG-STEP-BYPASSED
           END-IF.

       LOG-STEP-BYPASSED.
           ADD 1 TO WS-STEPS-BYPASSED.
           MOVE WS-STEP-PROGRAM TO OPS-STEP-PROGRAM.
           MOVE "BYPASSED" TO OPS-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-TIMESTAMP.
           MOVE WS-BYPASS-REASON TO OPS-DETAIL.
           WRITE OPERATIONS-LOG-LINE FROM OPS-STEP-LINE.

      * INDEXED INPUTS (LOANMAST AND THE LIKE) WOULD BE MISREAD BY A
      * LINE-SEQUENTIAL PROBE - EXISTENCE IS WHAT MATTERS, AND ANY
      * STATUS OTHER THAN 35 (NOT FOUND) MEANS THE FILE IS THERE.
       CHECK-ONE-INPUT.
           IF JT-INPUT-NAME (WS-STEP-NUMBER WS-IN-SUB) NOT = SPACES
                MOVE JT-INPUT-NAME (WS-STEP-NUMBER WS-IN-SUB)
                     TO WS-PROBE-NAME
                PERFORM CHECK-STEP-INPUT
           END-IF.

       CHECK-STEP-INPUT.
           MOVE "Y" TO WS-INPUT-OK.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS = "35"
                MOVE "N" TO WS-INPUT-OK
                MOVE "F" TO JT-OUTCOME (WS-STEP-NUMBER)
                ADD 1 TO WS-STEPS-FAILED
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                     INTO OPS-DETAIL
                MOVE WS-STEP-PROGRAM TO OPS-STEP-PROGRAM
                WRITE OPERATIONS-LOG-LINE FROM OPS-STEP-LINE
                IF JT-HALT-ON-FAILURE (WS-STEP-NUMBER)
                     MOVE "Y" TO WS-CYCLE-HALTED
                     DISPLAY "NIGHTRUN HALTED - " WS-STEP-PROGRAM
                          " INPUT " WS-PROBE-NAME " IS MISSING"
                ELSE
                     DISPLAY "NIGHTRUN CONTINUING - " WS-STEP-PROGRAM
                          " INPUT " WS-PROBE-NAME " IS MISSING"
                END-IF
           ELSE
                CLOSE PROBE-FILE
           END-IF.

      * THE STEP'S PARM GOES ON THE COMMAND LINE THE CALLED PROGRAM
      * READS. ON A "BATCH RESTART" THE FIRST STEP ACTUALLY RUN - THE
      * ONE THAT FAILED - ALSO GETS THE RESTART TOKEN AFTER ITS PARM.
       EXECUTE-ONE-STEP.
           MOVE SPACES TO WS-STEP-COMMAND.
           MOVE 1 TO WS-COMMAND-PTR.
           STRING JT-PARM (WS-STEP-NUMBER) DELIMITED BY "  "
                INTO WS-STEP-COMMAND
                WITH POINTER WS-COMMAND-PTR.
           IF RESTART-TOKEN-PENDING
                STRING " RESTART" DELIMITED BY SIZE
                     INTO WS-STEP-COMMAND
                     WITH POINTER WS-COMMAND-PTR
                MOVE "N" TO WS-RESTART-TOKEN
           END-IF.
           DISPLAY WS-STEP-COMMAND UPON COMMAND-LINE.

           MOVE WS-STEP-PROGRAM TO OPS-STEP-PROGRAM.
           MOVE "START" TO OPS-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-TIMESTAMP.
           MOVE SPACES TO OPS-DETAIL.
           STRING "STEP " DELIMITED BY SIZE
                JT-STEP-ID (WS-STEP-NUMBER) DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                WS-STEP-COMMAND DELIMITED BY SIZE
                INTO OPS-DETAIL.
           WRITE OPERATIONS-LOG-LINE FROM OPS-STEP-LINE.

      * THE CANCEL HANDS A PROGRAM THAT RUNS AS A SECOND STEP LATER
      * IN THE STREAM (LNACCR, WHREMIT) FRESH WORKING STORAGE.
           MOVE 0 TO RETURN-CODE.
           CALL WS-STEP-PROGRAM.
           MOVE RETURN-CODE TO WS-STEP-RC.
           CANCEL WS-STEP-PROGRAM.
           ADD 1 TO WS-STEPS-RUN.

           MOVE "END" TO OPS-EVENT.
           EVALUATE TRUE
                 WHEN WS-STEP-RC = 0
                      MOVE "CLEAN" TO OPS-DETAIL
                      MOVE "C" TO JT-OUTCOME (WS-STEP-NUMBER)
                 WHEN WS-STEP-RC < 8
                      MOVE "ENDED WITH REJECTS" TO OPS-DETAIL
                      MOVE "C" TO JT-OUTCOME (WS-STEP-NUMBER)
                 WHEN JT-HALT-ON-FAILURE (WS-STEP-NUMBER)
                      MOVE "FAILED - CYCLE HALTED" TO OPS-DETAIL
                      MOVE "F" TO JT-OUTCOME (WS-STEP-NUMBER)
                      MOVE "Y" TO WS-CYCLE-HALTED
                      ADD 1 TO WS-STEPS-FAILED
                 WHEN OTHER
                      MOVE "FAILED - CYCLE CONTINUES" TO OPS-DETAIL
                      MOVE "F" TO JT-OUTCOME (WS-STEP-NUMBER)
                      ADD 1 TO WS-STEPS-FAILED
           END-EVALUATE.
           WRITE OPERATIONS-LOG-LINE FROM OPS-STEP-LINE.
           IF WS-STEP-RC > WS-RUN-SEVERITY
           END-IF.
           WRITE OPERATIONS-LOG-LINE FROM OPS-STEP-LINE.
           DISPLAY "NIGHTRUN " OPS-DETAIL.
           DISPLAY "NIGHTRUN STEPS RUN " WS-STEPS-RUN
                " BYPASSED " WS-STEPS-BYPASSED
                " SKIPPED " WS-STEPS-SKIPPED
                " FAILED " WS-STEPS-FAILED.

       WRITE-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE.
