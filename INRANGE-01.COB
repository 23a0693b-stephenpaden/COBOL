       PROGRAM-ID. INRANGE-01 IS INITIAL PROGRAM.

      * ASKS USER FOR A NUMBER AND PRINTS A MESSAGE IF THE ENTRY IS IN
      * RANGE. BATCH MODE (RUN WITH PARM "BATCH") EDITS EVERY RECORD
      * ON RANGE-INPUT-FILE INSTEAD.

      * THE RANGE IS THE INRANGE-VALUE RULE ON THE BUSINESS-LIMITS
      * FILE (LIMITPRM) IN FORCE ON THE BUSINESS DATE, AND THE CHECK
      * IS MADE BY THE COMMON LIMCHECK ROUTINE - THE SAME ONE LOANMNT,
      * LNAUDIT AND TRANEDIT CALL. BOTH BOUNDS ARE IN RANGE. WITH NO
      * LIMITS FILE, OR NO INRANGE-VALUE RULE IN FORCE, NOTHING IS
      * EDITED AND THE RUN ENDS AT SEVERITY 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-INPUT-FILE ASSIGN TO "RANGEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-INPUT-FILE.
       01  RANGE-INPUT-RECORD.
           05 IN-THE-NUMBER                 PIC 999.
       COPY OPERID.
       COPY ERRLOG.
       COPY RUNSTAT.
       COPY LIMCALL.

       77  WS-BUSDATE-STATUS            PIC XX.

       01  THE-NUMBER      PIC 999.

       77  WS-LOW-BOUND                 PIC 999 VALUE 0.
       77  WS-HIGH-BOUND                PIC 999 VALUE 0.

       77  WS-RUN-MODE                  PIC X VALUE "I".
           88 BATCH-MODE                VALUE "B".
           88 INTERACTIVE-MODE          VALUE "I".
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-PARM-LOAD-FAILED          PIC X VALUE "N".
           88 PARM-LOAD-FAILED          VALUE "Y".
       77  WS-INPUT-STATUS              PIC XX.
                 OPEN OUTPUT EXCEPTION-FILE.
                 OPEN EXTEND ERROR-LOG-FILE.

                 PERFORM LOAD-RANGE-LIMIT.
                 IF NOT PARM-LOAD-FAILED
                      IF BATCH-MODE
                           PERFORM BATCH-CHECK-RECORDS
                      ELSE
                           PERFORM GET-THE-NUMBER
                           PERFORM CHECK-THE-NUMBER
                      END-IF
                 END-IF.

                 PERFORM DISPLAY-CONTROL-TOTALS.
                 MOVE OC-OPERATOR-ID TO RH-OPERATOR-ID.
                 MOVE FUNCTION CURRENT-DATE(1:14) TO RST-START-TS.

      * THE LIMITS FILE IS LOADED FRESH FOR EVERY RUN, AND THE RULE
      * IS LOOKED UP ONCE UP FRONT SO THE BOUNDS CAN BE SHOWN AT THE
      * PROMPT AND A MISSING RULE STOPS THE RUN BEFORE ANY INPUT.
       LOAD-RANGE-LIMIT.
                 MOVE "N" TO WS-PARM-LOAD-FAILED.
                 MOVE "L" TO LC-REQUEST.
                 CALL "LIMCHECK" USING LIMIT-CHECK-AREA.
                 IF LC-LIMITS-UNAVAILABLE
                           DISPLAY "UNABLE TO OPEN LIMITPRM - STATUS "
                                LC-FILE-STATUS
                           MOVE "Y" TO WS-PARM-LOAD-FAILED
                 ELSE
                           IF LC-IGNORED-COUNT > 0
                                DISPLAY "LIMITPRM: " LC-IGNORED-COUNT
                                     " UNREADABLE LINES IGNORED"
                                IF WS-RUN-SEVERITY < 4
                                     MOVE 4 TO WS-RUN-SEVERITY
                                END-IF
                           END-IF
                           MOVE "C" TO LC-REQUEST
                           MOVE "INRANGE-VALUE" TO LC-RULE-NAME
                           MOVE RH-RUN-DATE TO LC-AS-OF-DATE
                           MOVE 0 TO LC-VALUE
                           CALL "LIMCHECK" USING LIMIT-CHECK-AREA
                           IF LC-NO-RULE
                                DISPLAY "NO INRANGE-VALUE LIMIT IN "
                                     "FORCE ON " RH-RUN-DATE
                                MOVE "Y" TO WS-PARM-LOAD-FAILED
                           ELSE
                                MOVE LC-LOW-VALUE TO WS-LOW-BOUND
                                MOVE LC-HIGH-VALUE TO WS-HIGH-BOUND
                           END-IF
                 END-IF.
                 IF PARM-LOAD-FAILED
                      IF WS-RUN-SEVERITY < 8
                           MOVE 8 TO WS-RUN-SEVERITY
                      END-IF
                 END-IF.

       BATCH-CHECK-RECORDS.
                 END-IF.

       GET-THE-NUMBER.
                 DISPLAY "ENTER A NUMBER FROM " WS-LOW-BOUND.
                 DISPLAY "THROUGH " WS-HIGH-BOUND ".".
                 ACCEPT THE-NUMBER.

       CHECK-THE-NUMBER.
                 ADD 1 TO WS-SEQUENCE-NO.
                 MOVE "C" TO LC-REQUEST.
                 MOVE "INRANGE-VALUE" TO LC-RULE-NAME.
                 MOVE RH-RUN-DATE TO LC-AS-OF-DATE.
                 MOVE THE-NUMBER TO LC-VALUE.
                 CALL "LIMCHECK" USING LIMIT-CHECK-AREA.
                 IF LC-IN-RANGE
                           ADD 1 TO WS-ACCEPTED-COUNT
                           DISPLAY "THE NUMBER IS IN RANGE."
                 ELSE
       LOG-ERROR-ENTRY.
                 IF WS-RUN-SEVERITY < 4
                      MOVE 4 TO WS-RUN-SEVERITY.
                 IF WS-RUN-SEVERITY < LC-SEVERITY
                      MOVE LC-SEVERITY TO WS-RUN-SEVERITY.
                 MOVE "INRANGE1" TO EL-PROGRAM-NAME.
                 MOVE FUNCTION CURRENT-DATE TO EL-TIMESTAMP.
                 MOVE OC-OPERATOR-ID TO EL-OPERATOR-ID.
