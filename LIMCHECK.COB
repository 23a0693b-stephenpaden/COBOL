      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMCHECK.

      * COMMON BUSINESS-LIMITS VALIDATION ROUTINE, CALLED BY LOANMNT,
      * LNAUDIT, TRANEDIT, INRANGE-01 AND LIMLIST WITH THE
      * LIMIT-CHECK-AREA (LIMCALL). IT HOLDS THE WHOLE OF THE LIMITS
      * PARAMETER FILE (LIMITPRM) IN A TABLE FOR THE LIFE OF THE RUN
      * UNIT, PICKS THE VERSION OF A RULE IN FORCE ON THE CALLER'S
      * BUSINESS DATE AND MAKES THE SAME LOW/HIGH RANGE CHECK
      * INRANGE-01 ONCE MADE ON ITS OWN, SO EVERY PROGRAM APPLIES THE
      * SAME LIMIT FROM THE SAME DAY. THE ROUTINE ONLY ANSWERS - WHAT
      * A BREACH DOES (REJECT, EXCEPTION, SEVERITY) IS THE CALLER'S
      * DECISION, USING THE SEVERITY THE RULE CARRIES.

      * A LINE THAT IS NOT NUMERIC WHERE IT SHOULD BE, HAS NO RULE
      * NAME, OR HAS ITS LOW ABOVE ITS HIGH IS LEFT OUT OF THE TABLE
      * AND COUNTED IN LC-IGNORED-COUNT, AS IS ANY LINE PAST THE
      * TABLE'S CAPACITY. CALLERS REPORT THE COUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITS-FILE ASSIGN TO "LIMITPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITS-FILE.
       COPY LIMITREC.

       WORKING-STORAGE SECTION.

       77  WS-LIMITS-STATUS             PIC XX.
       77  WS-LIMITS-STATE              PIC X VALUE SPACE.
           88 LIMITS-NOT-LOADED         VALUE SPACE.
           88 LIMITS-LOADED             VALUE "Y".
           88 LIMITS-UNAVAILABLE        VALUE "N".
       77  WS-EOF-LIMITS                PIC X VALUE "N".
           88 NO-MORE-LIMITS            VALUE "Y".
       77  WS-LIMIT-COUNT               PIC 9(4) VALUE 0.
       77  WS-IGNORED-COUNT             PIC 9(4) VALUE 0.
       77  WS-LIMIT-SUB                 PIC 9(4).
       77  WS-IN-FORCE-SUB              PIC 9(4).
       77  WS-ENTRY-SUB                 PIC 9(4).

       01  LIMIT-TABLE.
           05 LIMIT-ENTRY OCCURS 500 TIMES.
              10 LT-RULE-NAME           PIC X(14).
              10 LT-FIELD-NAME          PIC X(20).
              10 LT-LOW-VALUE           PIC S9(11)V9(4).
              10 LT-HIGH-VALUE          PIC S9(11)V9(4).
              10 LT-SEVERITY            PIC 99.
              10 LT-EFFECTIVE-DATE      PIC 9(8).
              10 LT-DESCRIPTION         PIC X(30).

       LINKAGE SECTION.

       COPY LIMCALL.

       PROCEDURE DIVISION USING LIMIT-CHECK-AREA.
       MAIN-PROCEDURE.
           IF LIMITS-NOT-LOADED AND NOT LC-LOAD-LIMITS
                PERFORM LOAD-LIMIT-TABLE
           END-IF.
           EVALUATE TRUE
                WHEN LC-LOAD-LIMITS
                     PERFORM LOAD-LIMIT-TABLE
                WHEN LIMITS-UNAVAILABLE
                     MOVE "U" TO LC-RESULT
                WHEN LC-CHECK-VALUE
                     PERFORM CHECK-ONE-VALUE
                WHEN LC-GET-ENTRY
                     PERFORM GET-ONE-ENTRY
                WHEN OTHER
                     MOVE "X" TO LC-RESULT
           END-EVALUATE.
           MOVE WS-LIMIT-COUNT TO LC-RULE-COUNT.
           MOVE WS-IGNORED-COUNT TO LC-IGNORED-COUNT.

           GOBACK.

       LOAD-LIMIT-TABLE.
           MOVE 0 TO WS-LIMIT-COUNT.
           MOVE 0 TO WS-IGNORED-COUNT.
           MOVE "N" TO WS-EOF-LIMITS.
           OPEN INPUT LIMITS-FILE.
           MOVE WS-LIMITS-STATUS TO LC-FILE-STATUS.
           IF WS-LIMITS-STATUS NOT = "00"
                MOVE "N" TO WS-LIMITS-STATE
                MOVE "U" TO LC-RESULT
           ELSE
                PERFORM UNTIL NO-MORE-LIMITS
                    READ LIMITS-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-LIMITS
                         NOT AT END
                              PERFORM STORE-ONE-LIMIT
                    END-READ
                END-PERFORM
                CLOSE LIMITS-FILE
                MOVE "Y" TO WS-LIMITS-STATE
                MOVE "D" TO LC-RESULT
           END-IF.

       STORE-ONE-LIMIT.
           IF LMT-RULE-NAME = SPACES OR
              LMT-LOW-VALUE NOT IS NUMERIC OR
              LMT-HIGH-VALUE NOT IS NUMERIC OR
              LMT-SEVERITY NOT IS NUMERIC OR
              LMT-EFFECTIVE-DATE NOT IS NUMERIC
                ADD 1 TO WS-IGNORED-COUNT
           ELSE
           IF LMT-LOW-VALUE > LMT-HIGH-VALUE OR
              WS-LIMIT-COUNT NOT < 500
                ADD 1 TO WS-IGNORED-COUNT
           ELSE
                ADD 1 TO WS-LIMIT-COUNT
                MOVE LMT-RULE-NAME TO LT-RULE-NAME (WS-LIMIT-COUNT)
                MOVE LMT-FIELD-NAME TO LT-FIELD-NAME (WS-LIMIT-COUNT)
                MOVE LMT-LOW-VALUE TO LT-LOW-VALUE (WS-LIMIT-COUNT)
                MOVE LMT-HIGH-VALUE TO LT-HIGH-VALUE (WS-LIMIT-COUNT)
                MOVE LMT-SEVERITY TO LT-SEVERITY (WS-LIMIT-COUNT)
                MOVE LMT-EFFECTIVE-DATE TO
                     LT-EFFECTIVE-DATE (WS-LIMIT-COUNT)
                MOVE LMT-DESCRIPTION TO
                     LT-DESCRIPTION (WS-LIMIT-COUNT).

      * THE RANGE CHECK ITSELF. BOTH BOUNDS ARE ALLOWED VALUES.
       CHECK-ONE-VALUE.
           PERFORM FIND-RULE-IN-FORCE.
           IF WS-IN-FORCE-SUB = 0
                MOVE "N" TO LC-RESULT
           ELSE
                MOVE WS-IN-FORCE-SUB TO WS-ENTRY-SUB
                PERFORM RETURN-ONE-ENTRY
                IF LC-VALUE < LT-LOW-VALUE (WS-IN-FORCE-SUB)
                     MOVE "L" TO LC-RESULT
                ELSE
                IF LC-VALUE > LT-HIGH-VALUE (WS-IN-FORCE-SUB)
                     MOVE "H" TO LC-RESULT
                ELSE
                     MOVE "I" TO LC-RESULT.

      * THE VERSION IN FORCE IS THE ONE WITH THE LATEST EFFECTIVE DATE
      * NOT AFTER THE AS-OF DATE. TWO VERSIONS KEYED FOR THE SAME DATE
      * RESOLVE TO THE LATER LINE ON THE FILE.
       FIND-RULE-IN-FORCE.
           MOVE 0 TO WS-IN-FORCE-SUB.
           PERFORM VARYING WS-LIMIT-SUB FROM 1 BY 1
                     UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
                IF LT-RULE-NAME (WS-LIMIT-SUB) = LC-RULE-NAME AND
                   LT-EFFECTIVE-DATE (WS-LIMIT-SUB) NOT >
                        LC-AS-OF-DATE
                     IF WS-IN-FORCE-SUB = 0
                          MOVE WS-LIMIT-SUB TO WS-IN-FORCE-SUB
                     ELSE
                     IF LT-EFFECTIVE-DATE (WS-LIMIT-SUB) NOT <
                        LT-EFFECTIVE-DATE (WS-IN-FORCE-SUB)
                          MOVE WS-LIMIT-SUB TO WS-IN-FORCE-SUB
                     END-IF
                     END-IF
                END-IF
           END-PERFORM.

       GET-ONE-ENTRY.
           IF LC-ENTRY-NUMBER < 1 OR
              LC-ENTRY-NUMBER > WS-LIMIT-COUNT
                MOVE "E" TO LC-RESULT
           ELSE
                MOVE LC-ENTRY-NUMBER TO WS-ENTRY-SUB
                MOVE LT-RULE-NAME (WS-ENTRY-SUB) TO LC-RULE-NAME
                PERFORM FIND-RULE-IN-FORCE
                PERFORM RETURN-ONE-ENTRY
                IF LT-EFFECTIVE-DATE (WS-ENTRY-SUB) > LC-AS-OF-DATE
                     MOVE "P" TO LC-ENTRY-STATUS
                ELSE
                IF WS-ENTRY-SUB = WS-IN-FORCE-SUB
                     MOVE "F" TO LC-ENTRY-STATUS
                ELSE
                     MOVE "S" TO LC-ENTRY-STATUS
                END-IF
                END-IF
                MOVE "D" TO LC-RESULT
           END-IF.

       RETURN-ONE-ENTRY.
           MOVE LT-FIELD-NAME (WS-ENTRY-SUB) TO LC-FIELD-NAME.
           MOVE LT-LOW-VALUE (WS-ENTRY-SUB) TO LC-LOW-VALUE.
           MOVE LT-HIGH-VALUE (WS-ENTRY-SUB) TO LC-HIGH-VALUE.
           MOVE LT-SEVERITY (WS-ENTRY-SUB) TO LC-SEVERITY.
           MOVE LT-EFFECTIVE-DATE (WS-ENTRY-SUB) TO LC-EFFECTIVE-DATE.
           MOVE LT-DESCRIPTION (WS-ENTRY-SUB) TO LC-DESCRIPTION.

       END PROGRAM LIMCHECK.
