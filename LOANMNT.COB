      * AGAINST OPERFIL). THE APPROVER IS STAMPED ON THE REGISTER'S
      * BEFORE/AFTER IMAGES.

      * AN ADD OR CHANGE MUST ALSO KEEP ITS PRINCIPAL, RATE, TERM AND
      * (ON A WITHHOLDING ACCOUNT) WITHHOLDING RATE WITHIN THE RULES
      * ON THE BUSINESS-LIMITS FILE (LIMITPRM) IN FORCE ON THE
      * BUSINESS DATE, CHECKED THROUGH THE COMMON LIMCHECK ROUTINE
      * LNAUDIT USES FOR THE SAME RULES. A BREACH IS REJECTED
      * ("LIMIT " AND THE RULE NAME) AT THE RULE'S SEVERITY. A
      * PENDING ITEM IS CHECKED AGAIN WHEN IT IS APPROVED, AGAINST THE
      * LIMITS OF THE REVIEW DAY. WITHOUT LIMITPRM NO ADD OR CHANGE
      * CAN BE PROVED WITHIN LIMITS, SO ALL ARE REJECTED (SEVERITY 8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 MNT-WITHHOLD-FLAG                PIC X.
              88 MNT-WITHHOLD-VALID            VALUES "Y" "N" " ".
           05 MNT-WITHHOLD-RATE                PIC 99V9.
      * MATURITY DATE (SPACES OR ZERO FOR NO FIXED MATURITY) AND THE
      * INSTRUCTION LNMATUR CARRIES OUT ON IT - "R" ROLL OVER (ALSO
      * THE DEFAULT WHEN BLANK) OR "P" PAY OUT AND CLOSE.
           05 MNT-MATURITY-DATE                PIC X(8).
           05 MNT-MATURITY-DATE-NUM REDEFINES MNT-MATURITY-DATE
                                               PIC 9(8).
           05 MNT-MATURITY-INSTR               PIC X.
              88 MNT-MATURITY-VALID            VALUES "R" "P" " ".

       FD  LOAN-ACCOUNT-MASTER.
       COPY LOANREC.
           05 PND-SUBMIT-DATE                  PIC 9(8).
           05 PND-APPROVER                     PIC X(8).
           05 PND-DECISION-DATE                PIC 9(8).
           05 PND-TRANSACTION                  PIC X(90).

       FD  OPERATOR-FILE.
       COPY OPERREC.
       COPY OPERID.
       COPY ERRLOG.
       COPY RUNSTAT.
       COPY LIMCALL.

       77  WS-BUSDATE-STATUS            PIC XX.

       77  WS-SAVED-STATUS                     PIC X.
       77  WS-REJECT-COUNT                     PIC 9(5) VALUE 0.
       77  WS-REJECT-REASON                    PIC X(20).
       77  WS-LIMITS-LOADED                    PIC X VALUE "N".
           88 LIMITS-LOADED                    VALUE "Y".
       77  WS-LIMIT-BREACH                     PIC X(14).
       77  WS-LIMIT-SEVERITY                   PIC 99.
       77  WS-RUNSTAT-STATUS                   PIC XX.
       77  WS-RUN-SEVERITY                     PIC 99 VALUE 0.
       77  WS-PENDING-STATUS                   PIC XX.
              10 PT-SUBMIT-DATE                PIC 9(8).
              10 PT-APPROVER                   PIC X(8).
              10 PT-DECISION-DATE              PIC 9(8).
              10 PT-TRANSACTION                PIC X(90).

       01  REGISTER-COLUMN-HEADING.
           05 FILLER                  PIC X(8)  VALUE "ACTION  ".
           WRITE MAINT-REGISTER-LINE FROM REGISTER-COLUMN-HEADING.

           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM LOAD-BUSINESS-LIMITS.
           PERFORM OPEN-LOAN-MASTER.
           IF WS-LOAN-STATUS = "00"
                IF REVIEW-MODE
                END-IF
           END-IF.

       LOAD-BUSINESS-LIMITS.
           MOVE "L" TO LC-REQUEST.
           CALL "LIMCHECK" USING LIMIT-CHECK-AREA.
           IF LC-LIMITS-UNAVAILABLE
                DISPLAY "LIMITPRM NOT AVAILABLE - STATUS "
                     LC-FILE-STATUS "  ADDS AND CHANGES REJECTED"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                MOVE "Y" TO WS-LIMITS-LOADED
                IF LC-IGNORED-COUNT > 0
                     DISPLAY "LIMITPRM: " LC-IGNORED-COUNT
                          " UNREADABLE LINES IGNORED"
                     IF WS-RUN-SEVERITY < 4
                          MOVE 4 TO WS-RUN-SEVERITY
                     END-IF
                END-IF
           END-IF.

      * A BRAND-NEW SITE HAS NO LOANMAST YET (STATUS 35), SO CREATE AN
      * EMPTY ONE AND REOPEN IT FOR UPDATE RATHER THAN FAILING THE RUN.
       OPEN-LOAN-MASTER.
      * MASTER - A MIS-KEYED PRINCIPAL IS WHY THIS PROGRAM EXISTS.
       APPLY-ONE-TRANSACTION.
           PERFORM LOOK-UP-CUSTOMER.
           PERFORM CHECK-MAINT-LIMITS.
           IF MNT-ACCT-NUMBER NOT IS NUMERIC
                MOVE "INVALID NUMERIC" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
                MOVE "INVALID WITHHOLDING" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
           ELSE
           IF (MNT-ACTION-ADD OR MNT-ACTION-CHANGE) AND
              (NOT MNT-MATURITY-VALID OR
               (MNT-MATURITY-DATE NOT = SPACES AND
                MNT-MATURITY-DATE NOT IS NUMERIC) OR
               (MNT-MATURITY-DATE IS NUMERIC AND
                MNT-MATURITY-DATE-NUM NOT = 0 AND
                FUNCTION TEST-DATE-YYYYMMDD(MNT-MATURITY-DATE-NUM)
                     NOT = 0))
                MOVE "INVALID MATURITY" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
           ELSE
           IF (MNT-ACTION-ADD OR MNT-ACTION-CHANGE) AND
              NOT MNT-FREQ-VALID
                MOVE "INVALID FREQUENCY" TO WS-REJECT-REASON
              NOT MNT-PENALTY-VALID
                MOVE "INVALID PENALTY TYPE" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
           ELSE
           IF (MNT-ACTION-ADD OR MNT-ACTION-CHANGE) AND
              NOT LIMITS-LOADED
                MOVE "LIMITS NOT AVAILABLE" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
           ELSE
           IF WS-LIMIT-BREACH NOT = SPACES
                MOVE SPACES TO WS-REJECT-REASON
                STRING "LIMIT " DELIMITED BY SIZE
                     WS-LIMIT-BREACH DELIMITED BY SPACE
                     INTO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
                IF WS-RUN-SEVERITY < WS-LIMIT-SEVERITY
                     MOVE WS-LIMIT-SEVERITY TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM APPLY-EDITED-TRANSACTION.

      * THE LIMITS ARE ONLY CHECKED ON AMOUNTS THAT PASSED THEIR
      * NUMERIC EDIT; THE FIRST RULE BROKEN IS THE ONE REPORTED.
       CHECK-MAINT-LIMITS.
           MOVE SPACES TO WS-LIMIT-BREACH.
           MOVE 0 TO WS-LIMIT-SEVERITY.
           IF LIMITS-LOADED AND
              (MNT-ACTION-ADD OR MNT-ACTION-CHANGE) AND
              MNT-PRINCIPAL IS NUMERIC AND
              MNT-RATE IS NUMERIC AND
              MNT-TERM IS NUMERIC
                MOVE "LOAN-PRINCIPAL" TO LC-RULE-NAME
                MOVE MNT-PRINCIPAL TO LC-VALUE
                PERFORM CHECK-ONE-MAINT-LIMIT
                MOVE "LOAN-RATE" TO LC-RULE-NAME
                MOVE MNT-RATE TO LC-VALUE
                PERFORM CHECK-ONE-MAINT-LIMIT
                MOVE "LOAN-TERM" TO LC-RULE-NAME
                MOVE MNT-TERM TO LC-VALUE
                PERFORM CHECK-ONE-MAINT-LIMIT
                IF MNT-WITHHOLD-FLAG = "Y" AND
                   MNT-WITHHOLD-RATE IS NUMERIC
                     MOVE "WITHHOLD-RATE" TO LC-RULE-NAME
                     MOVE MNT-WITHHOLD-RATE TO LC-VALUE
                     PERFORM CHECK-ONE-MAINT-LIMIT
                END-IF
           END-IF.

       CHECK-ONE-MAINT-LIMIT.
           IF WS-LIMIT-BREACH = SPACES
                MOVE "C" TO LC-REQUEST
                MOVE RH-RUN-DATE TO LC-AS-OF-DATE
                CALL "LIMCHECK" USING LIMIT-CHECK-AREA
                IF LC-OUT-OF-RANGE
                     MOVE LC-RULE-NAME TO WS-LIMIT-BREACH
                     MOVE LC-SEVERITY TO WS-LIMIT-SEVERITY
                END-IF
           END-IF.

      * AN ADD OR CHANGE MUST POINT AT A REAL CUSTOMER. WITH NO
      * CUSTOMER MASTER ON FILE THE EDIT PASSES EVERYTHING (SEVERITY
      * 4 WAS ALREADY RAISED AT OPEN).
                MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
           ELSE
                MOVE 0 TO LOAN-NOTICE-MATURITY
                MOVE 0 TO LOAN-FEE-MONTH
                MOVE 0 TO LOAN-DORMANT-DATE
                MOVE 0 TO LOAN-ESCHEAT-LETTER-DATE
                MOVE 0 TO LOAN-CLOSED-DATE
                PERFORM MOVE-TRANSACTION-TO-MASTER
                WRITE LOAN-ACCOUNT-RECORD
                     INVALID KEY
      * CLOSE FLIPS THE STATUS IN PLACE AND LEAVES EVERYTHING ELSE ON
      * THE RECORD ALONE, SO STATEMENTS, YEAR-END AND THE POSTING
      * HISTORY CAN STILL SEE THE ACCOUNT FOR THE RETENTION PERIOD.
      * THE CLOSE DATE IS WHAT THE RETENTION PERIOD RUNS FROM.
       APPLY-CLOSE-TRANSACTION.
           IF NOT MASTER-FOUND
                MOVE "KEY NOT ON MASTER" TO WS-REJECT-REASON
                MOVE "BEFORE" TO REG-IMAGE-LABEL
                PERFORM WRITE-REGISTER-IMAGE
                MOVE "C" TO LOAN-STATUS-CODE
                MOVE RH-RUN-DATE TO LOAN-CLOSED-DATE
                REWRITE LOAN-ACCOUNT-RECORD
                     INVALID KEY
                          MOVE "REWRITE FAILED" TO WS-REJECT-REASON
           MOVE MNT-TAXPAYER-ID TO LOAN-TAXPAYER-ID.
           MOVE MNT-WITHHOLD-FLAG TO LOAN-WITHHOLD-FLAG.
           MOVE MNT-WITHHOLD-RATE TO LOAN-WITHHOLD-RATE.
           IF MNT-MATURITY-DATE = SPACES
                MOVE 0 TO LOAN-MATURITY-DATE
           ELSE
                MOVE MNT-MATURITY-DATE TO LOAN-MATURITY-DATE
           END-IF.
           MOVE MNT-MATURITY-INSTR TO LOAN-MATURITY-INSTR.
           MOVE "A" TO LOAN-STATUS-CODE.
           MOVE 0 TO LOAN-IDLE-CYCLES.

