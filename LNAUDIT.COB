      * THE LOANREC 88-LEVELS AND RANGE RULES AND EVERY EXCEPTION IS
      * PRINTED ON AUDITRPT AND LOGGED TO ERRLOG (SEVERITY 4).
      *
      * THE PRINCIPAL, RATE, TERM AND WITHHOLDING-RATE LIMITS ARE NOT
      * HELD HERE: EVERY ACCOUNT NOT CLOSED IS CHECKED THROUGH THE
      * COMMON LIMCHECK ROUTINE AGAINST THE BUSINESS-LIMITS FILE
      * (LIMITPRM) AS IT STANDS ON THE BUSINESS DATE, THE SAME RULES
      * LOANMNT ENFORCES AT THE DOOR. A BREACH IS AN EXCEPTION
      * ("LIMIT " AND THE RULE NAME) AT THE RULE'S OWN SEVERITY, SO
      * A LOWERED LIMIT SHOWS UP AGAINST EXISTING ACCOUNTS THE NEXT
      * NIGHT. WITHOUT LIMITPRM THE LIMITS GO UNCHECKED AND THE RUN
      * ENDS AT SEVERITY 8.
      *
      * THE SWEEP ALSO TOTALS ACCOUNT COUNT AND LOAN-PRINCIPAL AND
      * COMPARES THEM TO THE PRIOR NIGHT'S BALANCE-FORWARD (AUDITBAL)
      * PLUS THE MOVEMENT EXPLAINED BY THAT DAY'S MAINTENANCE
      * GRAND TOTALS) AND ANY REVERSAL REGISTER (REVREG: THE
      * "REVERSED " TOTAL NETTED BACK, SINCE A REVERSE RUN RESTORES
      * THE MASTERS WHILE POSTREG STILL SHOWS THE BACKED-OUT
      * POSTING) AND THE "NET MOVEMENT" LINE OF EACH MONEY-MOVING
      * RUN'S REGISTER (MATREG: MATURITY PAYOUTS; TRANJRNL: CUSTOMER
      * DEPOSITS, WITHDRAWALS AND CORRECTIONS; FEEREG: MONTH-END
      * SERVICE CHARGES; ESCHREG: BALANCES ESCHEATED TO THE STATE;
      * PURGEREG: CLOSED ACCOUNTS PURGED PAST RETENTION, WHOSE "NET
      * ACCOUNTS" LINE ALSO EXPLAINS THE ACCOUNT-COUNT MOVEMENT).
      * AN UNEXPLAINED CHANGE ENDS WITH SEVERITY 8 SO
      * NIGHTRUN HALTS BEFORE COMPOUNDING GARBAGE. THE FIRST RUN
      * (NO AUDITBAL YET) JUST ESTABLISHES THE BASELINE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVREG-STATUS.

      * ONE SELECT SERVES EVERY REGISTER THAT CARRIES THE COMMON
      * "NET MOVEMENT" TOTALS LINE - THE NAME IS SET BEFORE EACH OPEN.
           SELECT MOVEMENT-REGISTER-IN ASSIGN USING WS-REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEREG-STATUS.

           SELECT AUDIT-REPORT ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      * OVER, SO THE DATE ON FILE IS THE ONLY WAY TO TELL A FRESH
      * REGISTER FROM ONE COUNTED ON AN EARLIER NIGHT. RECORDS
      * WRITTEN BEFORE THE FIELDS EXISTED READ BACK AS SPACES AND
      * COUNT AS NEVER-ABSORBED. THE MONEY-MOVING RUNS' REGISTERS ARE
      * REMEMBERED BY RUN STAMP (BUSINESS DATE + START TIME) INSTEAD.
       FD  BALANCE-FORWARD-FILE.
       COPY AUDITBAL.

       FD  MAINT-REGISTER-IN.
       01  MAINT-REGISTER-LINE-IN           PIC X(80).
       FD  REVERSAL-REGISTER-IN.
       01  REVERSAL-LINE-IN                 PIC X(100).

       FD  MOVEMENT-REGISTER-IN.
       01  MOVEMENT-LINE-IN                 PIC X(100).

       FD  AUDIT-REPORT.
       01  AUDIT-REPORT-LINE                PIC X(80).

       COPY OPERID.
       COPY ERRLOG.
       COPY RUNSTAT.
       COPY LIMCALL.

       77  WS-BUSDATE-STATUS            PIC XX.

           05 FILLER                     PIC X.
           05 RVI-CLOSING           PIC Z,ZZZ,ZZZ,ZZ9.99-.

      * THE COMMON "NET MOVEMENT" TOTALS LINE THE MONEY-MOVING RUNS
      * (LNMATUR AND ITS SUCCESSORS) CLOSE THEIR REGISTERS WITH.
       01  MOVEMENT-NET-IN.
           05 MNI-LABEL                  PIC X(18).
           05 MNI-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.

      * THE SIGNED "NET ACCOUNTS" LINE A RUN THAT TAKES ACCOUNTS OFF
      * THE MASTER (LNPURGE) CLOSES ITS REGISTER WITH.
       01  MOVEMENT-COUNT-IN.
           05 MCI-LABEL                  PIC X(18).
           05 MCI-COUNT                  PIC ZZZZZZ9-.

       77  WS-LOAN-STATUS               PIC XX.
       77  WS-BALFWD-STATUS             PIC XX.
       77  WS-MAINTREG-STATUS           PIC XX.
       77  WS-EOF                       PIC X VALUE "N".
           88 NO-MORE-RECORDS           VALUE "Y".
       77  WS-AUDIT-REASON              PIC X(20).
       77  WS-LIMITS-ENFORCED           PIC X VALUE "N".
           88 LIMITS-ENFORCED           VALUE "Y".
       77  WS-ACCOUNT-COUNT             PIC 9(7) VALUE 0.
       77  WS-PRINCIPAL-TOTAL           PIC S9(13)V99 VALUE 0.
       77  WS-EXCEPTION-COUNT           PIC 9(7) VALUE 0.
       77  WS-REV-OPENING               PIC S9(13)V99 VALUE 0.
       77  WS-REV-CLOSING               PIC S9(13)V99 VALUE 0.
       77  WS-REV-DELTA                 PIC S9(13)V99 VALUE 0.
       77  WS-REGISTER-NAME             PIC X(20).
       77  WS-MOVEREG-STATUS            PIC XX.
       77  WS-REGISTER-LAST             PIC 9(14).
       77  WS-REGISTER-STAMP            PIC 9(14).
       77  WS-SECTION-STAMP             PIC 9(14).
       77  WS-REGISTER-NET              PIC S9(13)V99.
       77  WS-REGISTER-COUNT            PIC S9(7).
       77  WS-WORK-COUNT                PIC S9(7).
       77  WS-LAST-MATREG               PIC 9(14) VALUE 0.
       77  WS-MAT-DELTA                 PIC S9(13)V99 VALUE 0.
       77  WS-LAST-TRANJRNL             PIC 9(14) VALUE 0.
       77  WS-TRAN-DELTA                PIC S9(13)V99 VALUE 0.
       77  WS-LAST-FEEREG               PIC 9(14) VALUE 0.
       77  WS-FEE-DELTA                 PIC S9(13)V99 VALUE 0.
       77  WS-LAST-ESCHREG              PIC 9(14) VALUE 0.
       77  WS-ESCH-DELTA                PIC S9(13)V99 VALUE 0.
       77  WS-LAST-PURGEREG             PIC 9(14) VALUE 0.
       77  WS-PURGE-DELTA               PIC S9(13)V99 VALUE 0.
       77  WS-PURGE-COUNT-DELTA         PIC S9(7) VALUE 0.
       77  WS-EXPECTED-COUNT            PIC S9(8) VALUE 0.
       77  WS-EXPECTED-TOTAL            PIC S9(13)V99 VALUE 0.

           PERFORM GATHER-MAINT-MOVEMENT.
           PERFORM GATHER-POSTING-MOVEMENT.
           PERFORM GATHER-REVERSAL-MOVEMENT.
           PERFORM GATHER-MATURITY-MOVEMENT.
           PERFORM GATHER-TRANSACTION-MOVEMENT.
           PERFORM GATHER-FEE-MOVEMENT.
           PERFORM GATHER-ESCHEAT-MOVEMENT.
           PERFORM GATHER-PURGE-MOVEMENT.
           IF NOT BASELINE-RUN
                PERFORM RECONCILE-MOVEMENT
           END-IF.
      * FIELD-LEVEL SWEEP
      ******************************************************************
       SWEEP-LOAN-MASTER.
           PERFORM LOAD-BUSINESS-LIMITS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LOAN-ACCOUNT-MASTER.
           IF WS-LOAN-STATUS NOT = "00"
               LOAN-WITHHOLD-RATE = 0)
                MOVE "INVALID WITHHOLD RATE" TO WS-AUDIT-REASON
                PERFORM NOTE-ONE-EXCEPTION.
           IF (LOAN-MATURITY-DATE NOT IS NUMERIC AND
               LOAN-MATURITY-DATE NOT = SPACES) OR
              (LOAN-MATURITY-DATE IS NUMERIC AND
               LOAN-MATURITY-DATE NOT = 0 AND
               FUNCTION TEST-DATE-YYYYMMDD(LOAN-MATURITY-DATE) NOT = 0)
                MOVE "INVALID MATURITY DATE" TO WS-AUDIT-REASON
                PERFORM NOTE-ONE-EXCEPTION.
           IF NOT LOAN-MATURITY-INSTR-VALID
                MOVE "INVALID MATURITY INSTR" TO WS-AUDIT-REASON
                PERFORM NOTE-ONE-EXCEPTION.
           IF LIMITS-ENFORCED AND NOT LOAN-STATUS-CLOSED
                PERFORM AUDIT-ACCOUNT-LIMITS.

      * A FIELD THAT FAILED ITS NUMERIC EDIT ABOVE IS ALREADY AN
      * EXCEPTION AND IS NOT LIMIT-CHECKED AS WELL.
       AUDIT-ACCOUNT-LIMITS.
           IF LOAN-PRINCIPAL IS NUMERIC
                MOVE "LOAN-PRINCIPAL" TO LC-RULE-NAME
                MOVE LOAN-PRINCIPAL TO LC-VALUE
                PERFORM CHECK-ONE-LIMIT.
           IF LOAN-RATE IS NUMERIC
                MOVE "LOAN-RATE" TO LC-RULE-NAME
                MOVE LOAN-RATE TO LC-VALUE
                PERFORM CHECK-ONE-LIMIT.
           IF LOAN-TERM IS NUMERIC
                MOVE "LOAN-TERM" TO LC-RULE-NAME
                MOVE LOAN-TERM TO LC-VALUE
                PERFORM CHECK-ONE-LIMIT.
           IF LOAN-WITHHOLDING AND LOAN-WITHHOLD-RATE IS NUMERIC
                MOVE "WITHHOLD-RATE" TO LC-RULE-NAME
                MOVE LOAN-WITHHOLD-RATE TO LC-VALUE
                PERFORM CHECK-ONE-LIMIT.

       CHECK-ONE-LIMIT.
           MOVE "C" TO LC-REQUEST.
           MOVE RH-RUN-DATE TO LC-AS-OF-DATE.
           CALL "LIMCHECK" USING LIMIT-CHECK-AREA.
           IF LC-OUT-OF-RANGE
                MOVE SPACES TO WS-AUDIT-REASON
                STRING "LIMIT " DELIMITED BY SIZE
                     LC-RULE-NAME DELIMITED BY SPACE
                     INTO WS-AUDIT-REASON
                PERFORM NOTE-ONE-EXCEPTION
                IF WS-RUN-SEVERITY < LC-SEVERITY
                     MOVE LC-SEVERITY TO WS-RUN-SEVERITY
                END-IF
           END-IF.

       LOAD-BUSINESS-LIMITS.
           MOVE "L" TO LC-REQUEST.
           CALL "LIMCHECK" USING LIMIT-CHECK-AREA.
           IF LC-LIMITS-UNAVAILABLE
                DISPLAY "LIMITPRM NOT AVAILABLE - STATUS "
                     LC-FILE-STATUS "  LIMITS NOT CHECKED"
                MOVE "N" TO WS-LIMITS-ENFORCED
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

       NOTE-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
                               MOVE AB-REVREG-DATE
                                    TO WS-LAST-REVREG
                          END-IF
                          IF AB-MATREG-STAMP IS NUMERIC
                               MOVE AB-MATREG-STAMP
                                    TO WS-LAST-MATREG
                          END-IF
                          IF AB-TRANJRNL-STAMP IS NUMERIC
                               MOVE AB-TRANJRNL-STAMP
                                    TO WS-LAST-TRANJRNL
                          END-IF
                          IF AB-FEEREG-STAMP IS NUMERIC
                               MOVE AB-FEEREG-STAMP
                                    TO WS-LAST-FEEREG
                          END-IF
                          IF AB-ESCHREG-STAMP IS NUMERIC
                               MOVE AB-ESCHREG-STAMP
                                    TO WS-LAST-ESCHREG
                          END-IF
                          IF AB-PURGEREG-STAMP IS NUMERIC
                               MOVE AB-PURGEREG-STAMP
                                    TO WS-LAST-PURGEREG
                          END-IF
                END-READ
                CLOSE BALANCE-FORWARD-FILE
           END-IF.
                MOVE "Y" TO WS-REVERSED-SEEN
           END-IF.

      * THE MATURITY REGISTER RUNS AFTER TONIGHT'S AUDIT AND IS CUT
      * OVER ONLY AS FAR AS THE AUDIT HAS ABSORBED IT, SO THE
      * BALANCE-FORWARD REMEMBERS THE RUN STAMP OF THE LAST RUN
      * ABSORBED, THE WAY IT REMEMBERS POSTREG AND REVREG.
       GATHER-MATURITY-MOVEMENT.
           MOVE "MATREG" TO WS-REGISTER-NAME.
           MOVE WS-LAST-MATREG TO WS-REGISTER-LAST.
           PERFORM GATHER-REGISTER-MOVEMENT.
           MOVE WS-REGISTER-NET TO WS-MAT-DELTA.
           MOVE WS-REGISTER-STAMP TO WS-LAST-MATREG.

      * THE MONETARY POSTING JOURNAL, LIKEWISE BY RUN STAMP.
       GATHER-TRANSACTION-MOVEMENT.
           MOVE "TRANJRNL" TO WS-REGISTER-NAME.
           MOVE WS-LAST-TRANJRNL TO WS-REGISTER-LAST.
           PERFORM GATHER-REGISTER-MOVEMENT.
           MOVE WS-REGISTER-NET TO WS-TRAN-DELTA.
           MOVE WS-REGISTER-STAMP TO WS-LAST-TRANJRNL.

      * THE MONTH-END FEE REGISTER, LIKEWISE BY RUN STAMP.
       GATHER-FEE-MOVEMENT.
           MOVE "FEEREG" TO WS-REGISTER-NAME.
           MOVE WS-LAST-FEEREG TO WS-REGISTER-LAST.
           PERFORM GATHER-REGISTER-MOVEMENT.
           MOVE WS-REGISTER-NET TO WS-FEE-DELTA.
           MOVE WS-REGISTER-STAMP TO WS-LAST-FEEREG.

      * THE ESCHEATMENT REGISTER, LIKEWISE BY RUN STAMP.
       GATHER-ESCHEAT-MOVEMENT.
           MOVE "ESCHREG" TO WS-REGISTER-NAME.
           MOVE WS-LAST-ESCHREG TO WS-REGISTER-LAST.
           PERFORM GATHER-REGISTER-MOVEMENT.
           MOVE WS-REGISTER-NET TO WS-ESCH-DELTA.
           MOVE WS-REGISTER-STAMP TO WS-LAST-ESCHREG.

      * THE CLOSED-ACCOUNT PURGE REGISTER, LIKEWISE BY RUN STAMP. THE
      * PURGE IS THE ONE RUN THAT TAKES ACCOUNTS OFF THE MASTER
      * OUTSIDE MAINTENANCE, SO ITS "NET ACCOUNTS" LINE EXPLAINS
      * COUNT MOVEMENT AS WELL AS ITS "NET MOVEMENT" LINE PRINCIPAL.
       GATHER-PURGE-MOVEMENT.
           MOVE "PURGEREG" TO WS-REGISTER-NAME.
           MOVE WS-LAST-PURGEREG TO WS-REGISTER-LAST.
           PERFORM GATHER-REGISTER-MOVEMENT.
           MOVE WS-REGISTER-NET TO WS-PURGE-DELTA.
           MOVE WS-REGISTER-COUNT TO WS-PURGE-COUNT-DELTA.
           ADD WS-REGISTER-COUNT TO WS-COUNT-DELTA.
           MOVE WS-REGISTER-STAMP TO WS-LAST-PURGEREG.

      * COMMON READER FOR A REGISTER WHOSE RUNS EACH OPEN WITH THE
      * SHARED RUN-HEADER AND CLOSE WITH A "NET MOVEMENT" LINE (AND,
      * WHERE THE RUN ADDS OR REMOVES ACCOUNTS, A "NET ACCOUNTS"
      * LINE). THE
      * RUN STAMP IS THE HEADER'S BUSINESS DATE AND START TIME (RUNHDR
      * COLUMNS 27-34 AND 37-42) - THE TIME IS WHAT TELLS A RUN MADE
      * BEFORE TONIGHT'S AUDIT FROM ONE MADE AFTER IT UNDER THE SAME
      * BUSINESS DATE. ONLY RUNS STAMPED AFTER THE LAST ONE ABSORBED
      * COUNT. A MISSING REGISTER, OR A RUN CUT SHORT BEFORE ITS
      * TOTALS, EXPLAINS NOTHING.
       GATHER-REGISTER-MOVEMENT.
           MOVE 0 TO WS-REGISTER-NET.
           MOVE 0 TO WS-REGISTER-COUNT.
           MOVE 0 TO WS-SECTION-STAMP.
           MOVE WS-REGISTER-LAST TO WS-REGISTER-STAMP.
           MOVE "N" TO WS-EOF.
           OPEN INPUT MOVEMENT-REGISTER-IN.
           IF WS-MOVEREG-STATUS NOT = "00"
                CONTINUE
           ELSE
                PERFORM UNTIL NO-MORE-RECORDS
                    READ MOVEMENT-REGISTER-IN
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              PERFORM CLASSIFY-REGISTER-LINE
                    END-READ
                END-PERFORM
                CLOSE MOVEMENT-REGISTER-IN
           END-IF.

       CLASSIFY-REGISTER-LINE.
           IF MOVEMENT-LINE-IN(1:24) = RH-COMPANY-NAME AND
              MOVEMENT-LINE-IN(27:8) IS NUMERIC AND
              MOVEMENT-LINE-IN(37:6) IS NUMERIC
                MOVE MOVEMENT-LINE-IN(27:8) TO WS-SECTION-STAMP(1:8)
                MOVE MOVEMENT-LINE-IN(37:6) TO WS-SECTION-STAMP(9:6)
           END-IF.
           IF MOVEMENT-LINE-IN(1:13) = "NET MOVEMENT " AND
              WS-SECTION-STAMP > WS-REGISTER-LAST
                MOVE MOVEMENT-LINE-IN TO MOVEMENT-NET-IN
                MOVE MNI-AMOUNT TO WS-WORK-AMOUNT
                ADD WS-WORK-AMOUNT TO WS-REGISTER-NET
                IF WS-SECTION-STAMP > WS-REGISTER-STAMP
                     MOVE WS-SECTION-STAMP TO WS-REGISTER-STAMP
                END-IF
           END-IF.
           IF MOVEMENT-LINE-IN(1:13) = "NET ACCOUNTS " AND
              WS-SECTION-STAMP > WS-REGISTER-LAST
                MOVE MOVEMENT-LINE-IN TO MOVEMENT-COUNT-IN
                MOVE MCI-COUNT TO WS-WORK-COUNT
                ADD WS-WORK-COUNT TO WS-REGISTER-COUNT
           END-IF.

       RECONCILE-MOVEMENT.
           COMPUTE WS-EXPECTED-TOTAL =
                WS-PRIOR-TOTAL + WS-MAINT-DELTA + WS-POST-DELTA
                + WS-REV-DELTA + WS-MAT-DELTA + WS-TRAN-DELTA
                + WS-FEE-DELTA + WS-ESCH-DELTA + WS-PURGE-DELTA.
           COMPUTE WS-EXPECTED-COUNT =
                WS-PRIOR-COUNT + WS-COUNT-DELTA.
           IF WS-EXPECTED-TOTAL NOT = WS-PRINCIPAL-TOTAL OR
                MOVE "REVERSAL MOVEMENT         " TO ASL-LABEL
                MOVE WS-REV-DELTA TO ASL-AMOUNT
                WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
                MOVE "MATURITY MOVEMENT         " TO ASL-LABEL
                MOVE WS-MAT-DELTA TO ASL-AMOUNT
                WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
                MOVE "TRANSACTION MOVEMENT      " TO ASL-LABEL
                MOVE WS-TRAN-DELTA TO ASL-AMOUNT
                WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
                MOVE "FEE MOVEMENT              " TO ASL-LABEL
                MOVE WS-FEE-DELTA TO ASL-AMOUNT
                WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
                MOVE "ESCHEATMENT MOVEMENT      " TO ASL-LABEL
                MOVE WS-ESCH-DELTA TO ASL-AMOUNT
                WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
                MOVE "PURGE MOVEMENT            " TO ASL-LABEL
                MOVE WS-PURGE-DELTA TO ASL-AMOUNT
                WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
                MOVE "ACCOUNTS PURGED           " TO ACL-LABEL
                MOVE WS-PURGE-COUNT-DELTA TO ACL-COUNT
                WRITE AUDIT-REPORT-LINE FROM AUDIT-COUNT-LINE
                MOVE "EXPECTED PRINCIPAL TOTAL  " TO ASL-LABEL
                MOVE WS-EXPECTED-TOTAL TO ASL-AMOUNT
                WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
           MOVE WS-PRINCIPAL-TOTAL TO AB-PRINCIPAL-TOTAL.
           MOVE WS-LAST-POSTREG TO AB-POSTREG-DATE.
           MOVE WS-LAST-REVREG TO AB-REVREG-DATE.
           MOVE WS-LAST-MATREG TO AB-MATREG-STAMP.
           MOVE WS-LAST-TRANJRNL TO AB-TRANJRNL-STAMP.
           MOVE WS-LAST-FEEREG TO AB-FEEREG-STAMP.
           MOVE WS-LAST-ESCHREG TO AB-ESCHREG-STAMP.
           MOVE WS-LAST-PURGEREG TO AB-PURGEREG-STAMP.
           WRITE BALANCE-FORWARD-RECORD.
           CLOSE BALANCE-FORWARD-FILE.

