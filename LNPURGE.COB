      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNPURGE.

      * RECORDS-RETENTION PURGE OF CLOSED ACCOUNTS. A CLOSED ACCOUNT
      * STAYS ON THE LOAN-ACCOUNT-MASTER, AND ITS POSTINGS ON LOANHIST,
      * FOR THE RETENTION PERIOD (SEVEN YEARS) COUNTED FROM
      * LOAN-CLOSED-DATE. ONCE THE PERIOD HAS RUN THE ACCOUNT IMAGE
      * AND EVERY LOANHIST RECORD FOR IT ARE COPIED TO THE PERMANENT
      * CLOSED-ACCOUNT HISTORY FILE (CLOSHIST, LAYOUT IN CLOSHIST) AND
      * ONLY THEN DELETED FROM THE LIVE FILES - NOTHING IS DELETED
      * THAT HAS NOT FIRST BEEN WRITTEN AWAY.
      *
      * A CLOSED ACCOUNT WITH NO CLOSE DATE (CLOSED BEFORE THE DATE
      * WAS KEPT) IS DATED FROM ITS LAST LOANHIST POSTING, OR TODAY IF
      * IT HAS NONE, SO ITS PERIOD STARTS FROM THE BEST EVIDENCE ON
      * FILE RATHER THAN NEVER. AN ACCOUNT DATED THIS WAY IS RETAINED
      * BY THE RUN THAT DATED IT, EVEN IF ITS PERIOD HAS ALREADY RUN -
      * THE MASTER IS READ SEQUENTIALLY, AND AFTER THE REWRITE THAT
      * DATES IT THE RECORD CAN NO LONGER BE DELETED IN THE SAME PASS.
      * THE NEXT PURGE TAKES IT.
      *
      * A PURGED ACCOUNT'S ACCRFILE RECORD GOES WITH IT. LNACCR HAS
      * ALREADY REVERSED WHATEVER IT ACCRUED ONCE IT CLOSED; ONE STILL
      * CARRYING AN ACCRUED-TO-DATE IS KEPT BACK UNTIL IT HAS, SINCE
      * ONLY LNACCR CAN TAKE THAT FIGURE OFF THE LEDGER.
      *
      * EVERY PURGED ACCOUNT IS PRINTED ON THE PURGE REGISTER
      * (PURGEREG). ITS "NET MOVEMENT" LINE (THE PRINCIPAL LEFT ON THE
      * PURGED ACCOUNTS) AND ITS "NET ACCOUNTS" LINE (THE ACCOUNTS
      * TAKEN OFF THE MASTER) ARE ABSORBED BY LNAUDIT, SO THE PURGE
      * IS EXPLAINED MOVEMENT IN THE BALANCE-FORWARD PROOF.

      * PARM: OPTIONAL RETENTION PERIOD IN YEARS IN COLUMNS 1-2
      *       (DEFAULT 07).

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               FILE STATUS IS WS-LOANHIST-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-ACCT-NUMBER
               FILE STATUS IS WS-ACCRFILE-STATUS.

           SELECT CLOSED-HISTORY-FILE ASSIGN TO "CLOSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSHIST-STATUS.

           SELECT PURGE-REGISTER ASSIGN TO "PURGEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

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

       FD  ACCRUAL-FILE.
       COPY ACCRREC.

       FD  CLOSED-HISTORY-FILE.
       COPY CLOSHIST.

       FD  PURGE-REGISTER.
       01  PURGE-REGISTER-LINE                 PIC X(100).

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
       77  WS-CLOSHIST-STATUS           PIC XX.
       77  WS-ACCRFILE-STATUS           PIC XX.
       77  WS-ACCRFILE-OPEN             PIC X VALUE "N".
           88 ACCRFILE-OPEN             VALUE "Y".
       77  WS-ACCRUAL-FOUND             PIC X.
           88 ACCRUAL-FOUND             VALUE "Y".
       77  WS-REGISTER-STATUS           PIC XX.
       77  WS-ERROR-LOG-STATUS          PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-RETAIN-YEARS              PIC 99 VALUE 7.
       77  WS-RETAIN-END                PIC 9(9).
       77  WS-EOF-LOAN                  PIC X VALUE "N".
           88 NO-MORE-LOANS             VALUE "Y".
       77  WS-EOF-HIST                  PIC X VALUE "N".
           88 NO-MORE-HISTORY           VALUE "Y".
      * SET WHEN A WRITE TO THE CLOSED-ACCOUNT HISTORY FILE FAILS -
      * FROM THEN ON NOTHING MORE IS DELETED FROM THE LIVE FILES.
       77  WS-ARCHIVE-FAILED            PIC X VALUE "N".
           88 ARCHIVE-FAILED            VALUE "Y".
      * SET WHEN ONE OF THE ACCOUNT'S POSTINGS WOULD NOT COME OFF
      * LOANHIST - THAT ACCOUNT KEEPS ITS MASTER RECORD.
       77  WS-HIST-DELETE-FAILED        PIC X.
           88 HIST-DELETE-FAILED        VALUE "Y".
       77  WS-LAST-POSTING              PIC 9(8).
       77  WS-DATED-NOW                 PIC X.
           88 CLOSE-DATED-NOW           VALUE "Y".
       77  WS-HIST-FOUND                PIC 9(7).
       77  WS-HIST-MOVED                PIC 9(7).
       77  WS-ACCOUNTS-READ             PIC 9(7) VALUE 0.
       77  WS-CLOSED-READ               PIC 9(7) VALUE 0.
       77  WS-CLOSE-DATED               PIC 9(7) VALUE 0.
       77  WS-ACCOUNTS-PURGED           PIC 9(7) VALUE 0.
       77  WS-HISTORY-PURGED            PIC 9(7) VALUE 0.
       77  WS-RETAINED                  PIC 9(7) VALUE 0.
       77  WS-EXCEPTION-COUNT           PIC 9(7) VALUE 0.
       77  WS-EXCEPTION-REASON          PIC X(20).
       77  WS-PURGED-TOTAL              PIC S9(11)V99 VALUE 0.
       77  WS-NET-MOVEMENT              PIC S9(11)V99 VALUE 0.
       77  WS-NET-ACCOUNTS              PIC S9(7) VALUE 0.

       01  REGISTER-TITLE-LINE.
           05 FILLER                    PIC X(34)
                 VALUE "CLOSED-ACCOUNT PURGE - RETENTION ".
           05 RGT-RETAIN-YEARS          PIC Z9.
           05 FILLER                    PIC X(15)
                 VALUE " YEARS  BEFORE ".
           05 RGT-CUTOFF-DATE           PIC 9(8).

       01  REGISTER-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE "ACCOUNT  ".
           05 FILLER                  PIC X(10) VALUE "CUSTOMER ".
           05 FILLER                  PIC X(10) VALUE "CLOSED    ".
           05 FILLER                  PIC X(10) VALUE "HISTORY   ".
           05 FILLER                  PIC X(15) VALUE "BALANCE".

       01  REGISTER-DETAIL-LINE.
           05 PRD-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 PRD-CUST-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 PRD-CLOSED-DATE                  PIC 9(8).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 PRD-HISTORY-COUNT                PIC ZZZZZZ9.
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 PRD-BALANCE                      PIC ZZZ,ZZZ,ZZ9.99-.

       01  REGISTER-EXCEPTION-LINE.
           05 PRX-ACCT-NUMBER                  PIC 9(7).
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 FILLER                           PIC X(14)
                 VALUE "NOT PURGED   -".
           05 PRX-REASON                       PIC X(20).

       01  REGISTER-TOTAL-LINE.
           05 TOT-LABEL                        PIC X(18).
           05 TOT-COUNT                        PIC ZZZZZZ9.

      * THE SIGNED COUNT LNAUDIT READS FOR THE ACCOUNTS THE RUN TOOK
      * OFF THE MASTER.
       01  REGISTER-SIGNED-COUNT-LINE.
           05 TOT-SIGNED-LABEL                 PIC X(18).
           05 TOT-SIGNED-COUNT                 PIC ZZZZZZ9-.

       01  REGISTER-AMOUNT-LINE.
           05 TOT-AMOUNT-LABEL                 PIC X(18).
           05 TOT-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM STAMP-RUN-HEADER.
           PERFORM SET-RUN-PARAMETERS.

      * THE REGISTER ACCUMULATES ACROSS RUNS - A RESTART OR A SECOND
      * RUN BEFORE THE NEXT LNAUDIT MUST NOT LOSE THE FIRST RUN'S
      * SECTION, SINCE ITS MASTER CHANGES STAND. LNAUDIT ABSORBS EACH
      * SECTION ONCE BY ITS RUN STAMP; THE ARCHIVER CUTS IT OVER.
           OPEN EXTEND PURGE-REGISTER.
           IF WS-REGISTER-STATUS = "35"
                OPEN OUTPUT PURGE-REGISTER
           END-IF.
           OPEN EXTEND ERROR-LOG-FILE.
           WRITE PURGE-REGISTER-LINE FROM WS-RUN-HEADER.
           MOVE WS-RETAIN-YEARS TO RGT-RETAIN-YEARS.
           COMPUTE RGT-CUTOFF-DATE =
                RH-RUN-DATE - WS-RETAIN-YEARS * 10000.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TITLE-LINE.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-COLUMN-HEADING.

           PERFORM OPEN-CLOSED-HISTORY.
           IF WS-CLOSHIST-STATUS = "00"
                PERFORM OPEN-LOAN-HISTORY
                PERFORM OPEN-ACCRUAL-FILE
                IF WS-LOANHIST-STATUS = "00" AND
                   (ACCRFILE-OPEN OR WS-ACCRFILE-STATUS = "35")
                     PERFORM SWEEP-LOAN-MASTER
                END-IF
                IF WS-LOANHIST-STATUS = "00"
                     CLOSE LOAN-HISTORY-FILE
                END-IF
                IF ACCRFILE-OPEN
                     CLOSE ACCRUAL-FILE
                END-IF
                CLOSE CLOSED-HISTORY-FILE
           END-IF.

           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE PURGE-REGISTER.
           CLOSE ERROR-LOG-FILE.
           DISPLAY "CLOSED-ACCOUNT PURGE COMPLETE - PURGED: "
                WS-ACCOUNTS-PURGED "  HISTORY: " WS-HISTORY-PURGED
                "  RETAINED: " WS-RETAINED.

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

      * THE RETENTION PERIOD IS SET BY RECORDS POLICY; THE PARM ONLY
      * OVERRIDES IT WHEN POLICY CHANGES. A ZERO PERIOD IS IGNORED -
      * IT WOULD PURGE ACCOUNTS CLOSED TODAY.
       SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-FIELD.
           ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
           IF WS-PARM-FIELD(1:2) IS NUMERIC AND
              WS-PARM-FIELD(1:2) NOT = "00"
                MOVE WS-PARM-FIELD(1:2) TO WS-RETAIN-YEARS
           END-IF.

      * THE CLOSED-ACCOUNT HISTORY FILE IS PERMANENT AND ONLY EVER
      * EXTENDED. THE FIRST PURGE AT A SITE CREATES IT. WITHOUT IT
      * NOTHING IS PURGED.
       OPEN-CLOSED-HISTORY.
           OPEN EXTEND CLOSED-HISTORY-FILE.
           IF WS-CLOSHIST-STATUS = "35"
                OPEN OUTPUT CLOSED-HISTORY-FILE
           END-IF.
           IF WS-CLOSHIST-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN CLOSED-HISTORY-"
                     "FILE - STATUS " WS-CLOSHIST-STATUS
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      * THE POSTING-HISTORY FILE IS PERMANENT AND CUMULATIVE. A BRAND
      * NEW SITE HAS NO LOANHIST YET (STATUS 35), SO CREATE AN EMPTY
      * ONE AND REOPEN IT FOR UPDATE. WITHOUT A HISTORY FILE NOTHING
      * IS PURGED - AN ACCOUNT'S POSTINGS MUST GO WITH IT.
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

      * A SITE THAT HAS NEVER RUN LNACCR HAS NO ACCRFILE (STATUS 35)
      * AND SO NO ACCRUALS TO CLEAR. ANY OTHER FAILURE STOPS THE PURGE
      * RATHER THAN LEAVE ACCRUAL RECORDS BEHIND FOR PURGED ACCOUNTS.
       OPEN-ACCRUAL-FILE.
           MOVE "N" TO WS-ACCRFILE-OPEN.
           OPEN I-O ACCRUAL-FILE.
           IF WS-ACCRFILE-STATUS = "00"
                MOVE "Y" TO WS-ACCRFILE-OPEN
           ELSE
           IF WS-ACCRFILE-STATUS NOT = "35"
                DISPLAY "UNABLE TO OPEN ACCRUAL-FILE - STATUS "
                     WS-ACCRFILE-STATUS
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
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
                              IF LOAN-STATUS-CLOSED
                                   PERFORM CHECK-ONE-ACCOUNT
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE LOAN-ACCOUNT-MASTER
           END-IF.

      * AN ACCOUNT IS PURGED WHEN ITS CLOSE DATE PLUS THE RETENTION
      * PERIOD FALLS ON OR BEFORE TODAY. ONE CLOSED WITHOUT A DATE IS
      * DATED AND KEPT; THE NEXT RUN MEASURES IT LIKE ANY OTHER.
       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-CLOSED-READ.
           IF LOAN-CLOSED-DATE NOT IS NUMERIC
                MOVE 0 TO LOAN-CLOSED-DATE
           END-IF.
           MOVE "N" TO WS-DATED-NOW.
           IF LOAN-CLOSED-DATE = 0
                PERFORM DATE-UNDATED-CLOSE
                MOVE "Y" TO WS-DATED-NOW
           END-IF.
           COMPUTE WS-RETAIN-END =
                LOAN-CLOSED-DATE + WS-RETAIN-YEARS * 10000.
           IF WS-RETAIN-END > RH-RUN-DATE OR CLOSE-DATED-NOW
                ADD 1 TO WS-RETAINED
           ELSE
                PERFORM READ-ACCOUNT-ACCRUAL
                IF ARCHIVE-FAILED
                     MOVE "ARCHIVE UNAVAILABLE" TO WS-EXCEPTION-REASON
                     PERFORM WRITE-REGISTER-EXCEPTION
                ELSE
                IF ACCRUAL-FOUND AND ACR-ACCRUED-TO-DATE NOT = 0
                     MOVE "ACCRUAL OUTSTANDING" TO WS-EXCEPTION-REASON
                     PERFORM WRITE-REGISTER-EXCEPTION
                ELSE
                     PERFORM PURGE-ONE-ACCOUNT
                END-IF
                END-IF
           END-IF.

       READ-ACCOUNT-ACCRUAL.
           MOVE "N" TO WS-ACCRUAL-FOUND.
           IF ACCRFILE-OPEN
                MOVE LOAN-ACCT-NUMBER TO ACR-ACCT-NUMBER
                READ ACCRUAL-FILE
                     NOT INVALID KEY
                          MOVE "Y" TO WS-ACCRUAL-FOUND
                END-READ
           END-IF.

      * THE LAST DAY ANYTHING WAS POSTED TO THE ACCOUNT IS THE BEST
      * EVIDENCE OF WHEN IT CLOSED; AN ACCOUNT WITH NO POSTINGS AT ALL
      * IS DATED TODAY.
       DATE-UNDATED-CLOSE.
           PERFORM SCAN-ACCOUNT-HISTORY.
           IF WS-LAST-POSTING = 0
                MOVE RH-RUN-DATE TO LOAN-CLOSED-DATE
           ELSE
                MOVE WS-LAST-POSTING TO LOAN-CLOSED-DATE
           END-IF.
           REWRITE LOAN-ACCOUNT-RECORD
                INVALID KEY
                     DISPLAY "PURGE REWRITE FAILED FOR ACCOUNT "
                          LOAN-ACCT-NUMBER " - STATUS " WS-LOAN-STATUS
                     IF WS-RUN-SEVERITY < 8
                          MOVE 8 TO WS-RUN-SEVERITY
                     END-IF
           END-REWRITE.
           ADD 1 TO WS-CLOSE-DATED.

      * POSITION AT THE ACCOUNT'S FIRST POSTING AND READ FORWARD UNTIL
      * THE ACCOUNT CHANGES, NOTING HOW MANY POSTINGS THERE ARE AND
      * THE LATEST DATE.
       SCAN-ACCOUNT-HISTORY.
           MOVE 0 TO WS-LAST-POSTING.
           MOVE 0 TO WS-HIST-FOUND.
           PERFORM START-ACCOUNT-HISTORY.
           PERFORM UNTIL NO-MORE-HISTORY
               READ LOAN-HISTORY-FILE NEXT RECORD
                    AT END
                         MOVE "Y" TO WS-EOF-HIST
                    NOT AT END
                         IF LH-ACCT-NUMBER NOT = LOAN-ACCT-NUMBER
                              MOVE "Y" TO WS-EOF-HIST
                         ELSE
                              ADD 1 TO WS-HIST-FOUND
                              MOVE LH-POSTING-DATE TO WS-LAST-POSTING
                         END-IF
               END-READ
           END-PERFORM.

       START-ACCOUNT-HISTORY.
           MOVE "N" TO WS-EOF-HIST.
           MOVE LOAN-ACCT-NUMBER TO LH-ACCT-NUMBER.
           MOVE 0 TO LH-POSTING-DATE.
           START LOAN-HISTORY-FILE
                KEY >= LH-HISTORY-KEY
                INVALID KEY
                     MOVE "Y" TO WS-EOF-HIST
           END-START.

      ******************************************************************
      * PURGE
      ******************************************************************
      * THE ACCOUNT IMAGE GOES TO THE CLOSED-ACCOUNT HISTORY FILE
      * FIRST, THEN EACH POSTING IS WRITTEN AWAY AND DELETED IN TURN,
      * AND THE MASTER RECORD GOES LAST. A FAILED WRITE STOPS THE
      * DELETES WHERE THEY ARE: WHAT IS LEFT ON THE LIVE FILES IS
      * STILL WHOLE ENOUGH FOR THE NEXT RUN TO FINISH. A POSTING THAT
      * WILL NOT DELETE KEEPS THE MASTER RECORD TOO, SO NO POSTING IS
      * EVER LEFT ON LOANHIST WITHOUT ITS ACCOUNT.
       PURGE-ONE-ACCOUNT.
           MOVE 0 TO WS-HIST-MOVED.
           MOVE "N" TO WS-HIST-DELETE-FAILED.
           MOVE "A" TO CH-RECORD-TYPE.
           MOVE RH-RUN-DATE TO CH-PURGE-DATE.
           MOVE LOAN-ACCT-NUMBER TO CH-ACCT-NUMBER.
           MOVE LOAN-ACCOUNT-RECORD TO CH-RECORD-IMAGE.
           PERFORM WRITE-CLOSED-HISTORY.
           IF NOT ARCHIVE-FAILED
                PERFORM START-ACCOUNT-HISTORY
                PERFORM UNTIL NO-MORE-HISTORY OR ARCHIVE-FAILED
                    READ LOAN-HISTORY-FILE NEXT RECORD
                         AT END
                              MOVE "Y" TO WS-EOF-HIST
                         NOT AT END
                              IF LH-ACCT-NUMBER NOT = LOAN-ACCT-NUMBER
                                   MOVE "Y" TO WS-EOF-HIST
                              ELSE
                                   PERFORM PURGE-ONE-POSTING
                              END-IF
                    END-READ
                END-PERFORM
           END-IF.
           IF ARCHIVE-FAILED
                MOVE "ARCHIVE WRITE FAILED" TO WS-EXCEPTION-REASON
                PERFORM WRITE-REGISTER-EXCEPTION
           ELSE
           IF HIST-DELETE-FAILED
                MOVE "HISTORY NOT DELETED" TO WS-EXCEPTION-REASON
                PERFORM WRITE-REGISTER-EXCEPTION
           ELSE
                DELETE LOAN-ACCOUNT-MASTER RECORD
                IF WS-LOAN-STATUS NOT = "00"
                     DISPLAY "PURGE DELETE FAILED FOR ACCOUNT "
                          LOAN-ACCT-NUMBER " - STATUS " WS-LOAN-STATUS
                     MOVE "MASTER DELETE FAILED" TO WS-EXCEPTION-REASON
                     PERFORM WRITE-REGISTER-EXCEPTION
                ELSE
                     PERFORM WRITE-PURGE-DETAIL
                     IF ACCRUAL-FOUND
                          PERFORM DELETE-ACCOUNT-ACCRUAL
                     END-IF
                END-IF
           END-IF
           END-IF.

      * THE ACCRUAL RECORD CARRIES NOTHING BY NOW; ONE LEFT BEHIND
      * WOULD ONLY BE AN ORPHAN ON ACCRFILE, SO A FAILED DELETE IS
      * REPORTED BUT DOES NOT UNDO THE PURGE.
       DELETE-ACCOUNT-ACCRUAL.
           MOVE LOAN-ACCT-NUMBER TO ACR-ACCT-NUMBER.
           DELETE ACCRUAL-FILE RECORD
                INVALID KEY
                     DISPLAY "ACCRFILE DELETE FAILED FOR ACCOUNT "
                          LOAN-ACCT-NUMBER " - STATUS "
                          WS-ACCRFILE-STATUS
                     MOVE "ACCRUAL NOT DELETED" TO WS-EXCEPTION-REASON
                     PERFORM WRITE-REGISTER-EXCEPTION
           END-DELETE.

       PURGE-ONE-POSTING.
           MOVE "H" TO CH-RECORD-TYPE.
           MOVE RH-RUN-DATE TO CH-PURGE-DATE.
           MOVE LOAN-ACCT-NUMBER TO CH-ACCT-NUMBER.
           MOVE LOAN-HISTORY-RECORD TO CH-RECORD-IMAGE.
           PERFORM WRITE-CLOSED-HISTORY.
           IF NOT ARCHIVE-FAILED
                DELETE LOAN-HISTORY-FILE RECORD
                     INVALID KEY
                          DISPLAY "LOANHIST DELETE FAILED FOR ACCOUNT "
                               LOAN-ACCT-NUMBER " - STATUS "
                               WS-LOANHIST-STATUS
                          MOVE "Y" TO WS-HIST-DELETE-FAILED
                          IF WS-RUN-SEVERITY < 8
                               MOVE 8 TO WS-RUN-SEVERITY
                          END-IF
                     NOT INVALID KEY
                          ADD 1 TO WS-HIST-MOVED
                          ADD 1 TO WS-HISTORY-PURGED
                END-DELETE
           END-IF.

       WRITE-CLOSED-HISTORY.
           WRITE CLOSED-HISTORY-RECORD.
           IF WS-CLOSHIST-STATUS NOT = "00"
                DISPLAY "CLOSHIST WRITE FAILED FOR ACCOUNT "
                     LOAN-ACCT-NUMBER " - STATUS " WS-CLOSHIST-STATUS
                MOVE "Y" TO WS-ARCHIVE-FAILED
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

       WRITE-PURGE-DETAIL.
           MOVE LOAN-ACCT-NUMBER TO PRD-ACCT-NUMBER.
           MOVE LOAN-CUST-NUMBER TO PRD-CUST-NUMBER.
           MOVE LOAN-CLOSED-DATE TO PRD-CLOSED-DATE.
           MOVE WS-HIST-MOVED TO PRD-HISTORY-COUNT.
           MOVE LOAN-PRINCIPAL TO PRD-BALANCE.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
           ADD LOAN-PRINCIPAL TO WS-PURGED-TOTAL.
           ADD 1 TO WS-ACCOUNTS-PURGED.

       WRITE-REGISTER-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE LOAN-ACCT-NUMBER TO PRX-ACCT-NUMBER.
           MOVE WS-EXCEPTION-REASON TO PRX-REASON.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-EXCEPTION-LINE.
           MOVE LOAN-ACCT-NUMBER TO EL-INPUT-VALUE.
           MOVE WS-EXCEPTION-REASON TO EL-ERROR-TEXT.
           PERFORM LOG-ERROR-ENTRY.
           IF WS-RUN-SEVERITY < 8
                MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

      * THE "NET MOVEMENT" LINE IS THE PRINCIPAL THE PURGE TOOK OFF
      * THE MASTER AND THE "NET ACCOUNTS" LINE THE ACCOUNTS - LNAUDIT
      * READS BOTH BY THEIR LABELS. A CLOSED ACCOUNT NORMALLY CARRIES
      * NO BALANCE, SO A NON-ZERO PURGED BALANCE IS WORTH A LOOK.
       WRITE-REGISTER-TOTALS.
           WRITE PURGE-REGISTER-LINE FROM SPACES.
           MOVE "ACCOUNTS READ     " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-READ TO TOT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "CLOSED ACCOUNTS   " TO TOT-LABEL.
           MOVE WS-CLOSED-READ TO TOT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "CLOSE DATE SET    " TO TOT-LABEL.
           MOVE WS-CLOSE-DATED TO TOT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "RETAINED          " TO TOT-LABEL.
           MOVE WS-RETAINED TO TOT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ACCOUNTS PURGED   " TO TOT-LABEL.
           MOVE WS-ACCOUNTS-PURGED TO TOT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "HISTORY PURGED    " TO TOT-LABEL.
           MOVE WS-HISTORY-PURGED TO TOT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "EXCEPTIONS        " TO TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "PURGED BALANCE    " TO TOT-AMOUNT-LABEL.
           MOVE WS-PURGED-TOTAL TO TOT-AMOUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           COMPUTE WS-NET-ACCOUNTS = 0 - WS-ACCOUNTS-PURGED.
           MOVE "NET ACCOUNTS      " TO TOT-SIGNED-LABEL.
           MOVE WS-NET-ACCOUNTS TO TOT-SIGNED-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-SIGNED-COUNT-LINE.
           COMPUTE WS-NET-MOVEMENT = 0 - WS-PURGED-TOTAL.
           MOVE "NET MOVEMENT      " TO TOT-AMOUNT-LABEL.
           MOVE WS-NET-MOVEMENT TO TOT-AMOUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.

       LOG-ERROR-ENTRY.
           MOVE "LNPURGE" TO EL-PROGRAM-NAME.
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
           MOVE "LNPURGE" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-ACCOUNTS-READ TO RST-RECORDS-READ.
           COMPUTE RST-RECORDS-WRITTEN =
                WS-ACCOUNTS-PURGED + WS-HISTORY-PURGED.
           MOVE WS-EXCEPTION-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM LNPURGE.
