      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNOFF.

      * MORNING OPERATIONS SIGN-OFF. PULLS THE VERDICT OF THE LAST
      * NIGHT'S CYCLE OUT OF EACH OF THE PLACES THE SHIFT USED TO
      * CHECK ONE BY ONE - RUNSTAT (WORST SEVERITY PER PROGRAM),
      * NIGHTLOG (HOW THE CYCLE ENDED, FAILED STEPS, MISSING INPUTS,
      * STEPS HELD BACK), RECONRPT (EXCEPTIONS RAISED), AUDITRPT
      * (LOANMAST MOVEMENT BALANCED OR NOT, FIELD EXCEPTIONS),
      * GLRECRPT (LEDGER ACKNOWLEDGMENT BREAKS), WINDOWRPT (BATCH
      * WINDOW) AND REJAGERP (REJECTS OUTSTANDING) - ONTO ONE
      * CHECKLIST PAGE (SIGNRPT) WITH AN OVERALL GO/NO-GO. A CHECK
      * THAT FAILED, A REPORT THAT IS MISSING, OR A REPORT WHOSE
      * HEADING DATE IS NOT THE CYCLE'S (LEFT OVER FROM AN EARLIER
      * NIGHT) MAKES THE CYCLE NO-GO; EXCEPTIONS AND WARNINGS ARE
      * SHOWN BUT DO NOT.

      * THE CYCLE IS THE ONE WHOSE NIGHTLOG IS ON HAND - ITS RUN
      * HEADER CARRIES THE CYCLE'S BUSINESS DATE. THE ARCHIVER RUNS
      * LAST IN THE CYCLE AND CUTS RUNSTAT OVER, SO THE NIGHT'S
      * RUN-STATUS ROWS ARE READ FROM ITS RUNSTAT.D<YYYYMMDD>
      * GENERATION, PLUS THE ARCHIVER'S OWN ROW, WHICH OPENS THE
      * LIVE FILE. IF THE ARCHIVER NEVER GOT THAT FAR THE LIVE
      * RUNSTAT STILL HOLDS THE NIGHT AND IS READ INSTEAD.

      * CALLED FROM THE MENU (OPTION 8) THE CHECKLIST IS SHOWN TO THE
      * SIGNED-ON OPERATOR, WHO EITHER ACCEPTS THE CYCLE OR RECORDS
      * AN EXCEPTION NOTE AGAINST IT; EITHER IS APPENDED TO THE
      * PERMANENT SIGN-OFF LOG (SIGNLOG) STAMPED WITH THE OPERATOR
      * ID, AND THE SHEET LISTS EVERY SIGN-OFF RECORDED FOR THE
      * CYCLE. A NO-GO CYCLE IS ONLY ACCEPTED WITH A NOTE. RUN
      * OUTSIDE THE MENU (NO OPERATOR SIGNED ON) IT ONLY PRINTS THE
      * SHEET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-INPUT ASSIGN USING WS-REVIEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT SIGNOFF-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.

           SELECT SIGNOFF-SHEET ASSIGN TO "SIGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-INPUT.
       01  REVIEW-LINE                      PIC X(80).

       FD  SIGNOFF-LOG.
       01  SIGNOFF-LOG-LINE                 PIC X(104).

       FD  SIGNOFF-SHEET.
       01  SIGNOFF-SHEET-LINE               PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNHDR.
       COPY OPERID.
       COPY RUNSTAT.
       COPY SIGNLOG.

       77  WS-BUSDATE-STATUS            PIC XX.

       77  WS-REVIEW-NAME               PIC X(20).
       77  WS-REVIEW-STATUS             PIC XX.
       77  WS-SIGNLOG-STATUS            PIC XX.
       77  WS-SHEET-STATUS              PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-CYCLE-DATE                PIC 9(8) VALUE 0.
       77  WS-EOF-REVIEW                PIC X VALUE "N".
           88 NO-MORE-REVIEW            VALUE "Y".
       77  WS-REVIEW-OPEN               PIC X VALUE "N".
           88 REVIEW-OPEN               VALUE "Y".
       77  WS-TOTALS-SEEN               PIC X VALUE "N".
           88 TOTALS-SEEN               VALUE "Y".
       77  WS-LINE-COUNT                PIC 9(7) VALUE 0.
       77  WS-LINES-READ                PIC 9(7) VALUE 0.
       77  WS-CK-SUB                    PIC 9.
       77  WS-WORK-COUNT                PIC 9(7).

       77  WS-RT-COUNT                  PIC 99 VALUE 0.
       77  WS-RT-SUB                    PIC 99.
       77  WS-RT-FOUND                  PIC 99.
       77  WS-PROGRAMS-WARNED           PIC 99 VALUE 0.
       77  WS-PROGRAMS-FAILED           PIC 99 VALUE 0.
       77  WS-WORST-SEVERITY            PIC 99 VALUE 0.

       77  WS-CYCLE-END-TEXT            PIC X(14) VALUE SPACES.
       77  WS-STEP-FAILURES             PIC 999 VALUE 0.
       77  WS-STEP-WARNINGS             PIC 999 VALUE 0.
       77  WS-INPUT-MISSES              PIC 999 VALUE 0.
       77  WS-STEPS-HELD                PIC 999 VALUE 0.
       77  WS-STREAM-ERRORS             PIC 999 VALUE 0.

       77  WS-RECON-EXCEPTIONS          PIC 9(7) VALUE 0.

       77  WS-AUDIT-EXCEPTIONS          PIC S9(8) VALUE 0.
       77  WS-PRINCIPAL-TEXT            PIC X(21) VALUE SPACES.
       77  WS-EXPECTED-TEXT             PIC X(21) VALUE SPACES.
       77  WS-EXPECTED-SEEN             PIC X VALUE "N".
           88 EXPECTED-SEEN             VALUE "Y".

       77  WS-GL-SENT                   PIC 9(7) VALUE 0.
       77  WS-GL-BREAKS                 PIC 9(7) VALUE 0.

       77  WS-WINDOW-VERDICT            PIC X VALUE SPACE.
           88 WINDOW-PASSED             VALUE "P".
           88 WINDOW-INSIDE             VALUE "I".
       77  WS-STARRED-STEPS             PIC 99 VALUE 0.

       77  WS-REJECTS-OUTSTANDING       PIC 9(7) VALUE 0.

       77  WS-OVERALL-VERDICT           PIC X(5) VALUE SPACES.
           88 CYCLE-GO                  VALUE "GO".
           88 CYCLE-NO-GO               VALUE "NO-GO".
       77  WS-CHECKS-FAILED             PIC 9 VALUE 0.
       77  WS-CHECKS-WARNED             PIC 9 VALUE 0.

       77  WS-SIGNOFF-CHOICE            PIC X.
       77  WS-SIGNOFF-NOTE              PIC X(50).
       77  WS-EOF-SIGNLOG               PIC X VALUE "N".
           88 NO-MORE-SIGNLOG           VALUE "Y".
       77  WS-SIGNOFF-COUNT             PIC 99 VALUE 0.
       77  WS-SO-SUB                    PIC 99.
       77  WS-SIGNOFFS-RECORDED         PIC 9 VALUE 0.

      * MIRRORS THE RUNSTAT RECORD LAYOUT, AS RUNTREND READS IT.
       01  RUN-STATUS-IN.
           05 RSI-PROGRAM-NAME           PIC X(8).
           05 FILLER                     PIC X(2).
           05 RSI-START-TS               PIC X(14).
           05 FILLER                     PIC X(2).
           05 RSI-END-TS                 PIC X(14).
           05 FILLER                     PIC X(2).
           05 RSI-RECORDS-READ           PIC 9(7).
           05 FILLER                     PIC X(2).
           05 RSI-RECORDS-WRITTEN        PIC 9(7).
           05 FILLER                     PIC X(2).
           05 RSI-RECORDS-REJECTED       PIC 9(7).
           05 FILLER                     PIC X(2).
           05 RSI-SEVERITY               PIC 99.

      * THE LAYOUTS BELOW MIRROR THE LINES EACH SOURCE PROGRAM
      * WRITES (THE CLOSING TOTALS LINE OF EODRECON, OPS-STEP-LINE IN
      * NIGHTRUN, AUDIT-COUNT-LINE AND AUDIT-SUMMARY-LINE IN LNAUDIT,
      * RECON-COUNT-LINE IN GLRECON, OUTSTANDING-TOTAL-LINE IN REJAGE)
      * SO THE FIXED COLUMNS CAN BE READ BACK OUT OF THE PRINT-IMAGE
      * LINE.
       01  RECON-TOTAL-IN.
           05 RTI-LABEL                 PIC X(38).
           05 RTI-EXCEPTIONS            PIC 9(7).
           05 FILLER                    PIC X(35).

       01  RECON-TOTAL-LABEL            PIC X(38) VALUE
                 "TOTAL EXCEPTIONS ACROSS ALL PROGRAMS: ".

       01  NIGHT-LOG-IN.
           05 NLI-PROGRAM               PIC X(12).
           05 FILLER                    PIC X(2).
           05 NLI-EVENT                 PIC X(10).
           05 FILLER                    PIC X(2).
           05 NLI-TIMESTAMP             PIC X(14).
           05 FILLER                    PIC X(2).
           05 NLI-DETAIL                PIC X(30).

       01  AUDIT-LINE-IN.
           05 ALI-LABEL                 PIC X(26).
           05 ALI-AMOUNT                PIC X(21).
           05 ALI-COUNT-VIEW REDEFINES ALI-AMOUNT.
              10 ALI-COUNT              PIC ZZZZZZZ9-.
              10 FILLER                 PIC X(12).
           05 FILLER                    PIC X(33).

       01  COUNT-LINE-IN.
           05 CLI-LABEL                 PIC X(26).
           05 CLI-COUNT                 PIC ZZZZZZ9.
           05 FILLER                    PIC X(47).

       01  OUTSTANDING-LINE-IN.
           05 OLI-LABEL                 PIC X(22).
           05 OLI-COUNT                 PIC ZZZZZZ9.
           05 FILLER                    PIC X(51).

      * LATEST RUN-STATUS ROW PER PROGRAM - A RERUN'S ROW SUPERSEDES
      * THE FAILED ONE, AS IN BATCHWIN.
       01  PROGRAM-STATUS-TABLE.
           05 PROGRAM-STATUS-ENTRY OCCURS 60 TIMES.
              10 PT-PROGRAM-NAME        PIC X(8).
              10 PT-SEVERITY            PIC 99.

       01  SIGNOFF-CHECK-TABLE.
           05 SIGNOFF-CHECK-ENTRY OCCURS 7 TIMES.
              10 CK-CHECK-NAME          PIC X(12).
              10 CK-SOURCE              PIC X(9).
              10 CK-RESULT              PIC X(7).
                 88 CK-OK               VALUE "OK".
                 88 CK-WARNING          VALUE "WARNING".
                 88 CK-FAILED           VALUES "FAILED" "MISSING"
                                               "STALE".
              10 CK-DETAIL              PIC X(46).

       01  SIGNOFF-ENTRY-TABLE.
           05 SIGNOFF-ENTRY OCCURS 20 TIMES.
              10 SO-TIMESTAMP           PIC X(14).
              10 SO-OPERATOR-ID         PIC X(8).
              10 SO-ACTION              PIC X(9).
              10 SO-VERDICT             PIC X(5).
              10 SO-NOTE                PIC X(50).

       01  RUNSTAT-DETAIL.
           05 FILLER                    PIC X(9) VALUE "PROGRAMS ".
           05 RSD-PROGRAMS              PIC ZZ9.
           05 FILLER                    PIC X(9) VALUE "  WARNED ".
           05 RSD-WARNED                PIC ZZ9.
           05 FILLER                    PIC X(9) VALUE "  FAILED ".
           05 RSD-FAILED                PIC ZZ9.
           05 FILLER                    PIC X(8) VALUE "  WORST ".
           05 RSD-WORST                 PIC 99.

       01  NIGHTLOG-DETAIL.
           05 NLD-CYCLE-END             PIC X(14).
           05 FILLER                    PIC X(6) VALUE " FAIL ".
           05 NLD-FAILURES              PIC ZZ9.
           05 FILLER                    PIC X(10) VALUE " NO INPUT ".
           05 NLD-INPUT-MISSES          PIC ZZ9.
           05 FILLER                    PIC X(6) VALUE " HELD ".
           05 NLD-HELD                  PIC ZZ9.

       01  RECON-DETAIL.
           05 FILLER                    PIC X(18)
                 VALUE "EXCEPTIONS RAISED ".
           05 RCD-EXCEPTIONS            PIC ZZZZZZ9.

       01  AUDIT-DETAIL.
           05 ADL-BALANCE               PIC X(14).
           05 FILLER                    PIC X(19)
                 VALUE "  FIELD EXCEPTIONS ".
           05 ADL-EXCEPTIONS            PIC ZZZZZZZ9.

       01  GL-RECON-DETAIL.
           05 GDL-BALANCE               PIC X(14).
           05 FILLER                    PIC X(7) VALUE "  SENT ".
           05 GDL-SENT                  PIC ZZZZZZ9.
           05 FILLER                    PIC X(9) VALUE "  BREAKS ".
           05 GDL-BREAKS                PIC ZZZZZZ9.

       01  WINDOW-DETAIL.
           05 WDD-VERDICT               PIC X(17).
           05 FILLER                    PIC X(21)
                 VALUE "  STEPS OVER AVERAGE ".
           05 WDD-STARRED               PIC Z9.

       01  REJECT-DETAIL.
           05 FILLER                    PIC X(20)
                 VALUE "REJECTS OUTSTANDING ".
           05 RJD-OUTSTANDING           PIC ZZZZZZ9.

       01  STALE-DETAIL.
           05 FILLER                    PIC X(18)
                 VALUE "LAST PRODUCED FOR ".
           05 SDL-DATE                  PIC X(8).

       01  SHEET-TITLE-LINE.
           05 FILLER                    PIC X(36)
                 VALUE "MORNING OPERATIONS SIGN-OFF - CYCLE ".
           05 STL-CYCLE-DATE            PIC 9(8).

       01  SHEET-COLUMN-HEADING.
           05 FILLER                  PIC X(14) VALUE "CHECK".
           05 FILLER                  PIC X(11) VALUE "SOURCE".
           05 FILLER                  PIC X(9)  VALUE "RESULT".
           05 FILLER                  PIC X(6)  VALUE "DETAIL".

       01  CHECK-LINE.
           05 CKL-CHECK-NAME            PIC X(12).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 CKL-SOURCE                PIC X(9).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 CKL-RESULT                PIC X(7).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 CKL-DETAIL                PIC X(46).

       01  VERDICT-LINE.
           05 FILLER                    PIC X(17)
                 VALUE "OVERALL VERDICT: ".
           05 VDL-VERDICT               PIC X(5).
           05 FILLER                    PIC X(19)
                 VALUE "    CHECKS FAILED: ".
           05 VDL-FAILED                PIC 9.
           05 FILLER                    PIC X(12)
                 VALUE "  WARNINGS: ".
           05 VDL-WARNED                PIC 9.

       01  SIGNOFF-HEADING.
           05 FILLER                    PIC X(30)
                 VALUE "SIGN-OFFS RECORDED FOR CYCLE".

       01  SIGNOFF-ENTRY-LINE.
           05 SEL-TIMESTAMP             PIC X(14).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 SEL-OPERATOR-ID           PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 SEL-ACTION                PIC X(9).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 SEL-VERDICT               PIC X(5).

       01  SIGNOFF-NOTE-LINE.
           05 FILLER                    PIC X(10) VALUE "    NOTE: ".
           05 SNL-NOTE                  PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RH-RUN-TIME.
           IF OC-OPERATOR-ID = SPACES OR LOW-VALUES
                MOVE "SYSTEM" TO OC-OPERATOR-ID
           END-IF.
           MOVE OC-OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-START-TS.

      * NIGHTLOG GOES FIRST - ITS HEADING NAMES THE CYCLE EVERY OTHER
      * SOURCE IS CHECKED AGAINST.
           PERFORM REVIEW-NIGHT-LOG.
           PERFORM REVIEW-RUN-STATUS.
           PERFORM REVIEW-RECON-REPORT.
           PERFORM REVIEW-AUDIT-REPORT.
           PERFORM REVIEW-GL-RECON-REPORT.
           PERFORM REVIEW-WINDOW-REPORT.
           PERFORM REVIEW-AGING-REPORT.
           PERFORM SET-OVERALL-VERDICT.
           PERFORM LOAD-RECORDED-SIGNOFFS.

           IF OC-OPERATOR-ID NOT = "SYSTEM"
                PERFORM DISPLAY-CHECKLIST
                PERFORM RECORD-SIGNOFF
           END-IF.

           PERFORM WRITE-SIGNOFF-SHEET.
           DISPLAY "MORNING SIGN-OFF FOR CYCLE " WS-CYCLE-DATE
                " - " WS-OVERALL-VERDICT
                "  SIGN-OFFS RECORDED: " WS-SIGNOFF-COUNT.
           PERFORM WRITE-RUN-STATUS.

           GOBACK.

      ******************************************************************
      * THE SEVEN CHECKS
      ******************************************************************
      * NIGHTLOG: THE CYCLE MUST HAVE ENDED COMPLETE WITH NO STEP
      * FAILED, NO INPUT MISSING AND NO STEP HELD BACK BEHIND A
      * FAILURE. A STEP THAT ENDED WITH REJECTS IS A WARNING. STEPS
      * BYPASSED AS NOT DUE TONIGHT ARE NORMAL.
       REVIEW-NIGHT-LOG.
           MOVE 2 TO WS-CK-SUB.
           MOVE "NIGHT LOG" TO CK-CHECK-NAME (WS-CK-SUB).
           MOVE "NIGHTLOG" TO CK-SOURCE (WS-CK-SUB).
           MOVE RH-RUN-DATE TO WS-CYCLE-DATE.
           MOVE "NIGHTLOG" TO WS-REVIEW-NAME.
           MOVE "N" TO WS-EOF-REVIEW.
           OPEN INPUT REVIEW-INPUT.
           IF WS-REVIEW-STATUS NOT = "00"
                MOVE "MISSING" TO CK-RESULT (WS-CK-SUB)
                MOVE "NOT PRODUCED" TO CK-DETAIL (WS-CK-SUB)
           ELSE
                READ REVIEW-INPUT
                     AT END
                          MOVE "Y" TO WS-EOF-REVIEW
                     NOT AT END
                          ADD 1 TO WS-LINES-READ
                          IF REVIEW-LINE(27:8) IS NUMERIC
                               MOVE REVIEW-LINE(27:8)
                                    TO WS-CYCLE-DATE
                          END-IF
                END-READ
                PERFORM UNTIL NO-MORE-REVIEW
                    READ REVIEW-INPUT
                         AT END
                              MOVE "Y" TO WS-EOF-REVIEW
                         NOT AT END
                              ADD 1 TO WS-LINES-READ
                              MOVE REVIEW-LINE TO NIGHT-LOG-IN
                              PERFORM NOTE-ONE-LOG-LINE
                    END-READ
                END-PERFORM
                CLOSE REVIEW-INPUT
                PERFORM JUDGE-NIGHT-LOG
           END-IF.

       NOTE-ONE-LOG-LINE.
           EVALUATE NLI-EVENT
                 WHEN "CYCLE END"
                      MOVE NLI-DETAIL TO WS-CYCLE-END-TEXT
                 WHEN "END"
                      IF NLI-DETAIL(1:6) = "FAILED"
                           ADD 1 TO WS-STEP-FAILURES
                      END-IF
                      IF NLI-DETAIL = "ENDED WITH REJECTS"
                           ADD 1 TO WS-STEP-WARNINGS
                      END-IF
                 WHEN "INPUT MISS"
                      ADD 1 TO WS-INPUT-MISSES
                 WHEN "BYPASSED"
                      IF NLI-DETAIL(1:5) = "PRED "
                           ADD 1 TO WS-STEPS-HELD
                      END-IF
                 WHEN "STREAM ERR"
                      ADD 1 TO WS-STREAM-ERRORS
                 WHEN "REFUSED"
                      ADD 1 TO WS-STREAM-ERRORS
           END-EVALUATE.

       JUDGE-NIGHT-LOG.
           IF WS-CYCLE-END-TEXT = SPACES
                MOVE "NO CYCLE END" TO NLD-CYCLE-END
           ELSE
                MOVE WS-CYCLE-END-TEXT TO NLD-CYCLE-END.
           MOVE WS-STEP-FAILURES TO NLD-FAILURES.
           MOVE WS-INPUT-MISSES TO NLD-INPUT-MISSES.
           MOVE WS-STEPS-HELD TO NLD-HELD.
           MOVE NIGHTLOG-DETAIL TO CK-DETAIL (WS-CK-SUB).
           IF WS-CYCLE-END-TEXT NOT = "CYCLE COMPLETE" OR
              WS-STEP-FAILURES > 0 OR WS-INPUT-MISSES > 0 OR
              WS-STEPS-HELD > 0 OR WS-STREAM-ERRORS > 0
                MOVE "FAILED" TO CK-RESULT (WS-CK-SUB)
           ELSE
           IF WS-STEP-WARNINGS > 0
                MOVE "WARNING" TO CK-RESULT (WS-CK-SUB)
           ELSE
                MOVE "OK" TO CK-RESULT (WS-CK-SUB).

      * RUNSTAT: THE WORST SEVERITY EACH PROGRAM ENDED THE NIGHT ON.
      * EACH RUNSTAT FILE OPENS WITH THE ARCHIVER ROW THAT CLOSED THE
      * PREVIOUS CYCLE, SO THAT LEADING ROW IS PASSED OVER IN THE
      * NIGHT'S FILE AND TAKEN FROM THE FILE THAT FOLLOWS IT.
       REVIEW-RUN-STATUS.
           MOVE 1 TO WS-CK-SUB.
           MOVE "RUN STATUS" TO CK-CHECK-NAME (WS-CK-SUB).
           MOVE "RUNSTAT" TO CK-SOURCE (WS-CK-SUB).
           MOVE SPACES TO WS-REVIEW-NAME.
           STRING "RUNSTAT.D" DELIMITED BY SIZE
                WS-CYCLE-DATE DELIMITED BY SIZE
                INTO WS-REVIEW-NAME.
           OPEN INPUT REVIEW-INPUT.
           IF WS-REVIEW-STATUS = "00"
                PERFORM READ-STATUS-ROWS
                MOVE "RUNSTAT" TO WS-REVIEW-NAME
                OPEN INPUT REVIEW-INPUT
                IF WS-REVIEW-STATUS = "00"
                     PERFORM TAKE-CLOSING-ARCHIVER-ROW
                END-IF
           ELSE
                MOVE "RUNSTAT" TO WS-REVIEW-NAME
                OPEN INPUT REVIEW-INPUT
                IF WS-REVIEW-STATUS = "00"
                     PERFORM READ-STATUS-ROWS
                END-IF
           END-IF.
           IF WS-RT-COUNT = 0
                MOVE "MISSING" TO CK-RESULT (WS-CK-SUB)
                MOVE "NO RUN-STATUS ROWS FOR THE CYCLE"
                     TO CK-DETAIL (WS-CK-SUB)
           ELSE
                PERFORM JUDGE-RUN-STATUS
           END-IF.

       READ-STATUS-ROWS.
           MOVE "N" TO WS-EOF-REVIEW.
           MOVE 0 TO WS-LINE-COUNT.
           PERFORM UNTIL NO-MORE-REVIEW
               READ REVIEW-INPUT
                    AT END
                         MOVE "Y" TO WS-EOF-REVIEW
                    NOT AT END
                         ADD 1 TO WS-LINE-COUNT
                         ADD 1 TO WS-LINES-READ
                         MOVE REVIEW-LINE TO RUN-STATUS-IN
                         IF (WS-LINE-COUNT = 1 AND
                             RSI-PROGRAM-NAME = "ARCHIVER") OR
                            RSI-PROGRAM-NAME = "SIGNOFF"
                              CONTINUE
                         ELSE
                              PERFORM KEEP-STATUS-ROW
                         END-IF
               END-READ
           END-PERFORM.
           CLOSE REVIEW-INPUT.

       TAKE-CLOSING-ARCHIVER-ROW.
           READ REVIEW-INPUT
                AT END
                     CONTINUE
                NOT AT END
                     ADD 1 TO WS-LINES-READ
                     MOVE REVIEW-LINE TO RUN-STATUS-IN
                     IF RSI-PROGRAM-NAME = "ARCHIVER"
                          PERFORM KEEP-STATUS-ROW
                     END-IF
           END-READ.
           CLOSE REVIEW-INPUT.

       KEEP-STATUS-ROW.
           MOVE 0 TO WS-RT-FOUND.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                     UNTIL WS-RT-SUB > WS-RT-COUNT
                IF PT-PROGRAM-NAME (WS-RT-SUB) = RSI-PROGRAM-NAME
                     MOVE WS-RT-SUB TO WS-RT-FOUND
                     MOVE WS-RT-COUNT TO WS-RT-SUB
                END-IF
           END-PERFORM.
           IF WS-RT-FOUND = 0 AND WS-RT-COUNT < 60
                ADD 1 TO WS-RT-COUNT
                MOVE WS-RT-COUNT TO WS-RT-FOUND
                MOVE RSI-PROGRAM-NAME TO
                     PT-PROGRAM-NAME (WS-RT-FOUND)
           END-IF.
           IF WS-RT-FOUND > 0
                IF RSI-SEVERITY IS NUMERIC
                     MOVE RSI-SEVERITY TO PT-SEVERITY (WS-RT-FOUND)
                ELSE
                     MOVE 12 TO PT-SEVERITY (WS-RT-FOUND)
                END-IF
           END-IF.

       JUDGE-RUN-STATUS.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                     UNTIL WS-RT-SUB > WS-RT-COUNT
                IF PT-SEVERITY (WS-RT-SUB) >= 8
                     ADD 1 TO WS-PROGRAMS-FAILED
                ELSE
                IF PT-SEVERITY (WS-RT-SUB) > 0
                     ADD 1 TO WS-PROGRAMS-WARNED
                END-IF
                END-IF
                IF PT-SEVERITY (WS-RT-SUB) > WS-WORST-SEVERITY
                     MOVE PT-SEVERITY (WS-RT-SUB) TO WS-WORST-SEVERITY
                END-IF
           END-PERFORM.
           MOVE WS-RT-COUNT TO RSD-PROGRAMS.
           MOVE WS-PROGRAMS-WARNED TO RSD-WARNED.
           MOVE WS-PROGRAMS-FAILED TO RSD-FAILED.
           MOVE WS-WORST-SEVERITY TO RSD-WORST.
           MOVE RUNSTAT-DETAIL TO CK-DETAIL (WS-CK-SUB).
           IF WS-PROGRAMS-FAILED > 0
                MOVE "FAILED" TO CK-RESULT (WS-CK-SUB)
           ELSE
           IF WS-PROGRAMS-WARNED > 0
                MOVE "WARNING" TO CK-RESULT (WS-CK-SUB)
           ELSE
                MOVE "OK" TO CK-RESULT (WS-CK-SUB).

      * RECONRPT: EODRECON'S CLOSING LINE CARRIES THE EXCEPTIONS
      * RAISED ACROSS ALL PROGRAMS - INFORMATION, NOT A STOP.
       REVIEW-RECON-REPORT.
           MOVE 3 TO WS-CK-SUB.
           MOVE "RECON" TO CK-CHECK-NAME (WS-CK-SUB).
           MOVE "RECONRPT" TO CK-SOURCE (WS-CK-SUB).
           MOVE "RECONRPT" TO WS-REVIEW-NAME.
           PERFORM OPEN-REVIEW-INPUT.
           IF REVIEW-OPEN
                PERFORM UNTIL NO-MORE-REVIEW
                    READ REVIEW-INPUT
                         AT END
                              MOVE "Y" TO WS-EOF-REVIEW
                         NOT AT END
                              ADD 1 TO WS-LINES-READ
                              MOVE REVIEW-LINE TO RECON-TOTAL-IN
                              IF RTI-LABEL = RECON-TOTAL-LABEL AND
                                 RTI-EXCEPTIONS IS NUMERIC
                                   MOVE RTI-EXCEPTIONS
                                        TO WS-RECON-EXCEPTIONS
                                   MOVE "Y" TO WS-TOTALS-SEEN
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE REVIEW-INPUT
                MOVE WS-RECON-EXCEPTIONS TO RCD-EXCEPTIONS
                MOVE RECON-DETAIL TO CK-DETAIL (WS-CK-SUB)
                IF NOT TOTALS-SEEN
                     PERFORM MARK-REPORT-INCOMPLETE
                ELSE
                IF WS-RECON-EXCEPTIONS > 0
                     MOVE "WARNING" TO CK-RESULT (WS-CK-SUB)
                ELSE
                     MOVE "OK" TO CK-RESULT (WS-CK-SUB)
                END-IF
                END-IF
           END-IF.

      * AUDITRPT: THE NIGHT'S PRINCIPAL TOTAL MUST BE THE EXPECTED
      * TOTAL LNAUDIT DERIVED FROM THE BALANCE FORWARD AND THE
      * REGISTERED MOVEMENTS. A BASELINE RUN HAS NO EXPECTED TOTAL TO
      * PROVE AGAINST. FIELD EXCEPTIONS ARE A WARNING.
       REVIEW-AUDIT-REPORT.
           MOVE 4 TO WS-CK-SUB.
           MOVE "LOAN AUDIT" TO CK-CHECK-NAME (WS-CK-SUB).
           MOVE "AUDITRPT" TO CK-SOURCE (WS-CK-SUB).
           MOVE "AUDITRPT" TO WS-REVIEW-NAME.
           PERFORM OPEN-REVIEW-INPUT.
           IF REVIEW-OPEN
                PERFORM UNTIL NO-MORE-REVIEW
                    READ REVIEW-INPUT
                         AT END
                              MOVE "Y" TO WS-EOF-REVIEW
                         NOT AT END
                              ADD 1 TO WS-LINES-READ
                              MOVE REVIEW-LINE TO AUDIT-LINE-IN
                              PERFORM NOTE-ONE-AUDIT-LINE
                    END-READ
                END-PERFORM
                CLOSE REVIEW-INPUT
                PERFORM JUDGE-AUDIT-REPORT
           END-IF.

       NOTE-ONE-AUDIT-LINE.
           EVALUATE ALI-LABEL
                 WHEN "FIELD EXCEPTIONS          "
                      MOVE ALI-COUNT TO WS-AUDIT-EXCEPTIONS
                 WHEN "PRINCIPAL TOTAL           "
                      MOVE ALI-AMOUNT TO WS-PRINCIPAL-TEXT
                      MOVE "Y" TO WS-TOTALS-SEEN
                 WHEN "EXPECTED PRINCIPAL TOTAL  "
                      MOVE ALI-AMOUNT TO WS-EXPECTED-TEXT
                      MOVE "Y" TO WS-EXPECTED-SEEN
           END-EVALUATE.

       JUDGE-AUDIT-REPORT.
           MOVE WS-AUDIT-EXCEPTIONS TO ADL-EXCEPTIONS.
           IF NOT EXPECTED-SEEN
                MOVE "BASELINE RUN" TO ADL-BALANCE
           ELSE
           IF WS-EXPECTED-TEXT = WS-PRINCIPAL-TEXT
                MOVE "BALANCED" TO ADL-BALANCE
           ELSE
                MOVE "OUT OF BALANCE" TO ADL-BALANCE.
           MOVE AUDIT-DETAIL TO CK-DETAIL (WS-CK-SUB).
           IF NOT TOTALS-SEEN
                PERFORM MARK-REPORT-INCOMPLETE
           ELSE
           IF EXPECTED-SEEN AND
              WS-EXPECTED-TEXT NOT = WS-PRINCIPAL-TEXT
                MOVE "FAILED" TO CK-RESULT (WS-CK-SUB)
           ELSE
           IF WS-AUDIT-EXCEPTIONS > 0
                MOVE "WARNING" TO CK-RESULT (WS-CK-SUB)
           ELSE
                MOVE "OK" TO CK-RESULT (WS-CK-SUB).

      * GLRECRPT: EVERY POSTING SENT MUST COME BACK ACCEPTED AND
      * MATCHED - A LEDGER REJECT, A MISMATCH, AN ACK FOR A POSTING
      * WE NEVER SENT OR A POSTING NEVER ACKNOWLEDGED IS A BREAK.
       REVIEW-GL-RECON-REPORT.
           MOVE 5 TO WS-CK-SUB.
           MOVE "GL RECON" TO CK-CHECK-NAME (WS-CK-SUB).
           MOVE "GLRECRPT" TO CK-SOURCE (WS-CK-SUB).
           MOVE "GLRECRPT" TO WS-REVIEW-NAME.
           PERFORM OPEN-REVIEW-INPUT.
           IF REVIEW-OPEN
                PERFORM UNTIL NO-MORE-REVIEW
                    READ REVIEW-INPUT
                         AT END
                              MOVE "Y" TO WS-EOF-REVIEW
                         NOT AT END
                              ADD 1 TO WS-LINES-READ
                              MOVE REVIEW-LINE TO COUNT-LINE-IN
                              PERFORM NOTE-ONE-GL-LINE
                    END-READ
                END-PERFORM
                CLOSE REVIEW-INPUT
                MOVE WS-GL-SENT TO GDL-SENT
                MOVE WS-GL-BREAKS TO GDL-BREAKS
                IF WS-GL-BREAKS > 0
                     MOVE "OUT OF BALANCE" TO GDL-BALANCE
                ELSE
                     MOVE "BALANCED" TO GDL-BALANCE
                END-IF
                MOVE GL-RECON-DETAIL TO CK-DETAIL (WS-CK-SUB)
                IF NOT TOTALS-SEEN
                     PERFORM MARK-REPORT-INCOMPLETE
                ELSE
                IF WS-GL-BREAKS > 0
                     MOVE "FAILED" TO CK-RESULT (WS-CK-SUB)
                ELSE
                     MOVE "OK" TO CK-RESULT (WS-CK-SUB)
                END-IF
                END-IF
           END-IF.

       NOTE-ONE-GL-LINE.
           EVALUATE CLI-LABEL
                 WHEN "POSTINGS SENT             "
                      MOVE CLI-COUNT TO WS-GL-SENT
                 WHEN "REJECTED BY LEDGER        "
                 WHEN "AMOUNT/ACCOUNT MISMATCHES "
                 WHEN "ACKS FOR UNKNOWN POSTINGS "
                      MOVE CLI-COUNT TO WS-WORK-COUNT
                      ADD WS-WORK-COUNT TO WS-GL-BREAKS
                 WHEN "NOT ACKNOWLEDGED          "
                      MOVE CLI-COUNT TO WS-WORK-COUNT
                      ADD WS-WORK-COUNT TO WS-GL-BREAKS
                      MOVE "Y" TO WS-TOTALS-SEEN
           END-EVALUATE.

      * WINDOWRPT: A PROJECTION PAST THE ONLINE START, OR A STEP
      * STARRED AS RUNNING WELL OVER ITS AVERAGE, IS A WARNING.
       REVIEW-WINDOW-REPORT.
           MOVE 6 TO WS-CK-SUB.
           MOVE "BATCH WINDOW" TO CK-CHECK-NAME (WS-CK-SUB).
           MOVE "WINDOWRPT" TO CK-SOURCE (WS-CK-SUB).
           MOVE "WINDOWRPT" TO WS-REVIEW-NAME.
           PERFORM OPEN-REVIEW-INPUT.
           IF REVIEW-OPEN
                PERFORM UNTIL NO-MORE-REVIEW
                    READ REVIEW-INPUT
                         AT END
                              MOVE "Y" TO WS-EOF-REVIEW
                         NOT AT END
                              ADD 1 TO WS-LINES-READ
                              PERFORM NOTE-ONE-WINDOW-LINE
                    END-READ
                END-PERFORM
                CLOSE REVIEW-INPUT
                PERFORM JUDGE-WINDOW-REPORT
           END-IF.

       NOTE-ONE-WINDOW-LINE.
           IF REVIEW-LINE(1:39) =
              "PROJECTION PASSES THE ONLINE START TIME"
                MOVE "P" TO WS-WINDOW-VERDICT
           ELSE
           IF REVIEW-LINE(1:43) =
              "CYCLE PROJECTED TO FINISH INSIDE THE WINDOW"
                MOVE "I" TO WS-WINDOW-VERDICT
           ELSE
           IF REVIEW-LINE(40:1) = "*"
                ADD 1 TO WS-STARRED-STEPS.

       JUDGE-WINDOW-REPORT.
           MOVE WS-STARRED-STEPS TO WDD-STARRED.
           IF WINDOW-PASSED
                MOVE "PAST ONLINE START" TO WDD-VERDICT
           ELSE
                MOVE "INSIDE WINDOW" TO WDD-VERDICT.
           MOVE WINDOW-DETAIL TO CK-DETAIL (WS-CK-SUB).
           IF NOT WINDOW-PASSED AND NOT WINDOW-INSIDE
                PERFORM MARK-REPORT-INCOMPLETE
           ELSE
           IF WINDOW-PASSED OR WS-STARRED-STEPS > 0
                MOVE "WARNING" TO CK-RESULT (WS-CK-SUB)
           ELSE
                MOVE "OK" TO CK-RESULT (WS-CK-SUB).

      * REJAGERP: REJECTS STILL WAITING ON THE RECYCLE FILE ARE A
      * WARNING FOR THE SHIFT TO CHASE, NOT A STOP.
       REVIEW-AGING-REPORT.
           MOVE 7 TO WS-CK-SUB.
           MOVE "REJECT AGING" TO CK-CHECK-NAME (WS-CK-SUB).
           MOVE "REJAGERP" TO CK-SOURCE (WS-CK-SUB).
           MOVE "REJAGERP" TO WS-REVIEW-NAME.
           PERFORM OPEN-REVIEW-INPUT.
           IF REVIEW-OPEN
                PERFORM UNTIL NO-MORE-REVIEW
                    READ REVIEW-INPUT
                         AT END
                              MOVE "Y" TO WS-EOF-REVIEW
                         NOT AT END
                              ADD 1 TO WS-LINES-READ
                              MOVE REVIEW-LINE TO OUTSTANDING-LINE-IN
                              IF OLI-LABEL = "REJECTS OUTSTANDING:  "
                                   MOVE OLI-COUNT
                                        TO WS-REJECTS-OUTSTANDING
                                   MOVE "Y" TO WS-TOTALS-SEEN
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE REVIEW-INPUT
                MOVE WS-REJECTS-OUTSTANDING TO RJD-OUTSTANDING
                MOVE REJECT-DETAIL TO CK-DETAIL (WS-CK-SUB)
                IF NOT TOTALS-SEEN
                     PERFORM MARK-REPORT-INCOMPLETE
                ELSE
                IF WS-REJECTS-OUTSTANDING > 0
                     MOVE "WARNING" TO CK-RESULT (WS-CK-SUB)
                ELSE
                     MOVE "OK" TO CK-RESULT (WS-CK-SUB)
                END-IF
                END-IF
           END-IF.

      * OPENS THE NAMED REPORT AND READS ITS RUN HEADER. A REPORT
      * THAT IS NOT THERE, OR WHOSE HEADER DATE IS NOT THE CYCLE'S,
      * FAILS ITS CHECK HERE AND IS NOT READ ANY FURTHER.
       OPEN-REVIEW-INPUT.
           MOVE "N" TO WS-REVIEW-OPEN.
           MOVE "N" TO WS-EOF-REVIEW.
           MOVE "N" TO WS-TOTALS-SEEN.
           OPEN INPUT REVIEW-INPUT.
           IF WS-REVIEW-STATUS NOT = "00"
                MOVE "MISSING" TO CK-RESULT (WS-CK-SUB)
                MOVE "NOT PRODUCED" TO CK-DETAIL (WS-CK-SUB)
           ELSE
                READ REVIEW-INPUT
                     AT END
                          MOVE "MISSING" TO CK-RESULT (WS-CK-SUB)
                          MOVE "EMPTY" TO CK-DETAIL (WS-CK-SUB)
                          CLOSE REVIEW-INPUT
                     NOT AT END
                          ADD 1 TO WS-LINES-READ
                          IF REVIEW-LINE(27:8) = WS-CYCLE-DATE
                               MOVE "Y" TO WS-REVIEW-OPEN
                          ELSE
                               MOVE "STALE" TO CK-RESULT (WS-CK-SUB)
                               MOVE REVIEW-LINE(27:8) TO SDL-DATE
                               MOVE STALE-DETAIL TO
                                    CK-DETAIL (WS-CK-SUB)
                               CLOSE REVIEW-INPUT
                          END-IF
                END-READ
           END-IF.

       MARK-REPORT-INCOMPLETE.
           MOVE "FAILED" TO CK-RESULT (WS-CK-SUB).
           MOVE "REPORT INCOMPLETE - NO TOTALS"
                TO CK-DETAIL (WS-CK-SUB).

      ******************************************************************
      * VERDICT AND SIGN-OFF
      ******************************************************************
       SET-OVERALL-VERDICT.
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                     UNTIL WS-CK-SUB > 7
                IF CK-FAILED (WS-CK-SUB)
                     ADD 1 TO WS-CHECKS-FAILED
                END-IF
                IF CK-WARNING (WS-CK-SUB)
                     ADD 1 TO WS-CHECKS-WARNED
                END-IF
           END-PERFORM.
           IF WS-CHECKS-FAILED > 0
                MOVE "NO-GO" TO WS-OVERALL-VERDICT
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                MOVE "GO" TO WS-OVERALL-VERDICT
           END-IF.
           MOVE WS-OVERALL-VERDICT TO VDL-VERDICT.
           MOVE WS-CHECKS-FAILED TO VDL-FAILED.
           MOVE WS-CHECKS-WARNED TO VDL-WARNED.
           MOVE WS-CYCLE-DATE TO STL-CYCLE-DATE.

       LOAD-RECORDED-SIGNOFFS.
           MOVE "N" TO WS-EOF-SIGNLOG.
           OPEN INPUT SIGNOFF-LOG.
           IF WS-SIGNLOG-STATUS = "00"
                PERFORM UNTIL NO-MORE-SIGNLOG
                    READ SIGNOFF-LOG
                         AT END
                              MOVE "Y" TO WS-EOF-SIGNLOG
                         NOT AT END
                              MOVE SIGNOFF-LOG-LINE
                                   TO WS-SIGNOFF-LOG-RECORD
                              IF SG-BUSINESS-DATE = WS-CYCLE-DATE
                                   PERFORM STORE-ONE-SIGNOFF
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE SIGNOFF-LOG
           END-IF.

       STORE-ONE-SIGNOFF.
           IF WS-SIGNOFF-COUNT < 20
                ADD 1 TO WS-SIGNOFF-COUNT
                MOVE SG-TIMESTAMP TO SO-TIMESTAMP (WS-SIGNOFF-COUNT)
                MOVE SG-OPERATOR-ID TO
                     SO-OPERATOR-ID (WS-SIGNOFF-COUNT)
                MOVE SG-ACTION TO SO-ACTION (WS-SIGNOFF-COUNT)
                MOVE SG-VERDICT TO SO-VERDICT (WS-SIGNOFF-COUNT)
                MOVE SG-NOTE TO SO-NOTE (WS-SIGNOFF-COUNT)
           END-IF.

       DISPLAY-CHECKLIST.
           DISPLAY "  ".
           DISPLAY SHEET-TITLE-LINE.
           DISPLAY SHEET-COLUMN-HEADING.
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                     UNTIL WS-CK-SUB > 7
                PERFORM BUILD-CHECK-LINE
                DISPLAY CHECK-LINE
           END-PERFORM.
           DISPLAY VERDICT-LINE.
           IF WS-SIGNOFF-COUNT > 0
                DISPLAY SIGNOFF-HEADING
                PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                          UNTIL WS-SO-SUB > WS-SIGNOFF-COUNT
                     PERFORM BUILD-SIGNOFF-LINES
                     DISPLAY SIGNOFF-ENTRY-LINE
                     IF SO-NOTE (WS-SO-SUB) NOT = SPACES
                          DISPLAY SIGNOFF-NOTE-LINE
                     END-IF
                END-PERFORM
           END-IF.

      * THE OPERATOR EITHER ACCEPTS THE CYCLE OR RECORDS AN EXCEPTION
      * AGAINST IT. ACCEPTING A NO-GO CYCLE NEEDS A NOTE SAYING WHY -
      * THAT NOTE IS WHAT THE AUDITORS WILL READ.
       RECORD-SIGNOFF.
           DISPLAY "  ".
           DISPLAY "A - ACCEPT THE CYCLE  E - RECORD AN EXCEPTION  "
                "X - LEAVE WITHOUT SIGNING".
           DISPLAY "ENTER A, E OR X?".
           MOVE SPACE TO WS-SIGNOFF-CHOICE.
           ACCEPT WS-SIGNOFF-CHOICE.
           MOVE SPACES TO WS-SIGNOFF-NOTE.
           EVALUATE WS-SIGNOFF-CHOICE
                 WHEN "A"
                      IF CYCLE-NO-GO
                           DISPLAY "CYCLE IS NO-GO - ACCEPTING IT "
                                "NEEDS A NOTE"
                           DISPLAY "NOTE?"
                      ELSE
                           DISPLAY "NOTE (OPTIONAL)?"
                      END-IF
                      ACCEPT WS-SIGNOFF-NOTE
                      IF CYCLE-NO-GO AND WS-SIGNOFF-NOTE = SPACES
                           DISPLAY "NO NOTE ENTERED - NOTHING RECORDED"
                      ELSE
                           MOVE "ACCEPTED" TO SG-ACTION
                           PERFORM APPEND-SIGNOFF-ENTRY
                      END-IF
                 WHEN "E"
                      DISPLAY "EXCEPTION NOTE?"
                      ACCEPT WS-SIGNOFF-NOTE
                      IF WS-SIGNOFF-NOTE = SPACES
                           DISPLAY "NO NOTE ENTERED - NOTHING RECORDED"
                      ELSE
                           MOVE "EXCEPTION" TO SG-ACTION
                           PERFORM APPEND-SIGNOFF-ENTRY
                      END-IF
                 WHEN "X"
                      DISPLAY "LEFT WITHOUT SIGNING - NOTHING RECORDED"
                 WHEN OTHER
                      DISPLAY "INVALID CHOICE - NOTHING RECORDED"
           END-EVALUATE.

       APPEND-SIGNOFF-ENTRY.
           MOVE WS-CYCLE-DATE TO SG-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SG-TIMESTAMP.
           MOVE OC-OPERATOR-ID TO SG-OPERATOR-ID.
           MOVE WS-OVERALL-VERDICT TO SG-VERDICT.
           MOVE WS-SIGNOFF-NOTE TO SG-NOTE.
           OPEN EXTEND SIGNOFF-LOG.
           IF WS-SIGNLOG-STATUS = "35"
                OPEN OUTPUT SIGNOFF-LOG
           END-IF.
           IF WS-SIGNLOG-STATUS NOT = "00"
                DISPLAY "SIGNLOG NOT AVAILABLE - STATUS "
                     WS-SIGNLOG-STATUS "  SIGN-OFF NOT RECORDED"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                WRITE SIGNOFF-LOG-LINE FROM WS-SIGNOFF-LOG-RECORD
                CLOSE SIGNOFF-LOG
                ADD 1 TO WS-SIGNOFFS-RECORDED
                PERFORM STORE-ONE-SIGNOFF
                DISPLAY "CYCLE " WS-CYCLE-DATE " " SG-ACTION
                     " BY " SG-OPERATOR-ID
           END-IF.

      * THE SHEET IS REWRITTEN ON EVERY RUN, SO THE COPY ON FILE
      * ALWAYS CARRIES EVERY SIGN-OFF RECORDED FOR THE CYCLE SO FAR.
       WRITE-SIGNOFF-SHEET.
           OPEN OUTPUT SIGNOFF-SHEET.
           WRITE SIGNOFF-SHEET-LINE FROM WS-RUN-HEADER.
           WRITE SIGNOFF-SHEET-LINE FROM SHEET-TITLE-LINE.
           WRITE SIGNOFF-SHEET-LINE FROM SPACES.
           WRITE SIGNOFF-SHEET-LINE FROM SHEET-COLUMN-HEADING.
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                     UNTIL WS-CK-SUB > 7
                PERFORM BUILD-CHECK-LINE
                WRITE SIGNOFF-SHEET-LINE FROM CHECK-LINE
           END-PERFORM.
           WRITE SIGNOFF-SHEET-LINE FROM SPACES.
           WRITE SIGNOFF-SHEET-LINE FROM VERDICT-LINE.
           WRITE SIGNOFF-SHEET-LINE FROM SPACES.
           WRITE SIGNOFF-SHEET-LINE FROM SIGNOFF-HEADING.
           IF WS-SIGNOFF-COUNT = 0
                MOVE "NONE RECORDED" TO SIGNOFF-SHEET-LINE
                WRITE SIGNOFF-SHEET-LINE
           ELSE
                PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                          UNTIL WS-SO-SUB > WS-SIGNOFF-COUNT
                     PERFORM BUILD-SIGNOFF-LINES
                     WRITE SIGNOFF-SHEET-LINE FROM SIGNOFF-ENTRY-LINE
                     IF SO-NOTE (WS-SO-SUB) NOT = SPACES
                          WRITE SIGNOFF-SHEET-LINE
                               FROM SIGNOFF-NOTE-LINE
                     END-IF
                END-PERFORM
           END-IF.
           CLOSE SIGNOFF-SHEET.

       BUILD-CHECK-LINE.
           MOVE CK-CHECK-NAME (WS-CK-SUB) TO CKL-CHECK-NAME.
           MOVE CK-SOURCE (WS-CK-SUB) TO CKL-SOURCE.
           MOVE CK-RESULT (WS-CK-SUB) TO CKL-RESULT.
           MOVE CK-DETAIL (WS-CK-SUB) TO CKL-DETAIL.

       BUILD-SIGNOFF-LINES.
           MOVE SO-TIMESTAMP (WS-SO-SUB) TO SEL-TIMESTAMP.
           MOVE SO-OPERATOR-ID (WS-SO-SUB) TO SEL-OPERATOR-ID.
           MOVE SO-ACTION (WS-SO-SUB) TO SEL-ACTION.
           MOVE SO-VERDICT (WS-SO-SUB) TO SEL-VERDICT.
           MOVE SO-NOTE (WS-SO-SUB) TO SNL-NOTE.

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
           MOVE "SIGNOFF" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-LINES-READ TO RST-RECORDS-READ.
           MOVE WS-SIGNOFFS-RECORDED TO RST-RECORDS-WRITTEN.
           MOVE WS-CHECKS-FAILED TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM SIGNOFF.
