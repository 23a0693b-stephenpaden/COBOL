      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.

      * QUARTERLY OPERATOR ACCESS RECERTIFICATION. LISTS ON OPERCRT
      * EVERY OPERATOR ON THE OPERATOR FILE (OPERFIL) WITH THE MENU
      * OPTION 1-4 AUTHORIZATION BYTES, THE ACCOUNT-INQUIRY BYTE, THE
      * ADMIN FLAG, THE STATUS AND THE PASSWORD EXPIRY, TOGETHER WITH
      * WHAT THE SECURITY LOG (SECLOG) SAYS ABOUT THEM: THE LAST
      * ACCEPTED SIGN-ON, AND THE LAST ADMINISTRATION CHANGE APPLIED
      * TO THE ID - WHEN, WHICH ACTION AND BY WHICH ADMIN OPERATOR.
      * THE REVIEWING MANAGER SIGNS THE FOOT OF THE LISTING.

      * AN ACTIVE OPERATOR WITH NO ACCEPTED SIGN-ON WITHIN THE
      * INACTIVITY LIMIT IS DISABLED AUTOMATICALLY, SO THE ID OF
      * SOMEBODY WHO HAS LEFT DOES NOT WAIT ON OPTION 6. AN OPERATOR
      * WHO HAS NEVER SIGNED ON IS MEASURED FROM THE DAY THE ID WAS
      * ADDED; ONE WITH NO SIGN-ON AND NO ADD ON THE LOG (THE LOG IS
      * NEVER CUT OVER, SO THE ID HAS NOT BEEN USED SINCE LOGGING
      * BEGAN) IS INACTIVE. THE LAST ACTIVE ADMIN OPERATOR IS NEVER
      * DISABLED - IT IS LISTED FOR THE REVIEWER INSTEAD, SO OPTION 6
      * CAN ALWAYS BE REACHED. THE FILE IS LOADED WHOLE AND WRITTEN
      * BACK WHOLE AS MAINMENU'S ADMINISTRATION FUNCTION DOES, AND
      * EVERY DISABLE GOES TO SECLOG AS AN ADMIN APPLIED ENTRY BY
      * OPERATOR "SYSTEM", SO SECRPT AND THE NEXT RECERTIFICATION
      * SHOW IT LIKE ANY OTHER CHANGE. NOTHING IS DISABLED WHEN
      * OPERFIL DOES NOT LOAD WHOLE OR SECLOG CANNOT BE READ - WITHOUT
      * THE LOG EVERY OPERATOR WOULD LOOK UNUSED.

      * PARM LAYOUT (ALL PARTS OPTIONAL):
      *   POS 1-3   INACTIVITY LIMIT IN DAYS (DEFAULT 090)
      *   POS 5-10  "REPORT" - LIST ONLY; OPERATORS THAT WOULD BE
      *             DISABLED ARE MARKED BUT OPERFIL IS NOT CHANGED

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT CERTIFICATION-REPORT ASSIGN TO "OPERCRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERREC.

       FD  SECURITY-LOG.
       01  SECURITY-LOG-LINE                PIC X(70).

       FD  CERTIFICATION-REPORT.
       01  CERTIFICATION-REPORT-LINE        PIC X(120).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNHDR.
       COPY OPERID.
       COPY RUNSTAT.
       COPY SECLOG.

       77  WS-OPERATOR-STATUS           PIC XX.
       77  WS-SECLOG-STATUS             PIC XX.
       77  WS-REPORT-STATUS             PIC XX.
       77  WS-BUSDATE-STATUS            PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-IDLE-LIMIT                PIC 999 VALUE 90.
       77  WS-REPORT-ONLY               PIC X VALUE "N".
           88 REPORT-ONLY               VALUE "Y".
       77  WS-EOF-OPERATOR              PIC X VALUE "N".
           88 NO-MORE-OPERATORS         VALUE "Y".
       77  WS-EOF-SECLOG                PIC X VALUE "N".
           88 NO-MORE-SECLOG            VALUE "Y".
       77  WS-OPERFIL-FULL              PIC X VALUE "N".
       77  WS-OPERFIL-BAD               PIC X VALUE "N".
       77  WS-SECLOG-READ               PIC X VALUE "N".
           88 SECLOG-WAS-READ           VALUE "Y".
       77  WS-OPER-COUNT                PIC 99 VALUE 0.
       77  WS-OP-SUB                    PIC 99.
       77  WS-OP-FOUND                  PIC 99.
       77  WS-TARGET-ID                 PIC X(8).
       77  WS-LOG-RECORDS-READ          PIC 9(7) VALUE 0.
       77  WS-ACTIVE-ADMINS             PIC 99 VALUE 0.
       77  WS-ACTIVE-COUNT              PIC 99 VALUE 0.
       77  WS-ALREADY-DISABLED          PIC 99 VALUE 0.
       77  WS-DISABLE-COUNT             PIC 99 VALUE 0.
       77  WS-KEPT-ADMIN-COUNT          PIC 99 VALUE 0.
       77  WS-WOULD-DISABLE-COUNT       PIC 99 VALUE 0.
       77  WS-BASE-DATE                 PIC 9(8).
       77  WS-IDLE-DAYS                 PIC 9(5).
       77  WS-IDLE-KNOWN                PIC X.
       77  WS-DISABLE-TS                PIC X(14).

      * IN-CORE IMAGE OF OPERFIL, THE SAME SHAPE MAINMENU'S
      * ADMINISTRATION FUNCTION LOADS, PLUS WHAT SECLOG SAYS ABOUT
      * EACH ID AND WHAT THIS RUN DID TO IT:
      *   D - DISABLED FOR INACTIVITY
      *   W - WOULD BE DISABLED (REPORT-ONLY RUN)
      *   K - INACTIVE BUT KEPT AS THE LAST ACTIVE ADMIN
      *   F - DISABLE NOT WRITTEN (OPERFIL COULD NOT BE REWRITTEN)
       01  OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 50 TIMES.
              10 OT-ID                  PIC X(8).
              10 OT-PASSWORD            PIC X(8).
              10 OT-AUTH-OPTIONS        PIC X(4).
              10 OT-STATUS              PIC X.
              10 OT-ADMIN-FLAG          PIC X.
              10 OT-PWD-EXPIRES         PIC 9(8).
              10 OT-AUTH-INQUIRY        PIC X.
              10 OT-LAST-SIGNON         PIC X(14).
              10 OT-ADDED-TS            PIC X(14).
              10 OT-CHANGED-TS          PIC X(14).
              10 OT-CHANGED-BY          PIC X(8).
              10 OT-CHANGE-ACTION       PIC X.
              10 OT-CERT-ACTION         PIC X.

       01  CERT-TITLE-LINE.
           05 FILLER                    PIC X(38)
                 VALUE "OPERATOR ACCESS RECERTIFICATION AS OF ".
           05 CTL-AS-OF-DATE            PIC 9(8).
           05 FILLER                    PIC X(20)
                 VALUE "  INACTIVITY LIMIT ".
           05 CTL-IDLE-LIMIT            PIC ZZ9.
           05 FILLER                    PIC X(5) VALUE " DAYS".
           05 CTL-MODE                  PIC X(15).

       01  CERT-COLUMN-HEADING.
           05 FILLER                    PIC X(10) VALUE "OPERATOR".
           05 FILLER                    PIC X(9) VALUE "OPT 1-4".
           05 FILLER                    PIC X(5) VALUE "INQ".
           05 FILLER                    PIC X(5) VALUE "ADM".
           05 FILLER                    PIC X(10) VALUE "STATUS".
           05 FILLER                    PIC X(13) VALUE "PWD EXPIRES".
           05 FILLER                    PIC X(14) VALUE "LAST SIGN-ON".
           05 FILLER                    PIC X(6) VALUE "IDLE".
           05 FILLER                    PIC X(13) VALUE "LAST CHANGE".
           05 FILLER                    PIC X(10) VALUE "BY".
           05 FILLER                    PIC X(4) VALUE "ACT".
           05 FILLER                    PIC X(20) VALUE "NOTE".

       01  CERT-DETAIL-LINE.
           05 CDL-OPER-ID               PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 CDL-AUTH-OPTIONS          PIC X(4).
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 CDL-INQUIRY               PIC X.
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 CDL-ADMIN                 PIC X.
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 CDL-STATUS                PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 CDL-PWD-EXPIRES           PIC X(8).
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 CDL-LAST-SIGNON           PIC X(8).
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 CDL-IDLE-DAYS             PIC X(5).
           05 CDL-IDLE-NUMBER REDEFINES CDL-IDLE-DAYS
                                        PIC ZZZZ9.
           05 FILLER                    PIC X VALUE SPACES.
           05 CDL-CHANGED-DATE          PIC X(8).
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 CDL-CHANGED-BY            PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 CDL-CHANGE-ACTION         PIC X.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 CDL-NOTE                  PIC X(20).

       01  CERT-COUNT-LINE.
           05 CCL-LABEL                 PIC X(30).
           05 CCL-COUNT                 PIC ZZZZ9.

       01  CERT-MESSAGE-LINE.
           05 CML-TEXT                  PIC X(60).

       01  CERT-SIGNATURE-LINE.
           05 FILLER                    PIC X(15)
                 VALUE "RECERTIFIED BY ".
           05 FILLER                    PIC X(30) VALUE ALL "_".
           05 FILLER                    PIC X(7) VALUE "  DATE ".
           05 FILLER                    PIC X(10) VALUE ALL "_".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RH-RUN-TIME.
           IF OC-OPERATOR-ID = SPACES OR LOW-VALUES
                MOVE "SYSTEM" TO OC-OPERATOR-ID
           END-IF.
           MOVE OC-OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-START-TS.
           PERFORM SET-CERT-OPTIONS.

           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OPERFIL-BAD = "N"
                PERFORM READ-SECURITY-LOG
           END-IF.
           IF WS-OPERFIL-BAD = "N" AND WS-OPERFIL-FULL = "N" AND
              SECLOG-WAS-READ
                PERFORM COUNT-ACTIVE-ADMINS
                     VARYING WS-OP-SUB FROM 1 BY 1
                          UNTIL WS-OP-SUB > WS-OPER-COUNT
                PERFORM APPLY-INACTIVITY-RULE
                     VARYING WS-OP-SUB FROM 1 BY 1
                          UNTIL WS-OP-SUB > WS-OPER-COUNT
                IF WS-DISABLE-COUNT > 0
                     PERFORM WRITE-OPERATOR-TABLE
                END-IF
           ELSE
           IF WS-OPERFIL-BAD = "N"
                DISPLAY "OPERFIL OR SECLOG NOT WHOLE - NO OPERATOR "
                     "DISABLED"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF
           END-IF.

           PERFORM WRITE-CERT-REPORT.
           DISPLAY "RECERTIFICATION COMPLETE - OPERATORS "
                WS-OPER-COUNT "  DISABLED " WS-DISABLE-COUNT.
           PERFORM WRITE-RUN-STATUS.

           GOBACK.

       SET-CERT-OPTIONS.
           MOVE SPACES TO WS-PARM-FIELD.
           ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
           IF WS-PARM-FIELD(1:3) IS NUMERIC
                MOVE WS-PARM-FIELD(1:3) TO WS-IDLE-LIMIT.
           IF WS-PARM-FIELD(5:6) = "REPORT"
                MOVE "Y" TO WS-REPORT-ONLY.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPER-COUNT.
           MOVE "N" TO WS-EOF-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
                DISPLAY "OPERATOR FILE NOT READABLE - STATUS "
                     WS-OPERATOR-STATUS
                MOVE "Y" TO WS-OPERFIL-BAD
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM UNTIL NO-MORE-OPERATORS
                    READ OPERATOR-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-OPERATOR
                         NOT AT END
                              PERFORM STORE-ONE-OPERATOR
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-FILE
           END-IF.

       STORE-ONE-OPERATOR.
           IF WS-OPER-COUNT >= 50
                MOVE "Y" TO WS-OPERFIL-FULL
           ELSE
                ADD 1 TO WS-OPER-COUNT
                MOVE OPER-ID TO OT-ID (WS-OPER-COUNT)
                MOVE OPER-PASSWORD TO OT-PASSWORD (WS-OPER-COUNT)
                MOVE OPER-AUTH-OPTIONS TO
                     OT-AUTH-OPTIONS (WS-OPER-COUNT)
                MOVE OPER-STATUS TO OT-STATUS (WS-OPER-COUNT)
                MOVE OPER-ADMIN-FLAG TO OT-ADMIN-FLAG (WS-OPER-COUNT)
                MOVE OPER-PWD-EXPIRES TO
                     OT-PWD-EXPIRES (WS-OPER-COUNT)
                MOVE OPER-AUTH-INQUIRY TO
                     OT-AUTH-INQUIRY (WS-OPER-COUNT)
                MOVE SPACES TO OT-LAST-SIGNON (WS-OPER-COUNT)
                MOVE SPACES TO OT-ADDED-TS (WS-OPER-COUNT)
                MOVE SPACES TO OT-CHANGED-TS (WS-OPER-COUNT)
                MOVE SPACES TO OT-CHANGED-BY (WS-OPER-COUNT)
                MOVE SPACE TO OT-CHANGE-ACTION (WS-OPER-COUNT)
                MOVE SPACE TO OT-CERT-ACTION (WS-OPER-COUNT)
           END-IF.

       READ-SECURITY-LOG.
           MOVE "N" TO WS-EOF-SECLOG.
           OPEN INPUT SECURITY-LOG.
           IF WS-SECLOG-STATUS NOT = "00"
                DISPLAY "SECLOG NOT AVAILABLE - STATUS "
                     WS-SECLOG-STATUS
           ELSE
                PERFORM UNTIL NO-MORE-SECLOG
                    READ SECURITY-LOG
                         AT END
                              MOVE "Y" TO WS-EOF-SECLOG
                         NOT AT END
                              ADD 1 TO WS-LOG-RECORDS-READ
                              MOVE SECURITY-LOG-LINE TO
                                   WS-SECURITY-LOG-RECORD
                              PERFORM NOTE-ONE-LOG-ENTRY
                    END-READ
                END-PERFORM
                CLOSE SECURITY-LOG
                MOVE "Y" TO WS-SECLOG-READ
           END-IF.

      * ONLY TWO KINDS OF ENTRY MATTER HERE: AN ACCEPTED SIGN-ON, AND
      * AN APPLIED ADMINISTRATION ACTION, WHOSE DETAIL IS THE ACTION
      * LETTER AND THE TARGET ID AS MAINMENU WRITES IT. THE LATEST OF
      * EACH WINS.
       NOTE-ONE-LOG-ENTRY.
           IF SL-EVENT = "SIGNON" AND SL-OUTCOME = "ACCEPTED"
                MOVE SL-OPERATOR-ID TO WS-TARGET-ID
                PERFORM FIND-TARGET-OPERATOR
                IF WS-OP-FOUND > 0
                     IF SL-TIMESTAMP > OT-LAST-SIGNON (WS-OP-FOUND)
                          MOVE SL-TIMESTAMP TO
                               OT-LAST-SIGNON (WS-OP-FOUND)
                     END-IF
                END-IF
           END-IF.
           IF SL-EVENT = "ADMIN" AND SL-OUTCOME = "APPLIED"
                MOVE SL-DETAIL(3:8) TO WS-TARGET-ID
                PERFORM FIND-TARGET-OPERATOR
                IF WS-OP-FOUND > 0
                     IF SL-TIMESTAMP NOT < OT-CHANGED-TS (WS-OP-FOUND)
                          MOVE SL-TIMESTAMP TO
                               OT-CHANGED-TS (WS-OP-FOUND)
                          MOVE SL-OPERATOR-ID TO
                               OT-CHANGED-BY (WS-OP-FOUND)
                          MOVE SL-DETAIL(1:1) TO
                               OT-CHANGE-ACTION (WS-OP-FOUND)
                     END-IF
                     IF SL-DETAIL(1:1) = "A" AND
                        SL-TIMESTAMP > OT-ADDED-TS (WS-OP-FOUND)
                          MOVE SL-TIMESTAMP TO
                               OT-ADDED-TS (WS-OP-FOUND)
                     END-IF
                END-IF
           END-IF.

       FIND-TARGET-OPERATOR.
           MOVE 0 TO WS-OP-FOUND.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                     UNTIL WS-OP-SUB > WS-OPER-COUNT
                IF OT-ID (WS-OP-SUB) = WS-TARGET-ID
                     MOVE WS-OP-SUB TO WS-OP-FOUND
                     MOVE WS-OPER-COUNT TO WS-OP-SUB
                END-IF
           END-PERFORM.

       COUNT-ACTIVE-ADMINS.
           IF OT-STATUS (WS-OP-SUB) NOT = "D" AND
              OT-ADMIN-FLAG (WS-OP-SUB) = "Y"
                ADD 1 TO WS-ACTIVE-ADMINS
           END-IF.

      * THE DECISION ONLY - OPERFIL IS CHANGED AFTERWARDS, IN ONE
      * REWRITE, FOR EVERY OPERATOR MARKED D.
       APPLY-INACTIVITY-RULE.
           IF OT-STATUS (WS-OP-SUB) NOT = "D"
                PERFORM MEASURE-IDLE-DAYS
                IF WS-IDLE-KNOWN = "N" OR
                   WS-IDLE-DAYS > WS-IDLE-LIMIT
                     IF OT-ADMIN-FLAG (WS-OP-SUB) = "Y" AND
                        WS-ACTIVE-ADMINS NOT > 1
                          MOVE "K" TO OT-CERT-ACTION (WS-OP-SUB)
                          ADD 1 TO WS-KEPT-ADMIN-COUNT
                     ELSE
                          IF OT-ADMIN-FLAG (WS-OP-SUB) = "Y"
                               SUBTRACT 1 FROM WS-ACTIVE-ADMINS
                          END-IF
                          IF REPORT-ONLY
                               MOVE "W" TO OT-CERT-ACTION (WS-OP-SUB)
                               ADD 1 TO WS-WOULD-DISABLE-COUNT
                          ELSE
                               MOVE "D" TO OT-CERT-ACTION (WS-OP-SUB)
                               ADD 1 TO WS-DISABLE-COUNT
                          END-IF
                     END-IF
                END-IF
           END-IF.

      * IDLE DAYS RUN FROM THE LAST ACCEPTED SIGN-ON, OR FROM THE DAY
      * THE ID WAS ADDED IF IT HAS NEVER SIGNED ON. WITH NEITHER ON
      * THE LOG THE IDLE TIME IS UNKNOWN, WHICH COUNTS AS INACTIVE.
       MEASURE-IDLE-DAYS.
           MOVE "N" TO WS-IDLE-KNOWN.
           MOVE 0 TO WS-IDLE-DAYS.
           MOVE 0 TO WS-BASE-DATE.
           IF OT-LAST-SIGNON (WS-OP-SUB)(1:8) IS NUMERIC
                MOVE OT-LAST-SIGNON (WS-OP-SUB)(1:8) TO WS-BASE-DATE
           ELSE
           IF OT-ADDED-TS (WS-OP-SUB)(1:8) IS NUMERIC
                MOVE OT-ADDED-TS (WS-OP-SUB)(1:8) TO WS-BASE-DATE
           END-IF
           END-IF.
           IF WS-BASE-DATE > 0
                MOVE "Y" TO WS-IDLE-KNOWN
                IF WS-BASE-DATE < RH-RUN-DATE
                     COMPUTE WS-IDLE-DAYS =
                          FUNCTION INTEGER-OF-DATE(RH-RUN-DATE) -
                          FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
                END-IF
           END-IF.

      * ONLY ONCE THE NEW OPERFIL IS SAFELY WRITTEN ARE THE DISABLES
      * TRUE, SO ONLY THEN DO THEY GO TO SECLOG.
       WRITE-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
                DISPLAY "OPERATOR FILE NOT WRITABLE - STATUS "
                     WS-OPERATOR-STATUS "  NO OPERATOR DISABLED"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
                PERFORM MARK-DISABLE-FAILED
                     VARYING WS-OP-SUB FROM 1 BY 1
                          UNTIL WS-OP-SUB > WS-OPER-COUNT
                MOVE 0 TO WS-DISABLE-COUNT
           ELSE
                PERFORM WRITE-ONE-OPERATOR
                     VARYING WS-OP-SUB FROM 1 BY 1
                          UNTIL WS-OP-SUB > WS-OPER-COUNT
                CLOSE OPERATOR-FILE
                PERFORM LOG-SYSTEM-DISABLES
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

       WRITE-ONE-OPERATOR.
           IF OT-CERT-ACTION (WS-OP-SUB) = "D"
                MOVE "D" TO OT-STATUS (WS-OP-SUB)
           END-IF.
           MOVE OT-ID (WS-OP-SUB) TO OPER-ID.
           MOVE OT-PASSWORD (WS-OP-SUB) TO OPER-PASSWORD.
           MOVE OT-AUTH-OPTIONS (WS-OP-SUB) TO OPER-AUTH-OPTIONS.
           MOVE OT-STATUS (WS-OP-SUB) TO OPER-STATUS.
           MOVE OT-ADMIN-FLAG (WS-OP-SUB) TO OPER-ADMIN-FLAG.
           MOVE OT-PWD-EXPIRES (WS-OP-SUB) TO OPER-PWD-EXPIRES.
           MOVE OT-AUTH-INQUIRY (WS-OP-SUB) TO OPER-AUTH-INQUIRY.
           WRITE OPERATOR-RECORD.

       MARK-DISABLE-FAILED.
           IF OT-CERT-ACTION (WS-OP-SUB) = "D"
                MOVE "F" TO OT-CERT-ACTION (WS-OP-SUB)
           END-IF.

       LOG-SYSTEM-DISABLES.
           OPEN EXTEND SECURITY-LOG.
           IF WS-SECLOG-STATUS = "35"
                OPEN OUTPUT SECURITY-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DISABLE-TS.
           PERFORM LOG-ONE-DISABLE
                VARYING WS-OP-SUB FROM 1 BY 1
                     UNTIL WS-OP-SUB > WS-OPER-COUNT.
           CLOSE SECURITY-LOG.

      * SAME SHAPE AS AN OPTION 6 DISABLE, BY OPERATOR "SYSTEM".
       LOG-ONE-DISABLE.
           IF OT-CERT-ACTION (WS-OP-SUB) = "D"
                MOVE WS-DISABLE-TS TO SL-TIMESTAMP
                MOVE "SYSTEM" TO SL-OPERATOR-ID
                MOVE "ADMIN" TO SL-EVENT
                MOVE "APPLIED" TO SL-OUTCOME
                MOVE SPACES TO SL-DETAIL
                STRING "D " DELIMITED BY SIZE
                     OT-ID (WS-OP-SUB) DELIMITED BY SIZE
                     " INACTIVE" DELIMITED BY SIZE
                     INTO SL-DETAIL
                WRITE SECURITY-LOG-LINE FROM WS-SECURITY-LOG-RECORD
                MOVE WS-DISABLE-TS TO OT-CHANGED-TS (WS-OP-SUB)
                MOVE "SYSTEM" TO OT-CHANGED-BY (WS-OP-SUB)
                MOVE "D" TO OT-CHANGE-ACTION (WS-OP-SUB)
           END-IF.

      ******************************************************************
      * THE RECERTIFICATION LISTING - EVERY OPERATOR, AFTER THIS RUN'S
      * DISABLES, THEN THE COUNTS AND THE REVIEWER'S SIGNATURE
      ******************************************************************
       WRITE-CERT-REPORT.
           OPEN OUTPUT CERTIFICATION-REPORT.
           WRITE CERTIFICATION-REPORT-LINE FROM WS-RUN-HEADER.
           MOVE RH-RUN-DATE TO CTL-AS-OF-DATE.
           MOVE WS-IDLE-LIMIT TO CTL-IDLE-LIMIT.
           IF REPORT-ONLY
                MOVE "  (REPORT ONLY)" TO CTL-MODE
           ELSE
                MOVE SPACES TO CTL-MODE
           END-IF.
           WRITE CERTIFICATION-REPORT-LINE FROM CERT-TITLE-LINE.
           WRITE CERTIFICATION-REPORT-LINE FROM SPACES.
           IF WS-OPERFIL-BAD = "Y"
                MOVE "OPERFIL NOT READABLE - NOTHING TO RECERTIFY"
                     TO CML-TEXT
                WRITE CERTIFICATION-REPORT-LINE FROM CERT-MESSAGE-LINE
           ELSE
                WRITE CERTIFICATION-REPORT-LINE
                     FROM CERT-COLUMN-HEADING
                PERFORM WRITE-ONE-CERT-LINE
                     VARYING WS-OP-SUB FROM 1 BY 1
                          UNTIL WS-OP-SUB > WS-OPER-COUNT
                PERFORM WRITE-CERT-SUMMARY
           END-IF.
           CLOSE CERTIFICATION-REPORT.

       WRITE-ONE-CERT-LINE.
           MOVE OT-ID (WS-OP-SUB) TO CDL-OPER-ID.
           MOVE OT-AUTH-OPTIONS (WS-OP-SUB) TO CDL-AUTH-OPTIONS.
           MOVE OT-AUTH-INQUIRY (WS-OP-SUB) TO CDL-INQUIRY.
           MOVE OT-ADMIN-FLAG (WS-OP-SUB) TO CDL-ADMIN.
           IF OT-STATUS (WS-OP-SUB) = "D"
                MOVE "DISABLED" TO CDL-STATUS
                ADD 1 TO WS-ALREADY-DISABLED
           ELSE
                MOVE "ACTIVE" TO CDL-STATUS
                ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           IF OT-PWD-EXPIRES (WS-OP-SUB) IS NUMERIC AND
              OT-PWD-EXPIRES (WS-OP-SUB) > 0
                MOVE OT-PWD-EXPIRES (WS-OP-SUB) TO CDL-PWD-EXPIRES
           ELSE
                MOVE "NONE" TO CDL-PWD-EXPIRES
           END-IF.
           IF OT-LAST-SIGNON (WS-OP-SUB) = SPACES
                MOVE "NEVER" TO CDL-LAST-SIGNON
           ELSE
                MOVE OT-LAST-SIGNON (WS-OP-SUB)(1:8) TO
                     CDL-LAST-SIGNON
           END-IF.
           PERFORM MEASURE-IDLE-DAYS.
           IF WS-IDLE-KNOWN = "Y"
                MOVE WS-IDLE-DAYS TO CDL-IDLE-NUMBER
           ELSE
                MOVE SPACES TO CDL-IDLE-DAYS
           END-IF.
           MOVE OT-CHANGED-TS (WS-OP-SUB)(1:8) TO CDL-CHANGED-DATE.
           MOVE OT-CHANGED-BY (WS-OP-SUB) TO CDL-CHANGED-BY.
           MOVE OT-CHANGE-ACTION (WS-OP-SUB) TO CDL-CHANGE-ACTION.
           EVALUATE TRUE
                WHEN OT-CERT-ACTION (WS-OP-SUB) = "D"
                     MOVE "DISABLED - INACTIVE" TO CDL-NOTE
                WHEN OT-CERT-ACTION (WS-OP-SUB) = "W"
                     MOVE "WOULD BE DISABLED" TO CDL-NOTE
                WHEN OT-CERT-ACTION (WS-OP-SUB) = "K"
                     MOVE "KEPT - LAST ADMIN" TO CDL-NOTE
                WHEN OT-CERT-ACTION (WS-OP-SUB) = "F"
                     MOVE "DISABLE NOT WRITTEN" TO CDL-NOTE
                WHEN OT-STATUS (WS-OP-SUB) NOT = "D" AND
                     OT-PWD-EXPIRES (WS-OP-SUB) IS NUMERIC AND
                     OT-PWD-EXPIRES (WS-OP-SUB) > 0 AND
                     OT-PWD-EXPIRES (WS-OP-SUB) < RH-RUN-DATE
                     MOVE "PASSWORD EXPIRED" TO CDL-NOTE
                WHEN OTHER
                     MOVE SPACES TO CDL-NOTE
           END-EVALUATE.
           WRITE CERTIFICATION-REPORT-LINE FROM CERT-DETAIL-LINE.

       WRITE-CERT-SUMMARY.
           WRITE CERTIFICATION-REPORT-LINE FROM SPACES.
           IF WS-OPERFIL-FULL = "Y"
                MOVE "OPERFIL HOLDS MORE THAN 50 OPERATORS - LISTING "
                     TO CML-TEXT
                WRITE CERTIFICATION-REPORT-LINE FROM CERT-MESSAGE-LINE
                MOVE "INCOMPLETE, NO OPERATOR DISABLED" TO CML-TEXT
                WRITE CERTIFICATION-REPORT-LINE FROM CERT-MESSAGE-LINE
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           END-IF.
           IF NOT SECLOG-WAS-READ
                MOVE "SECLOG NOT READABLE - NO SIGN-ON HISTORY, NO "
                     TO CML-TEXT
                WRITE CERTIFICATION-REPORT-LINE FROM CERT-MESSAGE-LINE
                MOVE "OPERATOR DISABLED" TO CML-TEXT
                WRITE CERTIFICATION-REPORT-LINE FROM CERT-MESSAGE-LINE
           END-IF.
           MOVE "OPERATORS LISTED              " TO CCL-LABEL.
           MOVE WS-OPER-COUNT TO CCL-COUNT.
           WRITE CERTIFICATION-REPORT-LINE FROM CERT-COUNT-LINE.
           MOVE "ACTIVE                        " TO CCL-LABEL.
           MOVE WS-ACTIVE-COUNT TO CCL-COUNT.
           WRITE CERTIFICATION-REPORT-LINE FROM CERT-COUNT-LINE.
           MOVE "DISABLED                      " TO CCL-LABEL.
           MOVE WS-ALREADY-DISABLED TO CCL-COUNT.
           WRITE CERTIFICATION-REPORT-LINE FROM CERT-COUNT-LINE.
           IF REPORT-ONLY
                MOVE "ACTIVE BUT WOULD BE DISABLED  " TO CCL-LABEL
                MOVE WS-WOULD-DISABLE-COUNT TO CCL-COUNT
           ELSE
                MOVE "  OF WHICH DISABLED THIS RUN  " TO CCL-LABEL
                MOVE WS-DISABLE-COUNT TO CCL-COUNT
           END-IF.
           WRITE CERTIFICATION-REPORT-LINE FROM CERT-COUNT-LINE.
           MOVE "INACTIVE ADMIN KEPT           " TO CCL-LABEL.
           MOVE WS-KEPT-ADMIN-COUNT TO CCL-COUNT.
           WRITE CERTIFICATION-REPORT-LINE FROM CERT-COUNT-LINE.
           WRITE CERTIFICATION-REPORT-LINE FROM SPACES.
           WRITE CERTIFICATION-REPORT-LINE FROM SPACES.
           WRITE CERTIFICATION-REPORT-LINE FROM CERT-SIGNATURE-LINE.

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
           MOVE "OPERCERT" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           COMPUTE RST-RECORDS-READ =
                WS-OPER-COUNT + WS-LOG-RECORDS-READ.
           MOVE WS-DISABLE-COUNT TO RST-RECORDS-WRITTEN.
           MOVE 0 TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM OPERCERT.
