      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMLIST.

      * BUSINESS-LIMITS LISTING. PRINTS ON LIMITRPT EVERY RULE ON THE
      * LIMITS PARAMETER FILE (LIMITPRM) AS IT STANDS ON ONE BUSINESS
      * DATE: FIRST THE VERSION OF EACH RULE IN FORCE THAT DAY - THE
      * LIMITS LOANMNT, LNAUDIT, TRANEDIT AND INRANGE-01 WOULD
      * ENFORCE IF THEY RAN ON IT - THEN ANY VERSIONS KEYED FOR A
      * LATER DATE AND NOT YET IN FORCE. THE FILE IS READ THROUGH THE
      * SAME LIMCHECK ROUTINE THE ENFORCING PROGRAMS CALL, SO THE
      * LISTING CANNOT DISAGREE WITH THEM. SUPERSEDED VERSIONS ARE
      * COUNTED BUT NOT PRINTED.

      * PARM LAYOUT (OPTIONAL):
      *   POS 1-8   AS-OF DATE YYYYMMDD (DEFAULT THE BUSINESS DATE)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITS-REPORT ASSIGN TO "LIMITRPT"
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
       FD  LIMITS-REPORT.
       01  LIMITS-REPORT-LINE               PIC X(120).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNHDR.
       COPY OPERID.
       COPY RUNSTAT.
       COPY LIMCALL.

       77  WS-REPORT-STATUS             PIC XX.
       77  WS-BUSDATE-STATUS            PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-AS-OF-DATE                PIC 9(8).
       77  WS-ENTRY-SUB                 PIC 9(4).
       77  WS-RULE-COUNT                PIC 9(4) VALUE 0.
       77  WS-IGNORED-COUNT             PIC 9(4) VALUE 0.
       77  WS-IN-FORCE-COUNT            PIC 9(4) VALUE 0.
       77  WS-PENDING-COUNT             PIC 9(4) VALUE 0.
       77  WS-SUPERSEDED-COUNT          PIC 9(4) VALUE 0.
       77  WS-LIST-STATUS               PIC X.

       01  AS-OF-HEADING.
           05 FILLER                    PIC X(28)
                 VALUE "BUSINESS LIMITS AS OF DATE: ".
           05 AOH-AS-OF-DATE            PIC 9(8).

       01  SECTION-HEADING.
           05 SH-TITLE                  PIC X(40).

       01  COLUMN-HEADING.
           05 FILLER                    PIC X(16) VALUE "RULE".
           05 FILLER                    PIC X(22) VALUE "FIELD".
           05 FILLER                    PIC X(18)
                 VALUE "             LOW".
           05 FILLER                    PIC X(18)
                 VALUE "            HIGH".
           05 FILLER                    PIC X(5) VALUE "SEV".
           05 FILLER                    PIC X(10) VALUE "EFFECTIVE".
           05 FILLER                    PIC X(11) VALUE "DESCRIPTION".

       01  LIMIT-DETAIL-LINE.
           05 LDL-RULE-NAME             PIC X(14).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 LDL-FIELD-NAME            PIC X(20).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 LDL-LOW-VALUE             PIC Z(10)9.9999-.
           05 FILLER                    PIC X VALUE SPACE.
           05 LDL-HIGH-VALUE            PIC Z(10)9.9999-.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 LDL-SEVERITY              PIC Z9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 LDL-EFFECTIVE-DATE        PIC 9(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 LDL-DESCRIPTION           PIC X(30).

       01  LIMIT-COUNT-LINE.
           05 LCL-LABEL                 PIC X(26).
           05 LCL-COUNT                 PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RH-RUN-TIME.
           IF OC-OPERATOR-ID = SPACES OR LOW-VALUES
                MOVE "SYSTEM" TO OC-OPERATOR-ID
           END-IF.
           MOVE OC-OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-START-TS.
           PERFORM SET-AS-OF-DATE.

           OPEN OUTPUT LIMITS-REPORT.
           WRITE LIMITS-REPORT-LINE FROM WS-RUN-HEADER.
           MOVE WS-AS-OF-DATE TO AOH-AS-OF-DATE.
           WRITE LIMITS-REPORT-LINE FROM AS-OF-HEADING.
           WRITE LIMITS-REPORT-LINE FROM SPACES.

           MOVE "L" TO LC-REQUEST.
           CALL "LIMCHECK" USING LIMIT-CHECK-AREA.
           IF LC-LIMITS-UNAVAILABLE
                DISPLAY "LIMITPRM NOT AVAILABLE - STATUS "
                     LC-FILE-STATUS
                MOVE "LIMITPRM NOT AVAILABLE" TO SH-TITLE
                WRITE LIMITS-REPORT-LINE FROM SECTION-HEADING
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                MOVE LC-RULE-COUNT TO WS-RULE-COUNT
                MOVE LC-IGNORED-COUNT TO WS-IGNORED-COUNT
                MOVE "IN FORCE" TO SH-TITLE
                MOVE "F" TO WS-LIST-STATUS
                PERFORM LIST-ONE-SECTION
                MOVE "SCHEDULED - NOT YET IN FORCE" TO SH-TITLE
                MOVE "P" TO WS-LIST-STATUS
                PERFORM LIST-ONE-SECTION
                PERFORM WRITE-LIMIT-COUNTS
           END-IF.

           CLOSE LIMITS-REPORT.
           DISPLAY "LIMITS LISTING COMPLETE - " WS-IN-FORCE-COUNT
                " IN FORCE ON " WS-AS-OF-DATE.
           PERFORM WRITE-RUN-STATUS.

           GOBACK.

       SET-AS-OF-DATE.
           MOVE SPACES TO WS-PARM-FIELD.
           ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
           IF WS-PARM-FIELD(1:8) IS NUMERIC
                MOVE WS-PARM-FIELD(1:8) TO WS-AS-OF-DATE
           ELSE
                MOVE RH-RUN-DATE TO WS-AS-OF-DATE.

      * ONE PASS OVER THE FILE'S LINES PER SECTION, IN FILE ORDER.
       LIST-ONE-SECTION.
           WRITE LIMITS-REPORT-LINE FROM SECTION-HEADING.
           WRITE LIMITS-REPORT-LINE FROM COLUMN-HEADING.
           PERFORM LIST-ONE-ENTRY
                VARYING WS-ENTRY-SUB FROM 1 BY 1
                     UNTIL WS-ENTRY-SUB > WS-RULE-COUNT.
           WRITE LIMITS-REPORT-LINE FROM SPACES.

       LIST-ONE-ENTRY.
           MOVE "G" TO LC-REQUEST.
           MOVE WS-ENTRY-SUB TO LC-ENTRY-NUMBER.
           MOVE WS-AS-OF-DATE TO LC-AS-OF-DATE.
           CALL "LIMCHECK" USING LIMIT-CHECK-AREA.
           IF LC-REQUEST-DONE AND LC-ENTRY-STATUS = WS-LIST-STATUS
                MOVE LC-RULE-NAME TO LDL-RULE-NAME
                MOVE LC-FIELD-NAME TO LDL-FIELD-NAME
                MOVE LC-LOW-VALUE TO LDL-LOW-VALUE
                MOVE LC-HIGH-VALUE TO LDL-HIGH-VALUE
                MOVE LC-SEVERITY TO LDL-SEVERITY
                MOVE LC-EFFECTIVE-DATE TO LDL-EFFECTIVE-DATE
                MOVE LC-DESCRIPTION TO LDL-DESCRIPTION
                WRITE LIMITS-REPORT-LINE FROM LIMIT-DETAIL-LINE
                IF LC-ENTRY-IN-FORCE
                     ADD 1 TO WS-IN-FORCE-COUNT
                ELSE
                     ADD 1 TO WS-PENDING-COUNT
                END-IF
           END-IF.
           IF LC-REQUEST-DONE AND LC-ENTRY-SUPERSEDED AND
              WS-LIST-STATUS = "F"
                ADD 1 TO WS-SUPERSEDED-COUNT
           END-IF.

      * AN UNREADABLE LINE IS NOT IN FORCE ANYWHERE, SO THE PERSON
      * WHO KEYED IT HAS TO BE TOLD.
       WRITE-LIMIT-COUNTS.
           MOVE "RULES IN FORCE" TO LCL-LABEL.
           MOVE WS-IN-FORCE-COUNT TO LCL-COUNT.
           WRITE LIMITS-REPORT-LINE FROM LIMIT-COUNT-LINE.
           MOVE "SCHEDULED VERSIONS" TO LCL-LABEL.
           MOVE WS-PENDING-COUNT TO LCL-COUNT.
           WRITE LIMITS-REPORT-LINE FROM LIMIT-COUNT-LINE.
           MOVE "SUPERSEDED VERSIONS" TO LCL-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO LCL-COUNT.
           WRITE LIMITS-REPORT-LINE FROM LIMIT-COUNT-LINE.
           MOVE "UNREADABLE LINES IGNORED" TO LCL-LABEL.
           MOVE WS-IGNORED-COUNT TO LCL-COUNT.
           WRITE LIMITS-REPORT-LINE FROM LIMIT-COUNT-LINE.
           IF WS-IGNORED-COUNT > 0
                DISPLAY "LIMITPRM: " WS-IGNORED-COUNT
                     " UNREADABLE LINES IGNORED"
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

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
           MOVE "LIMLIST" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-RULE-COUNT TO RST-RECORDS-READ.
           COMPUTE RST-RECORDS-WRITTEN =
                WS-IN-FORCE-COUNT + WS-PENDING-COUNT.
           MOVE WS-IGNORED-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM LIMLIST.
