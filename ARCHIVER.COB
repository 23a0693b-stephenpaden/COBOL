      * PROGRAM'S OWN RUN-STATUS RECORD, WRITTEN AT END OF RUN, IS
      * THE FIRST ENTRY OF THE NEW DAY.)

      * THE MONEY-MOVING RUNS' REGISTERS (MATREG, TRANJRNL, FEEREG,
      * ESCHREG, PURGEREG) ARE EXTENDED RUN AFTER RUN AND ARE CUT
      * OVER TOO, BUT ONLY AS FAR AS LNAUDIT HAS ABSORBED THEM: MOST
      * OF THOSE RUNS COME AFTER TONIGHT'S AUDIT, SO THEIR SECTIONS
      * ARE STILL OWED TO TOMORROW NIGHT'S. EVERY RUN SECTION STAMPED
      * LATER THAN THE STAMP ON THE AUDIT'S BALANCE-FORWARD (AUDITBAL)
      * IS COPIED BACK INTO THE EMPTIED FILE FROM THE VERIFIED
      * GENERATION. WITH NO BALANCE-FORWARD YET NOTHING IS DROPPED.

      * PARM: OPTIONAL BUSINESS DATE (YYYYMMDD, DEFAULT RUN DATE) AND
      * OPTIONAL RETENTION DAYS IN POSITIONS 10-12 (DEFAULT 10), OR
      * "RESTORE YYYYMMDD FILENAME" TO COPY AN ARCHIDX-LISTED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT BALANCE-FORWARD-FILE ASSIGN TO "AUDITBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           05 FILLER                        PIC X(2).
           05 AX-RECORD-COUNT               PIC 9(7).

       FD  BALANCE-FORWARD-FILE.
       COPY AUDITBAL.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       77  WS-TOTAL-COPIED              PIC 9(7) VALUE 0.
       77  WS-TRUNCATE-SOURCE           PIC X VALUE "N".
           88 TRUNCATE-SOURCE-WANTED    VALUE "Y".
           88 CARRY-FORWARD-WANTED      VALUE "K".
       77  WS-BALFWD-STATUS             PIC XX.
       77  WS-AUDITED-STAMP             PIC 9(14).
       77  WS-SECTION-STAMP             PIC 9(14).
       77  WS-CARRIED-COUNT             PIC 9(7).
       77  WS-AUDITED-MATREG            PIC 9(14) VALUE 0.
       77  WS-AUDITED-TRANJRNL          PIC 9(14) VALUE 0.
       77  WS-AUDITED-FEEREG            PIC 9(14) VALUE 0.
       77  WS-AUDITED-ESCHREG           PIC 9(14) VALUE 0.
       77  WS-AUDITED-PURGEREG          PIC 9(14) VALUE 0.
       77  WS-INDEX-COUNT               PIC 9(3) VALUE 0.
       77  WS-IX-SUB                    PIC 9(3).
       77  WS-IX-FOUND                  PIC 9(3).
           PERFORM ARCHIVE-ONE-FILE.
           MOVE "LOANMNTR" TO WS-SOURCE-NAME.
           PERFORM ARCHIVE-ONE-FILE.
           PERFORM LOAD-AUDITED-STAMPS.
           MOVE "K" TO WS-TRUNCATE-SOURCE.
           MOVE "MATREG" TO WS-SOURCE-NAME.
           MOVE WS-AUDITED-MATREG TO WS-AUDITED-STAMP.
           PERFORM ARCHIVE-ONE-FILE.
           MOVE "TRANJRNL" TO WS-SOURCE-NAME.
           MOVE WS-AUDITED-TRANJRNL TO WS-AUDITED-STAMP.
           PERFORM ARCHIVE-ONE-FILE.
           MOVE "FEEREG" TO WS-SOURCE-NAME.
           MOVE WS-AUDITED-FEEREG TO WS-AUDITED-STAMP.
           PERFORM ARCHIVE-ONE-FILE.
           MOVE "ESCHREG" TO WS-SOURCE-NAME.
           MOVE WS-AUDITED-ESCHREG TO WS-AUDITED-STAMP.
           PERFORM ARCHIVE-ONE-FILE.
           MOVE "PURGEREG" TO WS-SOURCE-NAME.
           MOVE WS-AUDITED-PURGEREG TO WS-AUDITED-STAMP.
           PERFORM ARCHIVE-ONE-FILE.
           MOVE "Y" TO WS-TRUNCATE-SOURCE.
           MOVE "RUNSTAT" TO WS-SOURCE-NAME.
           PERFORM ARCHIVE-ONE-FILE.

                          OPEN OUTPUT SOURCE-FILE
                          CLOSE SOURCE-FILE
                     END-IF
                     IF CARRY-FORWARD-WANTED
                          PERFORM CARRY-FORWARD-UNAUDITED
                     END-IF
                     ADD 1 TO WS-FILES-ARCHIVED
                     ADD WS-COPY-COUNT TO WS-TOTAL-COPIED
                     PERFORM ADD-INDEX-ENTRY
                END-IF
           END-IF.

      * WHAT THE LAST AUDIT ABSORBED OF EACH MONEY-MOVING REGISTER.
      * A STAMP NOT ON FILE STAYS ZERO, WHICH KEEPS EVERY SECTION.
       LOAD-AUDITED-STAMPS.
           OPEN INPUT BALANCE-FORWARD-FILE.
           IF WS-BALFWD-STATUS = "00"
                READ BALANCE-FORWARD-FILE
                     AT END
                          CONTINUE
                     NOT AT END
                          IF AB-MATREG-STAMP IS NUMERIC
                               MOVE AB-MATREG-STAMP
                                    TO WS-AUDITED-MATREG
                          END-IF
                          IF AB-TRANJRNL-STAMP IS NUMERIC
                               MOVE AB-TRANJRNL-STAMP
                                    TO WS-AUDITED-TRANJRNL
                          END-IF
                          IF AB-FEEREG-STAMP IS NUMERIC
                               MOVE AB-FEEREG-STAMP
                                    TO WS-AUDITED-FEEREG
                          END-IF
                          IF AB-ESCHREG-STAMP IS NUMERIC
                               MOVE AB-ESCHREG-STAMP
                                    TO WS-AUDITED-ESCHREG
                          END-IF
                          IF AB-PURGEREG-STAMP IS NUMERIC
                               MOVE AB-PURGEREG-STAMP
                                    TO WS-AUDITED-PURGEREG
                          END-IF
                END-READ
                CLOSE BALANCE-FORWARD-FILE
           END-IF.

      * REFILL THE LIVE REGISTER FROM ITS VERIFIED GENERATION WITH
      * ONLY THE RUN SECTIONS LNAUDIT HAS NOT YET ABSORBED. A SECTION
      * OPENS WITH THE RUN HEADER; ITS STAMP IS THE HEADER'S BUSINESS
      * DATE AND START TIME, AS LNAUDIT READS IT.
       CARRY-FORWARD-UNAUDITED.
           MOVE 0 TO WS-CARRIED-COUNT.
           MOVE 0 TO WS-SECTION-STAMP.
           MOVE "N" TO WS-EOF-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
                DISPLAY "GENERATION " WS-ARCHIVE-NAME
                     " NOT READABLE - " WS-SOURCE-NAME " LEFT INTACT"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                OPEN OUTPUT SOURCE-FILE
                PERFORM UNTIL NO-MORE-ARCHIVE
                    READ ARCHIVE-FILE
                         AT END
                              MOVE "Y" TO WS-EOF-ARCHIVE
                         NOT AT END
                              PERFORM CARRY-ONE-REGISTER-LINE
                    END-READ
                END-PERFORM
                CLOSE SOURCE-FILE
                CLOSE ARCHIVE-FILE
                IF WS-CARRIED-COUNT > 0
                     DISPLAY WS-SOURCE-NAME " - " WS-CARRIED-COUNT
                          " LINES NOT YET AUDITED CARRIED FORWARD"
                END-IF
           END-IF.

       CARRY-ONE-REGISTER-LINE.
           IF ARCHIVE-RECORD(1:24) = RH-COMPANY-NAME AND
              ARCHIVE-RECORD(27:8) IS NUMERIC AND
              ARCHIVE-RECORD(37:6) IS NUMERIC
                MOVE ARCHIVE-RECORD(27:8) TO WS-SECTION-STAMP(1:8)
                MOVE ARCHIVE-RECORD(37:6) TO WS-SECTION-STAMP(9:6)
           END-IF.
           IF WS-SECTION-STAMP > WS-AUDITED-STAMP
                WRITE SOURCE-RECORD FROM ARCHIVE-RECORD
                ADD 1 TO WS-CARRIED-COUNT
           END-IF.

      * READ THE GENERATION BACK AND COUNT IT - THE ONLY PROOF THE
      * COPY LANDED IS THE COPY ITSELF.
       VERIFY-GENERATION.
