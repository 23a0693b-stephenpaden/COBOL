      * MULTIPLIER/PRODUCT VALUES AS COMMA-DELIMITED RECORDS TO
      * CSV-EXPORT-FILE (MULTCSV) FOR PULLING INTO A SPREADSHEET.

      * RATE SHEET MODE (PARM "RATES") USES THE SAME PAGINATED TABLE
      * ENGINE TO PUBLISH ONE RATE SHEET PER LOAN-PRODUCT-CODE ON
      * RATETIER: THE PRODUCT'S BALANCE BANDS AND THEIR RATES, THEN
      * THE GROWTH OF A STANDARD DEPOSIT OVER EACH STANDARD TERM AT
      * EACH STANDARD COMPOUNDING FREQUENCY, WITH THE APY (THE
      * ANNUALIZED YIELD OVER THE TERM). THE GROWTH IS WORKED PERIOD
      * BY PERIOD WITH THE SAME BAND ARITHMETIC CMPINT01 POSTS WITH,
      * SO THE SHEET QUOTES WHAT AN ACCOUNT WILL ACTUALLY EARN. EACH
      * PRODUCT STARTS A FRESH PAGE OF THE PRINT (RATESHT) AND ENDS
      * WITH A PRODUCT TOTAL; THE SAME FIGURES GO TO RATECSV FOR THE
      * WEBSITE. THE STANDARD DEPOSIT, UP TO FOUR TERMS IN YEARS AND
      * THE FREQUENCIES COME FROM THE OPTIONAL RATESTD RECORD
      * (DEFAULT 10,000.00 OVER 1, 2, 3 AND 5 YEARS, COMPOUNDED
      * DAILY, MONTHLY, QUARTERLY AND ANNUALLY).
      *
      * THE SHEETS ARE ONLY REGENERATED WHEN RATETIER HAS CHANGED
      * SINCE THEY WERE LAST PUBLISHED: RATESLST KEEPS A COPY OF THE
      * BANDS AS PUBLISHED, THE WAY LNRATNTC KEEPS RATETLST, AND IS
      * REWRITTEN AFTER EVERY PUBLICATION. ON AN UNCHANGED NIGHT THE
      * PREVIOUS SHEETS STAND. PARM "RATES FORCE" REPUBLISHES ANYWAY.
      * A BAND OUT OF FLOOR ORDER IS LOGGED AND DROPPED AS CMPINT01
      * DROPS IT (SEVERITY 4).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT RATE-TIER-FILE ASSIGN TO "RATETIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETIER-STATUS.

           SELECT PUBLISHED-TIER-FILE ASSIGN TO "RATESLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATESLST-STATUS.

           SELECT RATE-STANDARD-FILE ASSIGN TO "RATESTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATESTD-STATUS.

           SELECT RATE-SHEET-REPORT ASSIGN TO "RATESHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT RATE-CSV-FILE ASSIGN TO "RATECSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECSV-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-LOG-STATUS.
       FD  CSV-EXPORT-FILE.
       01  CSV-EXPORT-LINE                  PIC X(30).

      * SAME LAYOUT CMPINT01 LOADS - ASCENDING FLOORS WITHIN PRODUCT.
       FD  RATE-TIER-FILE.
       01  RATE-TIER-RECORD.
           05 RT-PRODUCT-CODE               PIC XX.
           05 RT-BAND-FLOOR                 PIC 9(9)V99.
           05 RT-RATE                       PIC 99V9.

      * A COPY OF RATETIER AS IT STOOD WHEN THE SHEETS WERE LAST
      * PUBLISHED.
       FD  PUBLISHED-TIER-FILE.
       01  PUBLISHED-TIER-RECORD            PIC X(16).

       FD  RATE-STANDARD-FILE.
       01  RATE-STANDARD-RECORD.
           05 STD-DEPOSIT                   PIC 9(9)V99.
           05 STD-TERM-YEARS                PIC 99 OCCURS 4 TIMES.
           05 STD-FREQUENCIES               PIC X(4).

       FD  RATE-SHEET-REPORT.
       01  RATE-SHEET-LINE                  PIC X(80).

       FD  RATE-CSV-FILE.
       01  RATE-CSV-LINE                    PIC X(80).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-LINE                   PIC X(90).

       77  WS-RUN-MODE                  PIC X VALUE "I".
           88 BATCH-MODE                VALUE "B".
           88 INTERACTIVE-MODE          VALUE "I".
           88 RATE-SHEET-MODE           VALUE "R".
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-PARM-FILE-STATUS          PIC XX.
       77  WS-CSV-STATUS                PIC XX.
       77  WS-CSV-EXPORT                PIC X VALUE "N".
           88 CSV-EXPORT-WANTED         VALUE "Y".

       77  WS-RATETIER-STATUS           PIC XX.
       77  WS-RATESLST-STATUS           PIC XX.
       77  WS-RATESTD-STATUS            PIC XX.
       77  WS-SHEET-STATUS              PIC XX.
       77  WS-RATECSV-STATUS            PIC XX.
       77  WS-EOF-TIERS                 PIC X VALUE "N".
           88 NO-MORE-TIERS             VALUE "Y".
       77  WS-FORCE-PUBLISH             PIC X VALUE "N".
           88 FORCE-PUBLISH             VALUE "Y".
       77  WS-TIERS-CHANGED             PIC X VALUE "N".
           88 TIERS-CHANGED             VALUE "Y".
       77  WS-RATE-TIER-COUNT           PIC 999 VALUE 0.
       77  WS-PUBLISHED-TIER-COUNT      PIC 999 VALUE 0.
       77  WS-PRODUCT-COUNT             PIC 999 VALUE 0.
       77  WS-BANDS-DROPPED             PIC 9(5) VALUE 0.
       77  WS-RT-SUB                    PIC 999.
       77  WS-RT-SCAN                   PIC 999.
       77  WS-PRODUCT-SUB               PIC 999.
       77  WS-TIER-CAPPED               PIC X.
       77  WS-PRODUCT-FOUND             PIC X.
       77  WS-PRODUCT-CODE              PIC XX.
       77  WS-PRODUCT-BAND-COUNT        PIC 999.
       77  WS-PRODUCT-GROWTH-COUNT      PIC 9(5).
       77  WS-TERM-SUB                  PIC 9.
       77  WS-FREQ-SUB                  PIC 9.
       77  WS-GROWTH-FREQUENCY          PIC X.
       77  WS-PERIODS-PER-YEAR          PIC 999.
       77  WS-GROWTH-PERIODS            PIC 9(5).
       77  WS-GROWTH-PERIOD             PIC 9(5).
       77  WS-GROWTH-BALANCE            PIC S9(9)V99.
       77  WS-GROWTH-INTEREST           PIC S9(9)V99.
       77  WS-PERIOD-INTEREST           PIC S9(9)V99.
       77  WS-BAND-CEILING              PIC S9(9)V99.
       77  WS-BAND-PORTION              PIC S9(9)V99.
       77  WS-TIER-SUB-RATE             PIC SV9(7).
       77  WS-TIER-INTEREST             PIC S9(9)V99.
       77  WS-YEARS-HELD                PIC 9(3)V9(6).
       77  WS-EFFECTIVE-YIELD           PIC S9(3)V999.
       77  WS-GROWTH-RATIO              PIC 9(3)V9(9).
       77  WS-YIELD-EXPONENT            PIC 9V9(9).
       77  WS-SHEET-LINE                PIC X(80).

      * THE STANDARD TERMS THE SHEETS QUOTE, REPLACED BY RATESTD
      * WHEN ONE IS ON FILE. A ZERO TERM OR BLANK FREQUENCY IS UNUSED.
       77  WS-STD-DEPOSIT               PIC 9(9)V99 VALUE 10000.00.
       01  WS-STD-TERM-LIST             PIC X(8) VALUE "01020305".
       01  WS-STD-TERMS REDEFINES WS-STD-TERM-LIST.
           05 WS-STD-TERM-YEARS         PIC 99 OCCURS 4 TIMES.
       01  WS-STD-FREQUENCY-LIST        PIC X(4) VALUE "DMQA".
       01  WS-STD-FREQUENCIES REDEFINES WS-STD-FREQUENCY-LIST.
           05 WS-STD-FREQUENCY          PIC X OCCURS 4 TIMES.

       01  RATE-TIER-TABLE.
           05 RATE-TIER-ENTRY OCCURS 50 TIMES.
              10 RTT-PRODUCT-CODE       PIC XX.
              10 RTT-BAND-FLOOR         PIC 9(9)V99.
              10 RTT-RATE               PIC 99V9.

       01  PUBLISHED-TIER-TABLE.
           05 PUBLISHED-TIER-ENTRY      PIC X(16) OCCURS 50 TIMES.

      * PRODUCTS IN THE ORDER THEY FIRST APPEAR ON RATETIER.
       01  PRODUCT-TABLE.
           05 PT-PRODUCT-CODE           PIC XX OCCURS 50 TIMES.

       01  SHEET-HEADING.
           05 FILLER                    PIC X(12) VALUE "RUN DATE: ".
           05 SHH-RUN-DATE              PIC 9(8).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(9) VALUE "PRODUCT: ".
           05 SHH-PRODUCT-CODE          PIC XX.
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(6) VALUE "PAGE: ".
           05 SHH-PAGE-NUMBER           PIC Z9.

       01  SHEET-TITLE-LINE.
           05 STL-TITLE                 PIC X(23).
           05 STL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.

       01  BAND-DETAIL-LINE.
           05 FILLER                    PIC X(5) VALUE "FROM ".
           05 BDL-FLOOR                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 BDL-UPPER.
              10 BDL-UPPER-LABEL        PIC X(6).
              10 BDL-CEILING            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(5) VALUE "RATE ".
           05 BDL-RATE                  PIC Z9.9.
           05 FILLER                    PIC X VALUE "%".

       01  GROWTH-COLUMN-HEADING.
           05 FILLER                    PIC X(20)
                 VALUE "TERM   COMPOUNDING".
           05 FILLER                    PIC X(16)
                 VALUE "     FINAL VALUE".
           05 FILLER                    PIC X(16)
                 VALUE "        INTEREST".
           05 FILLER                    PIC X(9) VALUE "      APY".

       01  GROWTH-DETAIL-LINE.
           05 GDL-TERM-YEARS            PIC Z9.
           05 FILLER                    PIC X(5) VALUE " YR  ".
           05 GDL-FREQUENCY             PIC X(11).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 GDL-FINAL-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 GDL-INTEREST              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 GDL-APY                   PIC ZZ9.999.
           05 FILLER                    PIC X VALUE "%".

       01  PRODUCT-TOTAL-LINE.
           05 FILLER                    PIC X(14)
                 VALUE "PRODUCT TOTAL ".
           05 PTL-BAND-COUNT            PIC ZZ9.
           05 FILLER                    PIC X(7) VALUE " BANDS ".
           05 PTL-GROWTH-COUNT          PIC ZZZZ9.
           05 FILLER                    PIC X(13) VALUE " GROWTH LINES".

       01  SHEET-RECAP-LINE.
           05 FILLER                    PIC X(17)
                 VALUE "RATE SHEET RECAP ".
           05 SRL-PRODUCT-COUNT         PIC ZZZZ9.
           05 FILLER                    PIC X(10) VALUE " PRODUCTS ".
           05 SRL-LINE-COUNT            PIC ZZZZZZ9.
           05 FILLER                    PIC X(14)
                 VALUE " DETAIL LINES ".
           05 SRL-DROPPED-COUNT         PIC ZZZZ9.
           05 FILLER                    PIC X(14)
                 VALUE " BANDS DROPPED".

      * WEBSITE EXTRACT: ONE BAND OR GROWTH ROW PER LINE, LED BY THE
      * PUBLICATION DATE AND PRODUCT. THE TOP BAND'S CEILING IS EMPTY.
       01  CSV-BAND-LINE.
           05 CSB-RUN-DATE              PIC 9(8).
           05 FILLER                    PIC X VALUE ",".
           05 CSB-PRODUCT-CODE          PIC XX.
           05 FILLER                    PIC X(6) VALUE ",BAND,".
           05 CSB-FLOOR                 PIC 9(9).99.
           05 FILLER                    PIC X VALUE ",".
           05 CSB-UPPER.
              10 CSB-CEILING            PIC 9(9).99.
           05 FILLER                    PIC X VALUE ",".
           05 CSB-RATE                  PIC 99.9.

       01  CSV-GROWTH-LINE.
           05 CSG-RUN-DATE              PIC 9(8).
           05 FILLER                    PIC X VALUE ",".
           05 CSG-PRODUCT-CODE          PIC XX.
           05 FILLER                    PIC X(8) VALUE ",GROWTH,".
           05 CSG-DEPOSIT               PIC 9(9).99.
           05 FILLER                    PIC X VALUE ",".
           05 CSG-TERM-YEARS            PIC 99.
           05 FILLER                    PIC X VALUE ",".
           05 CSG-FREQUENCY             PIC X.
           05 FILLER                    PIC X VALUE ",".
           05 CSG-FINAL-VALUE           PIC 9(9).99.
           05 FILLER                    PIC X VALUE ",".
           05 CSG-INTEREST              PIC 9(9).99.
           05 FILLER                    PIC X VALUE ",".
           05 CSG-APY                   PIC 9(3).999.

       01  TABLE-REPORT-HEADING.
           05 HDG-LABEL                 PIC X(12) VALUE "RUN DATE: ".
           05 HDG-RUN-DATE              PIC 9(8).
               PERFORM BATCH-PROCESS-TABLES
               PERFORM WRITE-RUN-RECAP
               CLOSE TABLE-REPORT
           ELSE
           IF RATE-SHEET-MODE
               PERFORM PUBLISH-RATE-SHEETS
           ELSE
               PERFORM GET-TABLE-DATA
               OPEN OUTPUT TABLE-REPORT
               IF CSV-EXPORT-WANTED
                   CLOSE CSV-EXPORT-FILE
               END-IF
           END-IF
           END-IF.
           CLOSE ERROR-LOG-FILE.

                 END-IF.
                 MOVE "MULT-06" TO RST-PROGRAM-NAME.
                 MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
                 IF RATE-SHEET-MODE
                      COMPUTE RST-RECORDS-READ =
                           WS-RATE-TIER-COUNT + WS-BANDS-DROPPED
                      MOVE WS-BANDS-DROPPED TO RST-RECORDS-REJECTED
                 ELSE
                      COMPUTE RST-RECORDS-READ =
                           WS-TABLES-PRODUCED + WS-PARMS-SKIPPED
                      MOVE WS-PARMS-SKIPPED TO RST-RECORDS-REJECTED
                 END-IF.
                 MOVE WS-RUN-LINE-COUNT TO RST-RECORDS-WRITTEN.
                 MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
                 WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
                 CLOSE RUN-STATUS-FILE.
                 ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
                 IF WS-PARM-FIELD(1:5) = "BATCH"
                           MOVE "B" TO WS-RUN-MODE
                 ELSE
                 IF WS-PARM-FIELD(1:5) = "RATES"
                           MOVE "R" TO WS-RUN-MODE
                           IF WS-PARM-FIELD(7:5) = "FORCE"
                                MOVE "Y" TO WS-FORCE-PUBLISH
                           END-IF
                 ELSE
                           MOVE "I" TO WS-RUN-MODE.

                 WRITE TABLE-REPORT-LINE FROM TABLE-REPORT-HEADING.
                 WRITE TABLE-REPORT-LINE FROM SPACES.

      * RATE SHEET ROUTINES
      * RATETIER IS REQUIRED HERE - WITH NO FILE THERE IS NOTHING TO
      * PUBLISH, AND THE SHEETS ALREADY OUT STAND UNTIL IT RETURNS.
       PUBLISH-RATE-SHEETS.
                 PERFORM LOAD-SHEET-RATE-TIERS.
                 IF WS-RATETIER-STATUS NOT = "00"
                      DISPLAY "UNABLE TO OPEN RATETIER - STATUS "
                           WS-RATETIER-STATUS
                           " - NO RATE SHEETS PUBLISHED"
                      IF WS-RUN-SEVERITY < 4
                           MOVE 4 TO WS-RUN-SEVERITY
                      END-IF
                 ELSE
                      PERFORM LOAD-PUBLISHED-TIERS
                      PERFORM COMPARE-PUBLISHED-TIERS
                      IF TIERS-CHANGED OR FORCE-PUBLISH
                           PERFORM LOAD-RATE-STANDARDS
                           OPEN OUTPUT RATE-SHEET-REPORT
                           OPEN OUTPUT RATE-CSV-FILE
                           PERFORM BUILD-PRODUCT-LIST
                           PERFORM WRITE-ONE-RATE-SHEET
                                VARYING WS-PRODUCT-SUB FROM 1 BY 1
                                UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
                           PERFORM WRITE-SHEET-RECAP
                           CLOSE RATE-SHEET-REPORT
                           CLOSE RATE-CSV-FILE
                           PERFORM SAVE-PUBLISHED-TIERS
                      ELSE
                           DISPLAY "RATETIER UNCHANGED SINCE LAST "
                                "PUBLICATION - RATE SHEETS NOT "
                                "REGENERATED"
                      END-IF
                 END-IF.

      * LOADED UNDER THE SAME RULES CMPINT01 LOADS IT BY, SO A BAND
      * CMPINT01 WOULD DROP NEVER APPEARS ON A SHEET.
       LOAD-SHEET-RATE-TIERS.
                 MOVE 0 TO WS-RATE-TIER-COUNT.
                 MOVE "N" TO WS-EOF-TIERS.
                 OPEN INPUT RATE-TIER-FILE.
                 IF WS-RATETIER-STATUS = "00"
                      PERFORM UNTIL NO-MORE-TIERS
                           READ RATE-TIER-FILE
                                AT END
                                     MOVE "Y" TO WS-EOF-TIERS
                                NOT AT END
                                     PERFORM STORE-ONE-SHEET-TIER
                           END-READ
                      END-PERFORM
                      CLOSE RATE-TIER-FILE
                 END-IF.

       STORE-ONE-SHEET-TIER.
                 IF WS-RATE-TIER-COUNT >= 50
                      ADD 1 TO WS-BANDS-DROPPED
                      MOVE RATE-TIER-RECORD TO EL-INPUT-VALUE
                      MOVE "TIER TABLE FULL" TO EL-ERROR-TEXT
                      PERFORM LOG-ERROR-ENTRY
                 ELSE
                      MOVE "N" TO WS-TIER-CAPPED
                      PERFORM CHECK-SHEET-TIER-ORDER
                           VARYING WS-RT-SCAN FROM 1 BY 1
                                UNTIL WS-RT-SCAN > WS-RATE-TIER-COUNT
                      IF WS-TIER-CAPPED = "Y"
                           ADD 1 TO WS-BANDS-DROPPED
                           MOVE RATE-TIER-RECORD TO EL-INPUT-VALUE
                           MOVE "TIER OUT OF ORDER" TO EL-ERROR-TEXT
                           PERFORM LOG-ERROR-ENTRY
                      ELSE
                           ADD 1 TO WS-RATE-TIER-COUNT
                           MOVE RT-PRODUCT-CODE TO
                                RTT-PRODUCT-CODE (WS-RATE-TIER-COUNT)
                           MOVE RT-BAND-FLOOR TO
                                RTT-BAND-FLOOR (WS-RATE-TIER-COUNT)
                           MOVE RT-RATE TO
                                RTT-RATE (WS-RATE-TIER-COUNT)
                      END-IF
                 END-IF.

       CHECK-SHEET-TIER-ORDER.
                 IF RTT-PRODUCT-CODE (WS-RT-SCAN) = RT-PRODUCT-CODE
                    AND RTT-BAND-FLOOR (WS-RT-SCAN) >= RT-BAND-FLOOR
                      MOVE "Y" TO WS-TIER-CAPPED
                 END-IF.

      * NO RATESLST MEANS THE SHEETS HAVE NEVER BEEN PUBLISHED, WHICH
      * IS TREATED AS A CHANGE.
       LOAD-PUBLISHED-TIERS.
                 MOVE 0 TO WS-PUBLISHED-TIER-COUNT.
                 MOVE "N" TO WS-TIERS-CHANGED.
                 MOVE "N" TO WS-EOF-TIERS.
                 OPEN INPUT PUBLISHED-TIER-FILE.
                 IF WS-RATESLST-STATUS NOT = "00"
                      MOVE "Y" TO WS-TIERS-CHANGED
                 ELSE
                      PERFORM UNTIL NO-MORE-TIERS
                           READ PUBLISHED-TIER-FILE
                                AT END
                                     MOVE "Y" TO WS-EOF-TIERS
                                NOT AT END
                                     PERFORM STORE-ONE-PUBLISHED-TIER
                           END-READ
                      END-PERFORM
                      CLOSE PUBLISHED-TIER-FILE
                 END-IF.

       STORE-ONE-PUBLISHED-TIER.
                 IF WS-PUBLISHED-TIER-COUNT >= 50
                      MOVE "Y" TO WS-TIERS-CHANGED
                 ELSE
                      ADD 1 TO WS-PUBLISHED-TIER-COUNT
                      MOVE PUBLISHED-TIER-RECORD TO
                           PUBLISHED-TIER-ENTRY
                                (WS-PUBLISHED-TIER-COUNT)
                 END-IF.

      * ANY ADDED, DROPPED, MOVED OR REPRICED BAND IS A CHANGE.
       COMPARE-PUBLISHED-TIERS.
                 IF WS-PUBLISHED-TIER-COUNT NOT = WS-RATE-TIER-COUNT
                      MOVE "Y" TO WS-TIERS-CHANGED
                 ELSE
                      PERFORM COMPARE-ONE-PUBLISHED-TIER
                           VARYING WS-RT-SUB FROM 1 BY 1
                                UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT
                                   OR TIERS-CHANGED
                 END-IF.

       COMPARE-ONE-PUBLISHED-TIER.
                 IF RATE-TIER-ENTRY (WS-RT-SUB) NOT =
                    PUBLISHED-TIER-ENTRY (WS-RT-SUB)
                      MOVE "Y" TO WS-TIERS-CHANGED
                 END-IF.

      * RATESTD IS OPTIONAL; A RECORD THAT IS NOT NUMERIC WHERE IT
      * SHOULD BE IS LOGGED AND THE HOUSE STANDARDS ARE QUOTED.
       LOAD-RATE-STANDARDS.
                 OPEN INPUT RATE-STANDARD-FILE.
                 IF WS-RATESTD-STATUS = "00"
                      READ RATE-STANDARD-FILE
                           AT END
                                CONTINUE
                           NOT AT END
                                PERFORM STORE-RATE-STANDARDS
                      END-READ
                      CLOSE RATE-STANDARD-FILE
                 END-IF.

       STORE-RATE-STANDARDS.
                 IF STD-DEPOSIT NOT IS NUMERIC OR STD-DEPOSIT = 0 OR
                    RATE-STANDARD-RECORD(12:8) NOT IS NUMERIC
                      MOVE RATE-STANDARD-RECORD TO EL-INPUT-VALUE
                      MOVE "INVALID RATE STANDARD" TO EL-ERROR-TEXT
                      PERFORM LOG-ERROR-ENTRY
                 ELSE
                      MOVE STD-DEPOSIT TO WS-STD-DEPOSIT
                      MOVE RATE-STANDARD-RECORD(12:8) TO
                           WS-STD-TERM-LIST
                      IF STD-FREQUENCIES NOT = SPACES
                           MOVE STD-FREQUENCIES TO
                                WS-STD-FREQUENCY-LIST
                      END-IF
                 END-IF.

      * ONE SHEET PER PRODUCT, IN THE ORDER THE PRODUCTS FIRST APPEAR
      * ON RATETIER.
       BUILD-PRODUCT-LIST.
                 MOVE 0 TO WS-PRODUCT-COUNT.
                 PERFORM ADD-PRODUCT-IF-NEW
                      VARYING WS-RT-SUB FROM 1 BY 1
                           UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT.

       ADD-PRODUCT-IF-NEW.
                 MOVE "N" TO WS-PRODUCT-FOUND.
                 PERFORM FIND-LISTED-PRODUCT
                      VARYING WS-PRODUCT-SUB FROM 1 BY 1
                           UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
                              OR WS-PRODUCT-FOUND = "Y".
                 IF WS-PRODUCT-FOUND = "N"
                      ADD 1 TO WS-PRODUCT-COUNT
                      MOVE RTT-PRODUCT-CODE (WS-RT-SUB) TO
                           PT-PRODUCT-CODE (WS-PRODUCT-COUNT)
                 END-IF.

       FIND-LISTED-PRODUCT.
                 IF PT-PRODUCT-CODE (WS-PRODUCT-SUB) =
                    RTT-PRODUCT-CODE (WS-RT-SUB)
                      MOVE "Y" TO WS-PRODUCT-FOUND
                 END-IF.

       WRITE-ONE-RATE-SHEET.
                 MOVE PT-PRODUCT-CODE (WS-PRODUCT-SUB) TO
                      WS-PRODUCT-CODE.
                 MOVE 0 TO SCREEN-LINES.
                 MOVE 0 TO WS-PAGE-NUMBER.
                 MOVE 0 TO WS-PRODUCT-BAND-COUNT.
                 MOVE 0 TO WS-PRODUCT-GROWTH-COUNT.
                 MOVE SPACES TO SHEET-TITLE-LINE.
                 MOVE "BALANCE BANDS" TO STL-TITLE.
                 MOVE SHEET-TITLE-LINE TO WS-SHEET-LINE.
                 PERFORM WRITE-SHEET-LINE.
                 PERFORM WRITE-ONE-BAND-LINE
                      VARYING WS-RT-SUB FROM 1 BY 1
                           UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT.
                 MOVE SPACES TO WS-SHEET-LINE.
                 PERFORM WRITE-SHEET-LINE.
                 MOVE "GROWTH OF A DEPOSIT OF " TO STL-TITLE.
                 MOVE WS-STD-DEPOSIT TO STL-AMOUNT.
                 MOVE SHEET-TITLE-LINE TO WS-SHEET-LINE.
                 PERFORM WRITE-SHEET-LINE.
                 MOVE GROWTH-COLUMN-HEADING TO WS-SHEET-LINE.
                 PERFORM WRITE-SHEET-LINE.
                 PERFORM WRITE-GROWTH-FOR-TERM
                      VARYING WS-TERM-SUB FROM 1 BY 1
                           UNTIL WS-TERM-SUB > 4.
                 MOVE WS-PRODUCT-BAND-COUNT TO PTL-BAND-COUNT.
                 MOVE WS-PRODUCT-GROWTH-COUNT TO PTL-GROWTH-COUNT.
                 WRITE RATE-SHEET-LINE FROM PRODUCT-TOTAL-LINE.
                 WRITE RATE-SHEET-LINE FROM SPACES.
                 ADD 1 TO WS-TABLES-PRODUCED.
                 ADD WS-PRODUCT-BAND-COUNT TO WS-RUN-LINE-COUNT.
                 ADD WS-PRODUCT-GROWTH-COUNT TO WS-RUN-LINE-COUNT.

      * A BAND RUNS FROM ITS FLOOR UP TO THE PRODUCT'S NEXT FLOOR;
      * THE TOP BAND HAS NO CEILING.
       WRITE-ONE-BAND-LINE.
                 IF RTT-PRODUCT-CODE (WS-RT-SUB) = WS-PRODUCT-CODE
                      MOVE 0 TO WS-BAND-CEILING
                      MOVE "N" TO WS-TIER-CAPPED
                      PERFORM FIND-SHEET-BAND-CEILING
                           VARYING WS-RT-SCAN FROM 1 BY 1
                                UNTIL WS-RT-SCAN > WS-RATE-TIER-COUNT
                                   OR WS-TIER-CAPPED = "Y"
                      MOVE RTT-BAND-FLOOR (WS-RT-SUB) TO BDL-FLOOR
                      MOVE RTT-BAND-FLOOR (WS-RT-SUB) TO CSB-FLOOR
                      IF WS-TIER-CAPPED = "Y"
                           MOVE "UNDER " TO BDL-UPPER-LABEL
                           MOVE WS-BAND-CEILING TO BDL-CEILING
                           MOVE WS-BAND-CEILING TO CSB-CEILING
                      ELSE
                           MOVE "AND OVER" TO BDL-UPPER
                           MOVE SPACES TO CSB-UPPER
                      END-IF
                      MOVE RTT-RATE (WS-RT-SUB) TO BDL-RATE
                      MOVE BAND-DETAIL-LINE TO WS-SHEET-LINE
                      PERFORM WRITE-SHEET-LINE
                      MOVE RH-RUN-DATE TO CSB-RUN-DATE
                      MOVE WS-PRODUCT-CODE TO CSB-PRODUCT-CODE
                      MOVE RTT-RATE (WS-RT-SUB) TO CSB-RATE
                      WRITE RATE-CSV-LINE FROM CSV-BAND-LINE
                      ADD 1 TO WS-PRODUCT-BAND-COUNT
                 END-IF.

       FIND-SHEET-BAND-CEILING.
                 IF WS-RT-SCAN > WS-RT-SUB AND
                    RTT-PRODUCT-CODE (WS-RT-SCAN) = WS-PRODUCT-CODE
                      MOVE RTT-BAND-FLOOR (WS-RT-SCAN)
                           TO WS-BAND-CEILING
                      MOVE "Y" TO WS-TIER-CAPPED
                 END-IF.

      * A ZERO TERM IS AN UNUSED SLOT.
       WRITE-GROWTH-FOR-TERM.
                 IF WS-STD-TERM-YEARS (WS-TERM-SUB) > 0
                      PERFORM WRITE-ONE-GROWTH-LINE
                           VARYING WS-FREQ-SUB FROM 1 BY 1
                                UNTIL WS-FREQ-SUB > 4
                 END-IF.

      * THE DEPOSIT IS CARRIED PERIOD BY PERIOD AT THE PRODUCT'S
      * BANDS, EACH PERIOD'S INTEREST ADDED TO THE BALANCE, EXACTLY AS
      * CMPINT01 EARNS A TIERED ACCOUNT.
       WRITE-ONE-GROWTH-LINE.
                 MOVE WS-STD-FREQUENCY (WS-FREQ-SUB) TO
                      WS-GROWTH-FREQUENCY.
                 IF WS-GROWTH-FREQUENCY = "D" OR "M" OR "Q" OR "A"
                      PERFORM SET-GROWTH-FREQUENCY
                      COMPUTE WS-GROWTH-PERIODS =
                           WS-STD-TERM-YEARS (WS-TERM-SUB) *
                           WS-PERIODS-PER-YEAR
                      MOVE WS-STD-DEPOSIT TO WS-GROWTH-BALANCE
                      PERFORM COMPOUND-ONE-PERIOD
                           VARYING WS-GROWTH-PERIOD FROM 1 BY 1
                                UNTIL WS-GROWTH-PERIOD >
                                      WS-GROWTH-PERIODS
                      COMPUTE WS-GROWTH-INTEREST =
                           WS-GROWTH-BALANCE - WS-STD-DEPOSIT
                      PERFORM COMPUTE-SHEET-YIELD
                      MOVE WS-STD-TERM-YEARS (WS-TERM-SUB) TO
                           GDL-TERM-YEARS
                      MOVE WS-GROWTH-BALANCE TO GDL-FINAL-VALUE
                      MOVE WS-GROWTH-INTEREST TO GDL-INTEREST
                      MOVE WS-EFFECTIVE-YIELD TO GDL-APY
                      MOVE GROWTH-DETAIL-LINE TO WS-SHEET-LINE
                      PERFORM WRITE-SHEET-LINE
                      MOVE RH-RUN-DATE TO CSG-RUN-DATE
                      MOVE WS-PRODUCT-CODE TO CSG-PRODUCT-CODE
                      MOVE WS-STD-DEPOSIT TO CSG-DEPOSIT
                      MOVE WS-STD-TERM-YEARS (WS-TERM-SUB) TO
                           CSG-TERM-YEARS
                      MOVE WS-GROWTH-FREQUENCY TO CSG-FREQUENCY
                      MOVE WS-GROWTH-BALANCE TO CSG-FINAL-VALUE
                      MOVE WS-GROWTH-INTEREST TO CSG-INTEREST
                      MOVE WS-EFFECTIVE-YIELD TO CSG-APY
                      WRITE RATE-CSV-LINE FROM CSV-GROWTH-LINE
                      ADD 1 TO WS-PRODUCT-GROWTH-COUNT
                 END-IF.

       SET-GROWTH-FREQUENCY.
                 EVALUATE WS-GROWTH-FREQUENCY
                      WHEN "D"
                           MOVE 360 TO WS-PERIODS-PER-YEAR
                           MOVE "DAILY" TO GDL-FREQUENCY
                      WHEN "M"
                           MOVE 12 TO WS-PERIODS-PER-YEAR
                           MOVE "MONTHLY" TO GDL-FREQUENCY
                      WHEN "Q"
                           MOVE 4 TO WS-PERIODS-PER-YEAR
                           MOVE "QUARTERLY" TO GDL-FREQUENCY
                      WHEN OTHER
                           MOVE 1 TO WS-PERIODS-PER-YEAR
                           MOVE "ANNUALLY" TO GDL-FREQUENCY
                 END-EVALUATE.

       COMPOUND-ONE-PERIOD.
                 MOVE 0 TO WS-PERIOD-INTEREST.
                 PERFORM ADD-ONE-BAND-INTEREST
                      VARYING WS-RT-SUB FROM 1 BY 1
                           UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT.
                 ADD WS-PERIOD-INTEREST TO WS-GROWTH-BALANCE.

       ADD-ONE-BAND-INTEREST.
                 IF RTT-PRODUCT-CODE (WS-RT-SUB) = WS-PRODUCT-CODE AND
                    WS-GROWTH-BALANCE > RTT-BAND-FLOOR (WS-RT-SUB)
                      MOVE WS-GROWTH-BALANCE TO WS-BAND-CEILING
                      MOVE "N" TO WS-TIER-CAPPED
                      PERFORM FIND-SHEET-BAND-CEILING
                           VARYING WS-RT-SCAN FROM 1 BY 1
                                UNTIL WS-RT-SCAN > WS-RATE-TIER-COUNT
                                   OR WS-TIER-CAPPED = "Y"
                      IF WS-BAND-CEILING > WS-GROWTH-BALANCE
                           MOVE WS-GROWTH-BALANCE TO WS-BAND-CEILING
                      END-IF
                      COMPUTE WS-BAND-PORTION =
                           WS-BAND-CEILING - RTT-BAND-FLOOR (WS-RT-SUB)
                      COMPUTE WS-TIER-SUB-RATE ROUNDED =
                           RTT-RATE (WS-RT-SUB) /
                           (100 * WS-PERIODS-PER-YEAR)
                      COMPUTE WS-TIER-INTEREST ROUNDED =
                           WS-BAND-PORTION * WS-TIER-SUB-RATE
                      ADD WS-TIER-INTEREST TO WS-PERIOD-INTEREST
                 END-IF.

      * APY - THE ANNUALIZED COMPOUND YIELD OVER THE TERM, AS CMPINT01
      * WORKS ITS EFFECTIVE YIELD.
       COMPUTE-SHEET-YIELD.
                 MOVE WS-STD-TERM-YEARS (WS-TERM-SUB) TO WS-YEARS-HELD.
                 IF WS-GROWTH-BALANCE > 0
                      COMPUTE WS-GROWTH-RATIO ROUNDED =
                           WS-GROWTH-BALANCE / WS-STD-DEPOSIT
                           ON SIZE ERROR
                                MOVE 0 TO WS-GROWTH-RATIO
                      END-COMPUTE
                      COMPUTE WS-YIELD-EXPONENT ROUNDED =
                           1 / WS-YEARS-HELD
                      COMPUTE WS-EFFECTIVE-YIELD ROUNDED =
                           (WS-GROWTH-RATIO ** WS-YIELD-EXPONENT - 1)
                           * 100
                           ON SIZE ERROR
                                MOVE 0 TO WS-EFFECTIVE-YIELD
                      END-COMPUTE
                 ELSE
                      MOVE 0 TO WS-EFFECTIVE-YIELD
                 END-IF.

      * EVERY LINE OF A SHEET COMES THROUGH HERE SO THE SHEET BREAKS
      * ONTO A NEW PAGE EVERY 15 LINES, AS THE TABLES DO.
       WRITE-SHEET-LINE.
                 IF SCREEN-LINES = 0 OR SCREEN-LINES = 15
                           PERFORM WRITE-SHEET-HEADING
                           MOVE 0 TO SCREEN-LINES.
                 WRITE RATE-SHEET-LINE FROM WS-SHEET-LINE.
                 ADD 1 TO SCREEN-LINES.

       WRITE-SHEET-HEADING.
                 ADD 1 TO WS-PAGE-NUMBER.
                 MOVE RH-RUN-DATE TO SHH-RUN-DATE.
                 MOVE WS-PRODUCT-CODE TO SHH-PRODUCT-CODE.
                 MOVE WS-PAGE-NUMBER TO SHH-PAGE-NUMBER.
                 IF WS-PAGE-NUMBER > 1
                           WRITE RATE-SHEET-LINE FROM SPACES.
                 WRITE RATE-SHEET-LINE FROM WS-RUN-HEADER.
                 WRITE RATE-SHEET-LINE FROM SHEET-HEADING.
                 WRITE RATE-SHEET-LINE FROM SPACES.

       WRITE-SHEET-RECAP.
                 MOVE WS-TABLES-PRODUCED TO SRL-PRODUCT-COUNT.
                 MOVE WS-RUN-LINE-COUNT TO SRL-LINE-COUNT.
                 MOVE WS-BANDS-DROPPED TO SRL-DROPPED-COUNT.
                 WRITE RATE-SHEET-LINE FROM SHEET-RECAP-LINE.
                 DISPLAY "RATE SHEETS PUBLISHED: " WS-TABLES-PRODUCED
                      "  DETAIL LINES: " WS-RUN-LINE-COUNT
                      "  BANDS DROPPED: " WS-BANDS-DROPPED.

      * THE BANDS JUST PUBLISHED BECOME THE BASELINE THE NEXT RUN
      * COMPARES AGAINST.
       SAVE-PUBLISHED-TIERS.
                 OPEN OUTPUT PUBLISHED-TIER-FILE.
                 PERFORM SAVE-ONE-PUBLISHED-TIER
                      VARYING WS-RT-SUB FROM 1 BY 1
                           UNTIL WS-RT-SUB > WS-RATE-TIER-COUNT.
                 CLOSE PUBLISHED-TIER-FILE.

       SAVE-ONE-PUBLISHED-TIER.
                 WRITE PUBLISHED-TIER-RECORD
                      FROM RATE-TIER-ENTRY (WS-RT-SUB).

       LOG-ERROR-ENTRY.
                 IF WS-RUN-SEVERITY < 4
                      MOVE 4 TO WS-RUN-SEVERITY.
