      * READS THE SCHEDULE EXTRACT (AMORTEXT) AND THE CALCULATOR
      * RESULTS SUMMARY (RESULTS) AND WRITES A LEDGER INTERFACE FILE
      * (GLINTF) OF BALANCED DEBIT/CREDIT POSTING PAIRS:
      *   - INTEREST ACCRUED BY LNACCR (ACCRGLFD) - THE NIGHT'S DAILY
      *     ACCRUAL AND, AFTER A POSTING RUN, THE TRUE-UP OF ACCRUED
      *     TO POSTED INTEREST: DR INTEREST EXPENSE 51100000, CR
      *     ACCRUED INTEREST PAYABLE 21100000 (A NEGATIVE TRUE-UP
      *     REVERSES THE PAIR). INTEREST IS RECOGNIZED AS IT IS
      *     EARNED, NOT OFF THE PROJECTED SCHEDULE.
      *   - EARLY-WITHDRAWAL PENALTIES: DR INTEREST EXPENSE 51100000,
      *     CR PENALTY FEE INCOME 42100000.
      *   - EACH DECIMAL-DATA OPERATOR CONTROL TOTAL: DR ITS SUSPENSE
      *     ACCOUNT (28010000-28060000), CR CALCULATOR CONTROL
      *     SUSPENSE 28990000.
      *   - BACKUP WITHHOLDING ACCUMULATED BY WHREMIT (WHGLFD): DR
      *     ACCRUED INTEREST PAYABLE 21100000, CR WITHHOLDING TAX
      *     PAYABLE 21300000 - THE HELD-BACK SHARE OF THE INTEREST
      *     IS OWED TO THE TAX AUTHORITY, NOT THE DEPOSITOR.
      *   - MONTH-END SERVICE CHARGES FROM LNFEE (FEEGLFD): DR
      *     CUSTOMER DEPOSITS 20100000, CR MAINTENANCE FEE INCOME
      *     42200000 OR BELOW-MINIMUM FEE INCOME 42300000.
      *   - BALANCES ESCHEATED BY LNESCH (ESCHGLFD): DR CUSTOMER
      *     DEPOSITS 20100000, CR UNCLAIMED PROPERTY PAYABLE 21400000
      *     UNTIL THE STATE IS PAID.
      * A TRAILER RECORD CARRIES THE POSTING COUNT AND THE NET AMOUNT,
      * WHICH MUST BE ZERO - AN OUT-OF-BALANCE EXTRACT FAILS THE RUN
      * SO IT CAN NEVER BE IMPORTED. THE LEDGER SYSTEM ACKNOWLEDGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLINTF-STATUS.

           SELECT WITHHOLDING-GL-FEED ASSIGN TO "WHGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHGLFD-STATUS.

           SELECT ACCRUAL-GL-FEED ASSIGN TO "ACCRGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRGLFD-STATUS.

           SELECT FEE-GL-FEED ASSIGN TO "FEEGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEGLFD-STATUS.

           SELECT ESCHEAT-GL-FEED ASSIGN TO "ESCHGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHGLFD-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD                 PIC X(40).

      * SAME LAYOUT WHREMIT WRITES.
       FD  WITHHOLDING-GL-FEED.
       01  WITHHOLDING-GL-RECORD.
           05 WGF-BUSINESS-DATE                PIC 9(8).
           05 WGF-POSTING-DATE                 PIC 9(8).
           05 WGF-AMOUNT                       PIC S9(11)V99
                 SIGN LEADING SEPARATE.

      * SAME LAYOUT LNACCR WRITES - ONE RECORD PER ENTRY TYPE.
       FD  ACCRUAL-GL-FEED.
       01  ACCRUAL-GL-RECORD.
           05 AGF-BUSINESS-DATE                PIC 9(8).
           05 AGF-ENTRY-TYPE                   PIC X.
              88 AGF-DAILY-ACCRUAL             VALUE "A".
              88 AGF-POSTING-TRUEUP            VALUE "T".
           05 AGF-AMOUNT                       PIC S9(11)V99
                 SIGN LEADING SEPARATE.

      * SAME LAYOUT LNFEE WRITES - ONE RECORD PER FEE TYPE.
       FD  FEE-GL-FEED.
       01  FEE-GL-RECORD.
           05 FGF-BUSINESS-DATE                PIC 9(8).
           05 FGF-FEE-TYPE                     PIC X.
           05 FGF-AMOUNT                       PIC S9(11)V99
                 SIGN LEADING SEPARATE.

      * SAME LAYOUT LNESCH WRITES.
       FD  ESCHEAT-GL-FEED.
       01  ESCHEAT-GL-RECORD.
           05 EGF-BUSINESS-DATE                PIC 9(8).
           05 EGF-AMOUNT                       PIC S9(11)V99
                 SIGN LEADING SEPARATE.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.


      * MIRRORS SUMMARY-DETAIL-LINE IN DECIMAL-DATA, THE SAME WAY
      * EODRECON READS THAT PRINT-IMAGE LINE BACK. THE CMPINT01
      * PENALTIES COME OFF THE AMORTEXT EXTRACT INSTEAD.
       01  RESULTS-SUMMARY-IN.
           05 RS-LABEL                   PIC X(14).
           05 RS-COUNT                   PIC ZZZZ9.
       77  WS-AMORT-STATUS               PIC XX.
       77  WS-RESULTS-STATUS             PIC XX.
       77  WS-GLINTF-STATUS              PIC XX.
       77  WS-WHGLFD-STATUS              PIC XX.
       77  WS-ACCRGLFD-STATUS            PIC XX.
       77  WS-FEEGLFD-STATUS             PIC XX.
       77  WS-ESCHGLFD-STATUS            PIC XX.
       77  WS-EOF                        PIC X VALUE "N".
           88 NO-MORE-RECORDS            VALUE "Y".
       77  WS-PENALTY-TOTAL              PIC S9(11)V99 VALUE 0.
       77  WS-OPERATOR-TOTAL             PIC S9(11)V99.
       77  WS-POSTING-COUNT              PIC 9(7) VALUE 0.
           PERFORM STAMP-RUN-HEADER.
           OPEN OUTPUT GL-INTERFACE-FILE.

           PERFORM EXTRACT-ACCRUAL-POSTINGS.
           PERFORM EXTRACT-PENALTY-POSTINGS.
           PERFORM EXTRACT-CALCULATOR-POSTINGS.
           PERFORM EXTRACT-WITHHOLDING-POSTINGS.
           PERFORM EXTRACT-FEE-POSTINGS.
           PERFORM EXTRACT-ESCHEAT-POSTINGS.
           PERFORM WRITE-GL-TRAILER.

           CLOSE GL-INTERFACE-FILE.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

      * LNACCR'S FEED, LIKE THE OTHERS, IS POSTED ONLY ON THE
      * BUSINESS DATE IT CARRIES. NO FEED FOR TODAY MEANS THE ACCRUAL
      * HAS NOT RUN, WHICH LEAVES THE LEDGER'S INTEREST A DAY BEHIND.
       EXTRACT-ACCRUAL-POSTINGS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ACCRUAL-GL-FEED.
           IF WS-ACCRGLFD-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ ACCRUAL-GL-FEED
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              ADD 1 TO WS-LINES-READ
                              IF AGF-BUSINESS-DATE = RH-RUN-DATE AND
                                 AGF-AMOUNT IS NUMERIC AND
                                 AGF-AMOUNT NOT = 0
                                   PERFORM POST-ONE-ACCRUAL-ENTRY
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCRUAL-GL-FEED
           ELSE
                DISPLAY "ACCRGLFD NOT AVAILABLE - STATUS "
                     WS-ACCRGLFD-STATUS "  NO INTEREST POSTINGS"
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

       POST-ONE-ACCRUAL-ENTRY.
           MOVE "LNACCR  " TO GL-SOURCE.
           MOVE "51100000" TO GL-ACCOUNT.
           MOVE "D" TO GL-DR-CR.
           MOVE AGF-AMOUNT TO GL-AMOUNT.
           PERFORM WRITE-GL-POSTING.
           MOVE "21100000" TO GL-ACCOUNT.
           MOVE "C" TO GL-DR-CR.
           COMPUTE GL-AMOUNT = 0 - AGF-AMOUNT.
           PERFORM WRITE-GL-POSTING.

       EXTRACT-PENALTY-POSTINGS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AMORT-INPUT-FILE.
           IF WS-AMORT-STATUS NOT = "00"
                DISPLAY "AMORTEXT NOT AVAILABLE - STATUS "
                     WS-AMORT-STATUS "  NO PENALTY POSTINGS"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
                         NOT AT END
                              ADD 1 TO WS-LINES-READ
                              IF SX-ACCT-NUMBER IS NUMERIC
                                   ADD SX-PENALTY-AMOUNT TO
                                        WS-PENALTY-TOTAL
                              END-IF
                END-PERFORM
                CLOSE AMORT-INPUT-FILE
           END-IF.
      * POSTED INTEREST (AND SO THE TRUE-UP) IS ALREADY NET OF EARLY-
      * WITHDRAWAL PENALTIES, SO THE PENALTY POSTS AS ITS OWN PAIR:
      * THE EXPENSE SIDE GROSSES INTEREST EXPENSE BACK UP AND THE
      * CREDIT TAKES THE PENALTY TO FEE INCOME - NO MORE MANUAL
      * JOURNAL OFF THE MEMO LINES. MUST AGREE WITH PENRPT'S TOTAL.
                END-IF
           END-IF.

      * WHREMIT WRITES ITS FEED ON EVERY RUN, DATED WITH THE BUSINESS
      * DATE IT BELONGS TO. A FEED FROM ANOTHER DAY HAS ALREADY BEEN
      * POSTED (OR WAS NEVER MEANT FOR TODAY) AND IS LEFT ALONE; A
      * RERUN OF A POSTING DATE CAN MAKE THE AMOUNT NEGATIVE, WHICH
      * REVERSES THE PAIR. NO FEED AT ALL MEANS NO WITHHOLDING TODAY.
       EXTRACT-WITHHOLDING-POSTINGS.
           OPEN INPUT WITHHOLDING-GL-FEED.
           IF WS-WHGLFD-STATUS = "00"
                READ WITHHOLDING-GL-FEED
                     AT END
                          CONTINUE
                     NOT AT END
                          ADD 1 TO WS-LINES-READ
                          IF WGF-BUSINESS-DATE NOT = RH-RUN-DATE
                               DISPLAY "WHGLFD DATED "
                                    WGF-BUSINESS-DATE
                                    " - NO WITHHOLDING POSTINGS"
                          ELSE
                          IF WGF-AMOUNT IS NUMERIC AND
                             WGF-AMOUNT NOT = 0
                               MOVE "WHREMIT " TO GL-SOURCE
                               MOVE "21100000" TO GL-ACCOUNT
                               MOVE "D" TO GL-DR-CR
                               MOVE WGF-AMOUNT TO GL-AMOUNT
                               PERFORM WRITE-GL-POSTING
                               MOVE "21300000" TO GL-ACCOUNT
                               MOVE "C" TO GL-DR-CR
                               COMPUTE GL-AMOUNT = 0 - WGF-AMOUNT
                               PERFORM WRITE-GL-POSTING
                          END-IF
                          END-IF
                END-READ
                CLOSE WITHHOLDING-GL-FEED
           END-IF.

      * LNFEE'S FEED, LIKE WHREMIT'S, IS POSTED ONLY ON THE BUSINESS
      * DATE IT WAS WRITTEN FOR - THE FEE RUN IS MONTH-END ONLY, SO
      * ON EVERY OTHER NIGHT THE FEED ON DISK IS ONE ALREADY POSTED.
       EXTRACT-FEE-POSTINGS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT FEE-GL-FEED.
           IF WS-FEEGLFD-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ FEE-GL-FEED
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              ADD 1 TO WS-LINES-READ
                              IF FGF-BUSINESS-DATE = RH-RUN-DATE AND
                                 FGF-AMOUNT IS NUMERIC AND
                                 FGF-AMOUNT NOT = 0
                                   PERFORM POST-ONE-FEE-TOTAL
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE FEE-GL-FEED
           END-IF.

       POST-ONE-FEE-TOTAL.
           MOVE "LNFEE   " TO GL-SOURCE.
           MOVE "20100000" TO GL-ACCOUNT.
           MOVE "D" TO GL-DR-CR.
           MOVE FGF-AMOUNT TO GL-AMOUNT.
           PERFORM WRITE-GL-POSTING.
           IF FGF-FEE-TYPE = "B"
                MOVE "42300000" TO GL-ACCOUNT
           ELSE
                MOVE "42200000" TO GL-ACCOUNT
           END-IF.
           MOVE "C" TO GL-DR-CR.
           COMPUTE GL-AMOUNT = 0 - FGF-AMOUNT.
           PERFORM WRITE-GL-POSTING.

      * LNESCH'S FEED IS WRITTEN ONLY BY A FILING RUN AND, LIKE THE
      * OTHERS, IS POSTED ONLY ON THE BUSINESS DATE IT CARRIES.
       EXTRACT-ESCHEAT-POSTINGS.
           OPEN INPUT ESCHEAT-GL-FEED.
           IF WS-ESCHGLFD-STATUS = "00"
                READ ESCHEAT-GL-FEED
                     AT END
                          CONTINUE
                     NOT AT END
                          ADD 1 TO WS-LINES-READ
                          IF EGF-BUSINESS-DATE = RH-RUN-DATE AND
                             EGF-AMOUNT IS NUMERIC AND
                             EGF-AMOUNT NOT = 0
                               MOVE "LNESCH  " TO GL-SOURCE
                               MOVE "20100000" TO GL-ACCOUNT
                               MOVE "D" TO GL-DR-CR
                               MOVE EGF-AMOUNT TO GL-AMOUNT
                               PERFORM WRITE-GL-POSTING
                               MOVE "21400000" TO GL-ACCOUNT
                               MOVE "C" TO GL-DR-CR
                               COMPUTE GL-AMOUNT = 0 - EGF-AMOUNT
                               PERFORM WRITE-GL-POSTING
                          END-IF
                END-READ
                CLOSE ESCHEAT-GL-FEED
           END-IF.

       WRITE-GL-POSTING.
           MOVE "P" TO GL-RECORD-TYPE.
           ADD 1 TO WS-POSTING-COUNT.
