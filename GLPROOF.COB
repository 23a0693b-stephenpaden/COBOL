      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.

      * DAILY SUB-LEDGER TO GENERAL-LEDGER BALANCE PROOF. GLRECON
      * PROVES THE LEDGER ACCEPTED WHAT GLEXTR SENT; THIS PROGRAM
      * PROVES THAT THE LOAN-ACCOUNT-MASTER STILL AGREES WITH THE GL
      * CONTROL ACCOUNTS IT BACKS - CUSTOMER DEPOSITS 20100000 AND
      * ACCRUED INTEREST PAYABLE 21100000 (THE INTEREST CMPINT01
      * CREDITS TO THE BALANCES).
      *
      * THE GL CONTROL BALANCE IS CARRIED FORWARD ON GLPRFBAL FROM ONE
      * BUSINESS DATE TO THE NEXT, MOVED EACH DAY BY THE POSTINGS THE
      * LEDGER ACKNOWLEDGED AS ACCEPTED ON GLACK (SOURCE PROGRAM OFF
      * THE MATCHING GLINTF POSTING). IT IS A CREDIT BALANCE, SO A
      * CREDIT POSTING RAISES IT. THE LOAN-PRINCIPAL TOTAL IS SWEPT
      * OFF LOANMAST BY PRODUCT CODE AND STATUS, AND THE PROOF
      * (GLPRFRPT) PRINTS BOTH SIDES, THE DAY'S CONTRIBUTING MOVEMENTS
      * AND THE DIFFERENCE. ANY DIFFERENCE ENDS WITH SEVERITY 8 SO THE
      * MORNING SHIFT SEES IT BEFORE MONTH-END CLOSE.
      *
      * INTEREST LNACCR HAS ACCRUED BUT CMPINT01 HAS NOT YET POSTED IS
      * IN ACCRUED INTEREST PAYABLE BUT NOT IN ANY LOAN-PRINCIPAL, SO
      * THE ACCRUAL FILE'S OUTSTANDING TOTAL IS ADDED TO THE SUB-
      * LEDGER SIDE AS A RECONCILING ITEM.
      *
      * A RERUN ON THE SAME BUSINESS DATE STARTS AGAIN FROM THAT DAY'S
      * OPENING BALANCE, SO THE SAME ACKNOWLEDGMENTS ARE NEVER COUNTED
      * TWICE. THE FIRST RUN (NO GLPRFBAL YET) TAKES THE SUB-LEDGER
      * TOTAL AS THE CONTROL BALANCE UNLESS ONE IS GIVEN IN THE PARM.

      * PARM: "SET" IN COLUMNS 1-3 FOLLOWED BY THE GL CONTROL BALANCE
      *       IN CENTS IN COLUMNS 5-19 (9(13)V99) RE-ESTABLISHES THE
      *       OPENING BALANCE FROM THE LEDGER'S TRIAL BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-ACCOUNT-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACR-ACCT-NUMBER
               FILE STATUS IS WS-ACCRFILE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLINTF-STATUS.

           SELECT GL-ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACK-STATUS.

           SELECT PROOF-BALANCE-FILE ASSIGN TO "GLPRFBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFBAL-STATUS.

           SELECT PROOF-REPORT ASSIGN TO "GLPRFRPT"
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
       FD  LOAN-ACCOUNT-MASTER.
       COPY LOANREC.

       FD  ACCRUAL-FILE.
       COPY ACCRREC.

      * MIRRORS GL-POSTING-RECORD AND GL-TRAILER-RECORD IN GLEXTR.
       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD              PIC X(40).

      * SAME LAYOUT GLRECON READS.
       FD  GL-ACK-FILE.
       01  GL-ACK-RECORD.
           05 ACK-POSTING-REF               PIC 9(7).
           05 ACK-ACCOUNT                   PIC X(8).
           05 ACK-AMOUNT                    PIC S9(11)V99
                 SIGN LEADING SEPARATE.
           05 ACK-CODE                      PIC X.
              88 ACK-ACCEPTED               VALUE "A".
              88 ACK-REJECTED               VALUE "R".

      * ONE RECORD: THE LAST BUSINESS DATE PROVED, THE GL CONTROL
      * BALANCE BEFORE AND AFTER THAT DAY'S ACKNOWLEDGED POSTINGS, AND
      * THE SUB-LEDGER SIDE (PRINCIPAL PLUS ACCRUED NOT YET POSTED) ON
      * THAT DAY AND ON THE DAY BEFORE IT.
       FD  PROOF-BALANCE-FILE.
       01  PROOF-BALANCE-RECORD.
           05 PB-BUSINESS-DATE              PIC 9(8).
           05 PB-GL-OPENING                 PIC S9(13)V99
                 SIGN LEADING SEPARATE.
           05 PB-GL-CLOSING                 PIC S9(13)V99
                 SIGN LEADING SEPARATE.
           05 PB-SUB-PRIOR                  PIC S9(13)V99
                 SIGN LEADING SEPARATE.
           05 PB-SUB-TOTAL                  PIC S9(13)V99
                 SIGN LEADING SEPARATE.

       FD  PROOF-REPORT.
       01  PROOF-REPORT-LINE                PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNHDR.
       COPY OPERID.
       COPY RUNSTAT.

       01  GL-POSTING-IN.
           05 GLP-RECORD-TYPE               PIC X.
           05 GLP-ACCOUNT                   PIC X(8).
           05 GLP-DR-CR                     PIC X.
           05 GLP-AMOUNT                    PIC S9(11)V99
                 SIGN LEADING SEPARATE.
           05 GLP-SOURCE                    PIC X(8).

       77  WS-BUSDATE-STATUS            PIC XX.
       77  WS-LOAN-STATUS               PIC XX.
       77  WS-ACCRFILE-STATUS           PIC XX.
       77  WS-GLINTF-STATUS             PIC XX.
       77  WS-GLACK-STATUS              PIC XX.
       77  WS-PRFBAL-STATUS             PIC XX.
       77  WS-REPORT-STATUS             PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-PARM-CENTS                PIC 9(15).
       77  WS-EOF                       PIC X VALUE "N".
           88 NO-MORE-RECORDS           VALUE "Y".
       77  WS-BASELINE-RUN              PIC X VALUE "N".
           88 BASELINE-RUN              VALUE "Y".
       77  WS-BALANCE-SET               PIC X VALUE "N".
           88 BALANCE-SET-BY-PARM       VALUE "Y".
       77  WS-ACCOUNTS-READ             PIC 9(7) VALUE 0.
       77  WS-ACKS-READ                 PIC 9(7) VALUE 0.
       77  WS-ACKS-APPLIED              PIC 9(7) VALUE 0.
       77  WS-POSTING-COUNT             PIC 9(5) VALUE 0.
       77  WS-PS-COUNT                  PIC 999 VALUE 0.
       77  WS-MV-COUNT                  PIC 99 VALUE 0.
       77  WS-P-SUB                     PIC 999.
       77  WS-M-SUB                     PIC 99.
       77  WS-FOUND-SUB                 PIC 999.
       77  WS-GP-SUB                    PIC 9(5).
       77  WS-STATUS-KEY                PIC X.
       77  WS-SOURCE-KEY                PIC X(8).
       77  WS-CONTROL-EFFECT            PIC S9(11)V99.
       77  WS-GL-OPENING                PIC S9(13)V99 VALUE 0.
       77  WS-GL-MOVEMENT               PIC S9(13)V99 VALUE 0.
       77  WS-GL-CLOSING                PIC S9(13)V99 VALUE 0.
       77  WS-SUB-PRIOR                 PIC S9(13)V99 VALUE 0.
       77  WS-SUB-TOTAL                 PIC S9(13)V99 VALUE 0.
       77  WS-ACCRUED-TOTAL             PIC S9(13)V99 VALUE 0.
       77  WS-BOOK-TOTAL                PIC S9(13)V99 VALUE 0.
       77  WS-SUB-MOVEMENT              PIC S9(13)V99 VALUE 0.
       77  WS-DIFFERENCE                PIC S9(13)V99 VALUE 0.
       77  WS-PRIOR-DIFFERENCE          PIC S9(13)V99 VALUE 0.

      * THE SOURCE OF EVERY POSTING GLEXTR SENT, IN FILE ORDER - THE
      * LEDGER ACKNOWLEDGES A POSTING BY ITS SEQUENCE HERE.
       01  SENT-SOURCE-TABLE.
           05 SENT-SOURCE-ENTRY OCCURS 500 TIMES.
              10 SS-SOURCE              PIC X(8).

      * LOAN-PRINCIPAL BY PRODUCT CODE AND STATUS.
       01  PRODUCT-STATUS-TABLE.
           05 PS-ENTRY OCCURS 100 TIMES.
              10 PS-PRODUCT-CODE        PIC XX.
              10 PS-STATUS-CODE         PIC X.
              10 PS-ACCOUNT-COUNT       PIC 9(7).
              10 PS-PRINCIPAL           PIC S9(13)V99.

      * THE DAY'S GL CONTROL MOVEMENT BY ACCOUNT AND SOURCE PROGRAM.
       01  CONTROL-MOVEMENT-TABLE.
           05 MV-ENTRY OCCURS 50 TIMES.
              10 MV-ACCOUNT             PIC X(8).
              10 MV-SOURCE              PIC X(8).
              10 MV-POSTING-COUNT       PIC 9(5).
              10 MV-AMOUNT              PIC S9(13)V99.

       01  PROOF-SECTION-LINE.
           05 PSL-TITLE                 PIC X(40).

       01  SUBLEDGER-COLUMN-HEADING.
           05 FILLER                  PIC X(9)  VALUE "PRODUCT".
           05 FILLER                  PIC X(8)  VALUE "STATUS".
           05 FILLER                  PIC X(10) VALUE "  ACCOUNTS".
           05 FILLER                  PIC X(23)
                 VALUE "              PRINCIPAL".

       01  SUBLEDGER-DETAIL-LINE.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 SLD-PRODUCT-CODE                 PIC XX.
           05 FILLER                           PIC X(8) VALUE SPACES.
           05 SLD-STATUS-CODE                  PIC X.
           05 FILLER                           PIC X(5) VALUE SPACES.
           05 SLD-ACCOUNT-COUNT                PIC ZZZZZZ9.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 SLD-PRINCIPAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  MOVEMENT-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE "ACCOUNT".
           05 FILLER                  PIC X(10) VALUE "SOURCE".
           05 FILLER                  PIC X(10) VALUE "  POSTINGS".
           05 FILLER                  PIC X(23)
                 VALUE "      CONTROL MOVEMENT".

       01  MOVEMENT-DETAIL-LINE.
           05 MVD-ACCOUNT                      PIC X(8).
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 MVD-SOURCE                       PIC X(8).
           05 FILLER                           PIC X(5) VALUE SPACES.
           05 MVD-POSTING-COUNT                PIC ZZZZ9.
           05 FILLER                           PIC X(2) VALUE SPACES.
           05 MVD-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  PROOF-AMOUNT-LINE.
           05 PAL-LABEL                 PIC X(30).
           05 PAL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  PROOF-COUNT-LINE.
           05 PCL-LABEL                 PIC X(30).
           05 PCL-COUNT                 PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RH-RUN-TIME.
           IF OC-OPERATOR-ID = SPACES OR LOW-VALUES
                MOVE "SYSTEM" TO OC-OPERATOR-ID
           END-IF.
           MOVE OC-OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-START-TS.

           OPEN OUTPUT PROOF-REPORT.
           WRITE PROOF-REPORT-LINE FROM WS-RUN-HEADER.

           PERFORM SWEEP-LOAN-MASTER.
           PERFORM SWEEP-ACCRUAL-FILE.
           COMPUTE WS-BOOK-TOTAL = WS-SUB-TOTAL + WS-ACCRUED-TOTAL.
           IF WS-RUN-SEVERITY < 12
                PERFORM SET-RUN-PARAMETERS
                PERFORM LOAD-PROOF-BALANCE
                PERFORM LOAD-SENT-SOURCES
                PERFORM APPLY-ACKNOWLEDGMENTS
                PERFORM PROVE-BALANCES
                PERFORM WRITE-SUBLEDGER-SECTION
                PERFORM WRITE-MOVEMENT-SECTION
                PERFORM WRITE-PROOF-SECTION
                PERFORM SAVE-PROOF-BALANCE
           END-IF.

           CLOSE PROOF-REPORT.
           PERFORM WRITE-RUN-STATUS.

           GOBACK.

      ******************************************************************
      * SUB-LEDGER
      ******************************************************************
       SWEEP-LOAN-MASTER.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LOAN-ACCOUNT-MASTER.
           IF WS-LOAN-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN LOAN-ACCOUNT-"
                     "MASTER - STATUS " WS-LOAN-STATUS
                     "  NOTHING TO PROVE"
                MOVE 12 TO WS-RUN-SEVERITY
           ELSE
                PERFORM UNTIL NO-MORE-RECORDS
                    READ LOAN-ACCOUNT-MASTER NEXT RECORD
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              ADD 1 TO WS-ACCOUNTS-READ
                              PERFORM ADD-ONE-ACCOUNT
                    END-READ
                END-PERFORM
                CLOSE LOAN-ACCOUNT-MASTER
           END-IF.

      * A BLANK STATUS READS AS ACTIVE, AS IT DOES EVERYWHERE ELSE. A
      * CLOSED ACCOUNT STILL COUNTS - IT SHOULD CARRY NO BALANCE, AND
      * IF IT DOES THE MONEY IS STILL OWED.
       ADD-ONE-ACCOUNT.
           ADD LOAN-PRINCIPAL TO WS-SUB-TOTAL.
           MOVE LOAN-STATUS-CODE TO WS-STATUS-KEY.
           IF WS-STATUS-KEY = SPACE
                MOVE "A" TO WS-STATUS-KEY
           END-IF.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-P-SUB FROM 1 BY 1
                     UNTIL WS-P-SUB > WS-PS-COUNT
                IF PS-PRODUCT-CODE (WS-P-SUB) = LOAN-PRODUCT-CODE AND
                   PS-STATUS-CODE (WS-P-SUB) = WS-STATUS-KEY
                     MOVE WS-P-SUB TO WS-FOUND-SUB
                     MOVE WS-PS-COUNT TO WS-P-SUB
                END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = 0
                IF WS-PS-COUNT < 100
                     ADD 1 TO WS-PS-COUNT
                     MOVE WS-PS-COUNT TO WS-FOUND-SUB
                     MOVE LOAN-PRODUCT-CODE TO
                          PS-PRODUCT-CODE (WS-FOUND-SUB)
                     MOVE WS-STATUS-KEY TO
                          PS-STATUS-CODE (WS-FOUND-SUB)
                     MOVE 0 TO PS-ACCOUNT-COUNT (WS-FOUND-SUB)
                     MOVE 0 TO PS-PRINCIPAL (WS-FOUND-SUB)
                ELSE
                     DISPLAY "PRODUCT/STATUS TABLE FULL - BREAKDOWN "
                          "INCOMPLETE, TOTAL UNAFFECTED"
                     IF WS-RUN-SEVERITY < 4
                          MOVE 4 TO WS-RUN-SEVERITY
                     END-IF
                END-IF
           END-IF.
           IF WS-FOUND-SUB NOT = 0
                ADD 1 TO PS-ACCOUNT-COUNT (WS-FOUND-SUB)
                ADD LOAN-PRINCIPAL TO PS-PRINCIPAL (WS-FOUND-SUB)
           END-IF.

      * NO ACCRUAL FILE MEANS NOTHING HAS EVER BEEN ACCRUED.
       SWEEP-ACCRUAL-FILE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRFILE-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ ACCRUAL-FILE NEXT RECORD
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              ADD ACR-ACCRUED-TO-DATE TO
                                   WS-ACCRUED-TOTAL
                    END-READ
                END-PERFORM
                CLOSE ACCRUAL-FILE
           END-IF.

      ******************************************************************
      * GL CONTROL BALANCE
      ******************************************************************
       SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-FIELD.
           ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
           IF WS-PARM-FIELD(1:3) = "SET" AND
              WS-PARM-FIELD(5:15) IS NUMERIC
                MOVE WS-PARM-FIELD(5:15) TO WS-PARM-CENTS
                MOVE "Y" TO WS-BALANCE-SET
           END-IF.

      * A NEW BUSINESS DATE STARTS FROM THE LAST CLOSING BALANCE; A
      * RERUN OF THE SAME DATE STARTS FROM THAT DATE'S OPENING, SO ITS
      * ACKNOWLEDGMENTS ARE APPLIED ONCE. A BALANCE GIVEN IN THE PARM
      * OVERRIDES EITHER.
       LOAD-PROOF-BALANCE.
           OPEN INPUT PROOF-BALANCE-FILE.
           IF WS-PRFBAL-STATUS NOT = "00"
                MOVE "Y" TO WS-BASELINE-RUN
           ELSE
                READ PROOF-BALANCE-FILE
                     AT END
                          MOVE "Y" TO WS-BASELINE-RUN
                     NOT AT END
                          IF PB-BUSINESS-DATE = RH-RUN-DATE
                               MOVE PB-GL-OPENING TO WS-GL-OPENING
                               MOVE PB-SUB-PRIOR TO WS-SUB-PRIOR
                          ELSE
                               MOVE PB-GL-CLOSING TO WS-GL-OPENING
                               MOVE PB-SUB-TOTAL TO WS-SUB-PRIOR
                          END-IF
                END-READ
                CLOSE PROOF-BALANCE-FILE
           END-IF.
           IF BASELINE-RUN
                DISPLAY "NO GL PROOF BALANCE ON FILE - CONTROL "
                     "BALANCE ESTABLISHED TONIGHT"
                MOVE WS-BOOK-TOTAL TO WS-GL-OPENING
                MOVE WS-BOOK-TOTAL TO WS-SUB-PRIOR
           END-IF.
           IF BALANCE-SET-BY-PARM
                COMPUTE WS-GL-OPENING = WS-PARM-CENTS / 100
                MOVE "N" TO WS-BASELINE-RUN
           END-IF.

       LOAD-SENT-SOURCES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GLINTF-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ GL-INTERFACE-FILE
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              PERFORM STORE-ONE-SENT-SOURCE
                    END-READ
                END-PERFORM
                CLOSE GL-INTERFACE-FILE
           END-IF.

       STORE-ONE-SENT-SOURCE.
           IF GL-INTERFACE-RECORD(1:1) = "P" AND
              WS-POSTING-COUNT < 500
                MOVE GL-INTERFACE-RECORD TO GL-POSTING-IN
                ADD 1 TO WS-POSTING-COUNT
                MOVE GLP-SOURCE TO SS-SOURCE (WS-POSTING-COUNT)
           END-IF.

      * ONLY POSTINGS THE LEDGER ACCEPTED MOVE ITS BALANCE. WITHOUT
      * AN ACKNOWLEDGMENT FILE THE CONTROL BALANCE STANDS STILL AND
      * ANY SUB-LEDGER MOVEMENT SHOWS AS A DIFFERENCE.
       APPLY-ACKNOWLEDGMENTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT GL-ACK-FILE.
           IF WS-GLACK-STATUS NOT = "00"
                DISPLAY "GLACK NOT AVAILABLE - STATUS "
                     WS-GLACK-STATUS "  NO GL MOVEMENT APPLIED"
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM UNTIL NO-MORE-RECORDS
                    READ GL-ACK-FILE
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              ADD 1 TO WS-ACKS-READ
                              IF ACK-ACCEPTED AND
                                 ACK-AMOUNT IS NUMERIC AND
                                 (ACK-ACCOUNT = "20100000" OR
                                  ACK-ACCOUNT = "21100000")
                                   PERFORM APPLY-ONE-ACK
                              END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-ACK-FILE
           END-IF.

      * THE CONTROL ACCOUNTS CARRY CREDIT BALANCES; A POSTING AMOUNT
      * IS SIGNED DEBIT-POSITIVE, SO ITS EFFECT IS ITS NEGATIVE.
       APPLY-ONE-ACK.
           ADD 1 TO WS-ACKS-APPLIED.
           COMPUTE WS-CONTROL-EFFECT = 0 - ACK-AMOUNT.
           ADD WS-CONTROL-EFFECT TO WS-GL-MOVEMENT.
           MOVE "UNKNOWN " TO WS-SOURCE-KEY.
           IF ACK-POSTING-REF IS NUMERIC AND
              ACK-POSTING-REF > 0 AND
              ACK-POSTING-REF NOT > WS-POSTING-COUNT
                MOVE ACK-POSTING-REF TO WS-GP-SUB
                MOVE SS-SOURCE (WS-GP-SUB) TO WS-SOURCE-KEY
           END-IF.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-M-SUB FROM 1 BY 1
                     UNTIL WS-M-SUB > WS-MV-COUNT
                IF MV-ACCOUNT (WS-M-SUB) = ACK-ACCOUNT AND
                   MV-SOURCE (WS-M-SUB) = WS-SOURCE-KEY
                     MOVE WS-M-SUB TO WS-FOUND-SUB
                     MOVE WS-MV-COUNT TO WS-M-SUB
                END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = 0 AND WS-MV-COUNT < 50
                ADD 1 TO WS-MV-COUNT
                MOVE WS-MV-COUNT TO WS-FOUND-SUB
                MOVE ACK-ACCOUNT TO MV-ACCOUNT (WS-FOUND-SUB)
                MOVE WS-SOURCE-KEY TO MV-SOURCE (WS-FOUND-SUB)
                MOVE 0 TO MV-POSTING-COUNT (WS-FOUND-SUB)
                MOVE 0 TO MV-AMOUNT (WS-FOUND-SUB)
           END-IF.
           IF WS-FOUND-SUB NOT = 0
                ADD 1 TO MV-POSTING-COUNT (WS-FOUND-SUB)
                ADD WS-CONTROL-EFFECT TO MV-AMOUNT (WS-FOUND-SUB)
           END-IF.

       PROVE-BALANCES.
           COMPUTE WS-GL-CLOSING = WS-GL-OPENING + WS-GL-MOVEMENT.
           COMPUTE WS-SUB-MOVEMENT = WS-BOOK-TOTAL - WS-SUB-PRIOR.
           COMPUTE WS-DIFFERENCE = WS-BOOK-TOTAL - WS-GL-CLOSING.
           COMPUTE WS-PRIOR-DIFFERENCE = WS-SUB-PRIOR - WS-GL-OPENING.
           IF BASELINE-RUN
                MOVE WS-BOOK-TOTAL TO WS-GL-CLOSING
                MOVE 0 TO WS-DIFFERENCE
           END-IF.
           IF WS-DIFFERENCE NOT = 0
                DISPLAY "SUB-LEDGER DOES NOT AGREE WITH GL CONTROL - "
                     "DIFFERENCE " WS-DIFFERENCE
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                DISPLAY "SUB-LEDGER AGREES WITH GL CONTROL"
           END-IF.

      ******************************************************************
      * PROOF REPORT
      ******************************************************************
       WRITE-SUBLEDGER-SECTION.
           WRITE PROOF-REPORT-LINE FROM SPACES.
           MOVE "SUB-LEDGER BY PRODUCT AND STATUS" TO PSL-TITLE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SECTION-LINE.
           WRITE PROOF-REPORT-LINE FROM SUBLEDGER-COLUMN-HEADING.
           PERFORM WRITE-ONE-PRODUCT-LINE
                VARYING WS-P-SUB FROM 1 BY 1
                     UNTIL WS-P-SUB > WS-PS-COUNT.
           MOVE "ACCOUNTS ON FILE              " TO PCL-LABEL.
           MOVE WS-ACCOUNTS-READ TO PCL-COUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-COUNT-LINE.
           MOVE "SUB-LEDGER TOTAL              " TO PAL-LABEL.
           MOVE WS-SUB-TOTAL TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.

       WRITE-ONE-PRODUCT-LINE.
           MOVE PS-PRODUCT-CODE (WS-P-SUB) TO SLD-PRODUCT-CODE.
           MOVE PS-STATUS-CODE (WS-P-SUB) TO SLD-STATUS-CODE.
           MOVE PS-ACCOUNT-COUNT (WS-P-SUB) TO SLD-ACCOUNT-COUNT.
           MOVE PS-PRINCIPAL (WS-P-SUB) TO SLD-PRINCIPAL.
           WRITE PROOF-REPORT-LINE FROM SUBLEDGER-DETAIL-LINE.

       WRITE-MOVEMENT-SECTION.
           WRITE PROOF-REPORT-LINE FROM SPACES.
           MOVE "GL CONTROL MOVEMENT - ACCEPTED POSTINGS" TO PSL-TITLE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SECTION-LINE.
           WRITE PROOF-REPORT-LINE FROM MOVEMENT-COLUMN-HEADING.
           IF WS-MV-COUNT = 0
                MOVE SPACES TO PROOF-REPORT-LINE
                MOVE "NONE" TO PROOF-REPORT-LINE(1:4)
                WRITE PROOF-REPORT-LINE
           ELSE
                PERFORM WRITE-ONE-MOVEMENT-LINE
                     VARYING WS-M-SUB FROM 1 BY 1
                          UNTIL WS-M-SUB > WS-MV-COUNT
           END-IF.
           MOVE "ACKNOWLEDGMENTS READ          " TO PCL-LABEL.
           MOVE WS-ACKS-READ TO PCL-COUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-COUNT-LINE.
           MOVE "CONTROL POSTINGS APPLIED      " TO PCL-LABEL.
           MOVE WS-ACKS-APPLIED TO PCL-COUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-COUNT-LINE.

       WRITE-ONE-MOVEMENT-LINE.
           MOVE MV-ACCOUNT (WS-M-SUB) TO MVD-ACCOUNT.
           MOVE MV-SOURCE (WS-M-SUB) TO MVD-SOURCE.
           MOVE MV-POSTING-COUNT (WS-M-SUB) TO MVD-POSTING-COUNT.
           MOVE MV-AMOUNT (WS-M-SUB) TO MVD-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM MOVEMENT-DETAIL-LINE.

       WRITE-PROOF-SECTION.
           WRITE PROOF-REPORT-LINE FROM SPACES.
           MOVE "BALANCE PROOF" TO PSL-TITLE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SECTION-LINE.
           MOVE "GL CONTROL - OPENING          " TO PAL-LABEL.
           MOVE WS-GL-OPENING TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.
           MOVE "GL CONTROL - MOVEMENT         " TO PAL-LABEL.
           MOVE WS-GL-MOVEMENT TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.
           MOVE "GL CONTROL - CLOSING          " TO PAL-LABEL.
           MOVE WS-GL-CLOSING TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.
           MOVE "SUB-LEDGER - PRIOR            " TO PAL-LABEL.
           MOVE WS-SUB-PRIOR TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.
           MOVE "SUB-LEDGER - MOVEMENT         " TO PAL-LABEL.
           MOVE WS-SUB-MOVEMENT TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.
           MOVE "  PRINCIPAL                   " TO PAL-LABEL.
           MOVE WS-SUB-TOTAL TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.
           MOVE "  ACCRUED NOT YET POSTED      " TO PAL-LABEL.
           MOVE WS-ACCRUED-TOTAL TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.
           MOVE "SUB-LEDGER - TODAY            " TO PAL-LABEL.
           MOVE WS-BOOK-TOTAL TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.
           MOVE "PRIOR DIFFERENCE              " TO PAL-LABEL.
           MOVE WS-PRIOR-DIFFERENCE TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.
           MOVE "DIFFERENCE                    " TO PAL-LABEL.
           MOVE WS-DIFFERENCE TO PAL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM PROOF-AMOUNT-LINE.
           WRITE PROOF-REPORT-LINE FROM SPACES.
           EVALUATE TRUE
                WHEN BASELINE-RUN
                     MOVE "BASELINE - CONTROL BALANCE ESTABLISHED"
                          TO PSL-TITLE
                WHEN WS-DIFFERENCE = 0
                     MOVE "PROOF RECONCILED" TO PSL-TITLE
                WHEN OTHER
                     MOVE "PROOF UNRECONCILED" TO PSL-TITLE
           END-EVALUATE.
           WRITE PROOF-REPORT-LINE FROM PROOF-SECTION-LINE.

      * THE CONTROL BALANCE IS CARRIED FORWARD EVEN ON AN
      * UNRECONCILED NIGHT - IT IS THE LEDGER'S FIGURE, NOT OURS, AND
      * TOMORROW'S INVESTIGATION STARTS FROM IT AS FOUND.
       SAVE-PROOF-BALANCE.
           OPEN OUTPUT PROOF-BALANCE-FILE.
           MOVE RH-RUN-DATE TO PB-BUSINESS-DATE.
           MOVE WS-GL-OPENING TO PB-GL-OPENING.
           MOVE WS-GL-CLOSING TO PB-GL-CLOSING.
           MOVE WS-SUB-PRIOR TO PB-SUB-PRIOR.
           MOVE WS-BOOK-TOTAL TO PB-SUB-TOTAL.
           WRITE PROOF-BALANCE-RECORD.
           CLOSE PROOF-BALANCE-FILE.

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
           MOVE "GLPROOF" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           COMPUTE RST-RECORDS-READ = WS-ACCOUNTS-READ + WS-ACKS-READ.
           MOVE WS-ACKS-APPLIED TO RST-RECORDS-WRITTEN.
           MOVE 0 TO RST-RECORDS-REJECTED.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM GLPROOF.
