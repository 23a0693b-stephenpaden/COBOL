      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHREMIT.

      * BACKUP-WITHHOLDING ACCUMULATION AND QUARTERLY REMITTANCE.
      * CMPINT01 WRITES THE WITHHOLDING EXTRACT (WHEXTR) ON EVERY
      * POSTING RUN, ONE RECORD PER ACCOUNT THAT HAD INTEREST HELD
      * BACK. RUN AFTER EACH POSTING RUN, THIS PROGRAM FOLDS THAT
      * EXTRACT INTO THE QUARTER-TO-DATE FILE (WHQTD) - ONE ENTRY PER
      * ACCOUNT AND PAYEE (TAXPAYER ID OFF THE LOAN MASTER) PLUS ONE
      * CONTROL ENTRY PER EXTRACT ABSORBED - AND WRITES THE DAY'S
      * GL FEED (WHGLFD), WHICH GLEXTR POSTS AS A TRANSFER FROM
      * ACCRUED INTEREST PAYABLE TO WITHHOLDING TAX PAYABLE.
      *
      * A POSTING RUN THAT IS REVERSED AND RERUN WRITES A FRESH
      * WHEXTR UNDER THE SAME POSTING DATE; THAT DATE'S EARLIER
      * FIGURES ARE BACKED OUT AND REPLACED, THE SAME WAY THE RERUN
      * REPLACES ITS LOANHIST RECORDS, AND ONLY THE DIFFERENCE GOES
      * TO THE LEDGER. AN OLDER EXTRACT PRESENTED AGAIN IS REFUSED.
      * NOTHING IS ACCUMULATED INTO A QUARTER ALREADY REMITTED.
      *
      * REMITTANCE MODE (PARM "REMIT" OR "REMIT YYYYQ") WRITES THE
      * QUARTER'S RETURN FILE (WHRETN) AND REMITTANCE REGISTER
      * (WHREG). THE REGISTER LISTS EVERY DAILY EXTRACT ABSORBED AND
      * EVERY ACCOUNT/PAYEE TOTAL. EACH EXTRACT'S TOTALS ARE TAKEN
      * OFF EVERY RECORD AS IT IS READ, REJECTS INCLUDED, AND MUST
      * CROSS-FOOT TO THE ACCOUNT/PAYEE TOTALS PLUS THE REJECTS OR
      * THE RUN FAILS WITH SEVERITY 12. ACCOUNTS WITHHELD UNDER A
      * MISSING OR INVALID TAXPAYER ID STILL GO ON THE RETURN (THE
      * MONEY IS OWED REGARDLESS) AND ARE LISTED ON AN EXCEPTION
      * PAGE. THE QUARTER IS THEN MARKED REMITTED; A SECOND
      * REMITTANCE RUN FOR IT REPRINTS THE SAME FIGURES. A QUARTER
      * THAT DOES NOT CROSS-FOOT LEAVES WHRETN EMPTY AND IS NOT MARKED
      * REMITTED, SO IT IS REMITTED FOR REAL ONCE THE FIGURES ARE PUT
      * RIGHT.

      * PARM: BLANK = ACCUMULATE TONIGHT'S WHEXTR.
      *       "REMIT"       = REMIT THE QUARTER OF THE BUSINESS DATE.
      *       "REMIT YYYYQ" = REMIT THAT QUARTER (Q = 1-4).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WITHHOLDING-EXTRACT ASSIGN TO "WHEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHEXT-STATUS.

           SELECT WITHHOLDING-QTD-FILE ASSIGN TO "WHQTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHQTD-STATUS.

           SELECT WITHHOLDING-GL-FEED ASSIGN TO "WHGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHGLFD-STATUS.

           SELECT REMITTANCE-RETURN-FILE ASSIGN TO "WHRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHRETN-STATUS.

           SELECT REMITTANCE-REGISTER ASSIGN TO "WHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHREG-STATUS.

           SELECT LOAN-ACCOUNT-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOAN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

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
      * SAME LAYOUT CMPINT01 WRITES.
       FD  WITHHOLDING-EXTRACT.
       01  WITHHOLDING-EXTRACT-RECORD.
           05 WHX-ACCT-NUMBER                  PIC 9(7).
           05 WHX-POSTING-DATE                 PIC 9(8).
           05 WHX-TAXPAYER-ID                  PIC X(9).
           05 WHX-INTEREST-GROSS               PIC S9(9)V99
                 SIGN LEADING SEPARATE.
           05 WHX-WITHHELD                     PIC S9(9)V99
                 SIGN LEADING SEPARATE.

      * QUARTER-TO-DATE FILE, REWRITTEN WHOLE ON EVERY RUN THE WAY
      * TRANEDIT REWRITES RECYCFIL. THREE RECORD TYPES SHARE THE
      * LAYOUT: "E" ONE PER DAILY EXTRACT ABSORBED, "A" ONE PER
      * ACCOUNT AND PAYEE, "R" ONE PER QUARTER ALREADY REMITTED. THE
      * "LAST" FIELDS ON AN ACCOUNT ENTRY HOLD WHAT ITS MOST RECENT
      * EXTRACT CONTRIBUTED, SO A RERUN OF THAT DATE CAN BACK IT OUT.
      * AN EXTRACT ENTRY CARRIES WHAT WAS ABSORBED, WHAT WAS READ AND
      * WHAT WAS REJECTED; ONE WRITTEN BEFORE THE LAST TWO WERE KEPT
      * HAS SPACES THERE AND IS TAKEN AS READ IN FULL, NONE REJECTED.
       FD  WITHHOLDING-QTD-FILE.
       01  WITHHOLDING-QTD-RECORD.
           05 WQ-RECORD-TYPE                   PIC X.
              88 WQ-EXTRACT-ENTRY              VALUE "E".
              88 WQ-ACCOUNT-ENTRY              VALUE "A".
              88 WQ-REMITTED-ENTRY             VALUE "R".
           05 WQ-QUARTER                       PIC 9(5).
           05 WQ-DETAIL                        PIC X(100).
           05 WQ-EXTRACT-DETAIL REDEFINES WQ-DETAIL.
              10 WQE-POSTING-DATE              PIC 9(8).
              10 WQE-RECORD-COUNT              PIC 9(7).
              10 WQE-GROSS                     PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 WQE-WITHHELD                  PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 WQE-READ-GROSS                PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 WQE-READ-WITHHELD             PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 WQE-REJECT-GROSS              PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 WQE-REJECT-WITHHELD           PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 FILLER                        PIC X.
           05 WQ-ACCOUNT-DETAIL REDEFINES WQ-DETAIL.
              10 WQA-ACCT-NUMBER               PIC 9(7).
              10 WQA-TAXPAYER-ID               PIC X(9).
              10 WQA-LAST-DATE                 PIC 9(8).
              10 WQA-LAST-GROSS                PIC S9(9)V99
                    SIGN LEADING SEPARATE.
              10 WQA-LAST-WITHHELD             PIC S9(9)V99
                    SIGN LEADING SEPARATE.
              10 WQA-GROSS                     PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 WQA-WITHHELD                  PIC S9(11)V99
                    SIGN LEADING SEPARATE.
              10 WQA-EXTRACTS                  PIC 999.
              10 FILLER                        PIC X(21).
           05 WQ-REMITTED-DETAIL REDEFINES WQ-DETAIL.
              10 WQR-REMIT-DATE                PIC 9(8).
              10 FILLER                        PIC X(92).

      * ONE RECORD PER RUN - GLEXTR POSTS IT ONLY ON THE BUSINESS
      * DATE IT WAS WRITTEN FOR, SO A STALE FEED IS NEVER POSTED
      * TWICE.
       FD  WITHHOLDING-GL-FEED.
       01  WITHHOLDING-GL-RECORD.
           05 WGF-BUSINESS-DATE                PIC 9(8).
           05 WGF-POSTING-DATE                 PIC 9(8).
           05 WGF-AMOUNT                       PIC S9(11)V99
                 SIGN LEADING SEPARATE.

      * QUARTERLY RETURN: HEADER, ONE DETAIL PER ACCOUNT AND PAYEE,
      * AND A TRAILER CARRYING THE COUNT AND THE AMOUNT REMITTED.
       FD  REMITTANCE-RETURN-FILE.
       01  REMITTANCE-RETURN-RECORD            PIC X(60).

       FD  REMITTANCE-REGISTER.
       01  REMITTANCE-REGISTER-LINE            PIC X(100).

       FD  LOAN-ACCOUNT-MASTER.
       COPY LOANREC.

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

       77  WS-WHEXT-STATUS              PIC XX.
       77  WS-WHQTD-STATUS              PIC XX.
       77  WS-WHGLFD-STATUS             PIC XX.
       77  WS-WHRETN-STATUS             PIC XX.
       77  WS-WHREG-STATUS              PIC XX.
       77  WS-LOAN-STATUS               PIC XX.
      * LATCHED AT OPEN - THE FILE STATUS FIELD ITSELF CHANGES ON
      * EVERY KEYED READ.
       77  WS-LOANMAST-OPEN             PIC X VALUE "N".
           88 LOANMAST-OPEN             VALUE "Y".
       77  WS-ERROR-LOG-STATUS          PIC XX.
       77  WS-RUNSTAT-STATUS            PIC XX.
       77  WS-RUN-SEVERITY              PIC 99 VALUE 0.
       77  WS-PARM-FIELD                PIC X(20).
       77  WS-RUN-MODE                  PIC X VALUE "A".
           88 ACCUMULATE-MODE           VALUE "A".
           88 REMIT-MODE                VALUE "R".
       77  WS-EOF                       PIC X VALUE "N".
           88 NO-MORE-RECORDS           VALUE "Y".
       77  WS-TABLE-FULL                PIC X VALUE "N".
           88 QTD-TABLE-FULL            VALUE "Y".
       77  WS-EXTRACT-REFUSED           PIC X VALUE "N".
           88 EXTRACT-REFUSED           VALUE "Y".
       77  WS-RECORDS-READ              PIC 9(7) VALUE 0.
       77  WS-RECORDS-ACCUMULATED       PIC 9(7) VALUE 0.
       77  WS-RECORDS-REJECTED          PIC 9(7) VALUE 0.
       77  WS-RUN-POSTING-DATE          PIC 9(8) VALUE 0.
       77  WS-RUN-QUARTER               PIC 9(5) VALUE 0.
       77  WS-REMIT-QUARTER             PIC 9(5) VALUE 0.
       77  WS-LATEST-DATE               PIC 9(8) VALUE 0.
       77  WS-EXTRACT-GROSS             PIC S9(11)V99 VALUE 0.
       77  WS-EXTRACT-WITHHELD          PIC S9(11)V99 VALUE 0.
       77  WS-READ-GROSS                PIC S9(11)V99 VALUE 0.
       77  WS-READ-WITHHELD             PIC S9(11)V99 VALUE 0.
       77  WS-REJECT-GROSS              PIC S9(11)V99 VALUE 0.
       77  WS-REJECT-WITHHELD           PIC S9(11)V99 VALUE 0.
       77  WS-BACKOUT-WITHHELD          PIC S9(11)V99 VALUE 0.
       77  WS-GL-AMOUNT                 PIC S9(11)V99 VALUE 0.
       77  WS-REASON                    PIC X(20).
       77  WS-PAYEE-TIN                 PIC X(9).
       77  WS-TIN-OK                    PIC X.
       77  WS-CROSS-FOOT                PIC X VALUE "Y".
           88 CROSS-FOOT-FAILED         VALUE "N".
       77  WS-EXTRACT-COUNT             PIC 999 VALUE 0.
       77  WS-ACCOUNT-COUNT             PIC 9(4) VALUE 0.
       77  WS-REMITTED-COUNT            PIC 999 VALUE 0.
       77  WS-ET-SUB                    PIC 999.
       77  WS-ET-FOUND                  PIC 999.
       77  WS-AT-SUB                    PIC 9(4).
       77  WS-AT-FOUND                  PIC 9(4).
       77  WS-RM-SUB                    PIC 999.
       77  WS-CHECK-QUARTER             PIC 9(5).
       77  WS-QUARTER-RETIRED           PIC X.
           88 QUARTER-RETIRED           VALUE "Y".
       77  WS-QUARTER-REMITTED          PIC X.
           88 QUARTER-REMITTED          VALUE "Y".
       77  WS-REMIT-EXTRACTS            PIC 999 VALUE 0.
       77  WS-REMIT-ACCOUNTS            PIC 9(7) VALUE 0.
       77  WS-REMIT-EXCEPTIONS          PIC 9(7) VALUE 0.
      * TWO INDEPENDENT ACCUMULATIONS OF THE QUARTER'S WITHHOLDING:
      * THE SUM OF THE DAILY EXTRACTS AS READ, AND THE SUM OF THE
      * ACCOUNT/PAYEE TOTALS PLUS THE RECORDS REJECTED. THEY MUST
      * AGREE OR THE RUN FAILS.
       77  WS-EXTRACT-SUM-GROSS         PIC S9(11)V99 VALUE 0.
       77  WS-EXTRACT-SUM-WITHHELD      PIC S9(11)V99 VALUE 0.
       77  WS-REJECT-SUM-GROSS          PIC S9(11)V99 VALUE 0.
       77  WS-REJECT-SUM-WITHHELD       PIC S9(11)V99 VALUE 0.
       77  WS-ACCOUNT-SUM-GROSS         PIC S9(11)V99 VALUE 0.
       77  WS-ACCOUNT-SUM-WITHHELD      PIC S9(11)V99 VALUE 0.

       01  QUARTER-DATE-WORK.
           05 QDW-YEAR                  PIC 9(4).
           05 QDW-MONTH                 PIC 99.
           05 QDW-DAY                   PIC 99.
       01  QUARTER-DATE-NUMERIC REDEFINES QUARTER-DATE-WORK
                                        PIC 9(8).
       01  QUARTER-KEY-WORK.
           05 QKW-YEAR                  PIC 9(4).
           05 QKW-QUARTER               PIC 9.
       01  QUARTER-KEY-NUMERIC REDEFINES QUARTER-KEY-WORK
                                        PIC 9(5).

       01  EXTRACT-CONTROL-TABLE.
           05 EXTRACT-CONTROL-ENTRY OCCURS 200 TIMES.
              10 ET-QUARTER             PIC 9(5).
              10 ET-POSTING-DATE        PIC 9(8).
              10 ET-RECORD-COUNT        PIC 9(7).
              10 ET-GROSS               PIC S9(11)V99.
              10 ET-WITHHELD            PIC S9(11)V99.
              10 ET-READ-GROSS          PIC S9(11)V99.
              10 ET-READ-WITHHELD       PIC S9(11)V99.
              10 ET-REJECT-GROSS        PIC S9(11)V99.
              10 ET-REJECT-WITHHELD     PIC S9(11)V99.

       01  ACCOUNT-QTD-TABLE.
           05 ACCOUNT-QTD-ENTRY OCCURS 2000 TIMES.
              10 AT-QUARTER             PIC 9(5).
              10 AT-ACCT-NUMBER         PIC 9(7).
              10 AT-TAXPAYER-ID         PIC X(9).
              10 AT-LAST-DATE           PIC 9(8).
              10 AT-LAST-GROSS          PIC S9(9)V99.
              10 AT-LAST-WITHHELD       PIC S9(9)V99.
              10 AT-GROSS               PIC S9(11)V99.
              10 AT-WITHHELD            PIC S9(11)V99.
              10 AT-EXTRACTS            PIC 999.

       01  REMITTED-QUARTER-TABLE.
           05 REMITTED-QUARTER-ENTRY OCCURS 100 TIMES.
              10 RM-QUARTER             PIC 9(5).
              10 RM-REMIT-DATE          PIC 9(8).

       01  RETURN-HEADER-RECORD.
           05 RTH-RECORD-TYPE           PIC X VALUE "H".
           05 RTH-QUARTER               PIC 9(5).
           05 RTH-PREPARED-DATE         PIC 9(8).
           05 FILLER                    PIC X(46) VALUE SPACES.

       01  RETURN-DETAIL-RECORD.
           05 RTD-RECORD-TYPE           PIC X VALUE "D".
           05 RTD-ACCT-NUMBER           PIC 9(7).
           05 RTD-TAXPAYER-ID           PIC X(9).
           05 RTD-TIN-FLAG              PIC X.
           05 RTD-GROSS                 PIC S9(11)V99
                 SIGN LEADING SEPARATE.
           05 RTD-WITHHELD              PIC S9(11)V99
                 SIGN LEADING SEPARATE.
           05 FILLER                    PIC X(14) VALUE SPACES.

       01  RETURN-TRAILER-RECORD.
           05 RTT-RECORD-TYPE           PIC X VALUE "T".
           05 RTT-RECORD-COUNT          PIC 9(7).
           05 RTT-GROSS                 PIC S9(11)V99
                 SIGN LEADING SEPARATE.
           05 RTT-WITHHELD              PIC S9(11)V99
                 SIGN LEADING SEPARATE.
           05 FILLER                    PIC X(24) VALUE SPACES.

       01  REGISTER-TITLE-LINE.
           05 FILLER                    PIC X(36)
                 VALUE "BACKUP WITHHOLDING REMITTANCE - QTR ".
           05 RGT-QUARTER               PIC 9(5).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 RGT-REPRINT               PIC X(7).

       01  EXTRACT-SECTION-HEADING.
           05 FILLER                  PIC X(14) VALUE "DAILY EXTRACT ".
           05 FILLER                  PIC X(10) VALUE "RECORDS   ".
           05 FILLER                  PIC X(20)
                 VALUE "GROSS INTEREST      ".
           05 FILLER                  PIC X(8) VALUE "WITHHELD".

       01  EXTRACT-DETAIL-LINE.
           05 EXD-POSTING-DATE          PIC 9(8).
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 EXD-RECORD-COUNT          PIC ZZZZZZ9.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 EXD-GROSS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 EXD-WITHHELD              PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  ACCOUNT-SECTION-HEADING.
           05 FILLER                  PIC X(10) VALUE "ACCOUNT  ".
           05 FILLER                  PIC X(12) VALUE "PAYEE TIN   ".
           05 FILLER                  PIC X(20)
                 VALUE "GROSS INTEREST      ".
           05 FILLER                  PIC X(20)
                 VALUE "WITHHELD            ".
           05 FILLER                  PIC X(8) VALUE "EXTRACTS".

       01  ACCOUNT-DETAIL-LINE.
           05 ACD-ACCT-NUMBER           PIC 9(7).
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 ACD-TAXPAYER-ID           PIC X(9).
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 ACD-GROSS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 ACD-WITHHELD              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 ACD-EXTRACTS              PIC ZZ9.

       01  CROSS-FOOT-FAIL-LINE.
           05 FILLER                  PIC X(50) VALUE
                 "DOES NOT CROSS-FOOT - RETURN NOT WRITTEN, QUARTER ".
           05 FILLER                  PIC X(14) VALUE
                 "NOT REMITTED".

       01  EXCEPTION-PAGE-HEADING.
           05 FILLER                  PIC X(42) VALUE
                 "WITHHELD ACCOUNTS - TAXPAYER ID EXCEPTIONS".

       01  EXCEPTION-DETAIL-LINE.
           05 EXL-ACCT-NUMBER           PIC 9(7).
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 EXL-TAXPAYER-ID           PIC X(9).
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 EXL-WITHHELD              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 EXL-REASON                PIC X(20).

       01  REGISTER-TOTAL-LINE.
           05 TOT-LABEL                 PIC X(18).
           05 TOT-COUNT                 PIC ZZZZZZ9.

       01  REGISTER-AMOUNT-LINE.
           05 TOT-AMOUNT-LABEL          PIC X(18).
           05 TOT-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM STAMP-RUN-HEADER.
           PERFORM SET-RUN-PARAMETERS.
           OPEN EXTEND ERROR-LOG-FILE.
           PERFORM LOAD-QUARTER-TO-DATE.

           IF REMIT-MODE
                PERFORM REMIT-THE-QUARTER
           ELSE
                PERFORM ACCUMULATE-THE-EXTRACT
           END-IF.

           IF QTD-TABLE-FULL
                DISPLAY "WITHHOLDING TABLE FULL - WHQTD NOT UPDATED "
                     "THIS RUN"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                PERFORM WRITE-QUARTER-TO-DATE
           END-IF.
           IF ACCUMULATE-MODE
                PERFORM WRITE-GL-FEED
           END-IF.

           CLOSE ERROR-LOG-FILE.
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

      * A REMITTANCE WITH NO QUARTER NAMED REMITS THE QUARTER THE
      * BUSINESS DATE FALLS IN - THE RUN IS MADE ON THE QUARTER'S
      * LAST BUSINESS DAY, AFTER ITS FINAL POSTING.
       SET-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-FIELD.
           ACCEPT WS-PARM-FIELD FROM COMMAND-LINE.
           IF WS-PARM-FIELD(1:5) = "REMIT"
                MOVE "R" TO WS-RUN-MODE
                MOVE RH-RUN-DATE TO QUARTER-DATE-NUMERIC
                PERFORM DERIVE-QUARTER-KEY
                MOVE QUARTER-KEY-NUMERIC TO WS-REMIT-QUARTER
                IF WS-PARM-FIELD(7:5) IS NUMERIC
                     MOVE WS-PARM-FIELD(7:5) TO QUARTER-KEY-NUMERIC
                     IF QKW-QUARTER >= 1 AND QKW-QUARTER <= 4
                          MOVE QUARTER-KEY-NUMERIC TO WS-REMIT-QUARTER
                     END-IF
                END-IF
           END-IF.

       DERIVE-QUARTER-KEY.
           MOVE QDW-YEAR TO QKW-YEAR.
           COMPUTE QKW-QUARTER = (QDW-MONTH + 2) / 3.

      ******************************************************************
      * QUARTER-TO-DATE FILE
      ******************************************************************
      * NO WHQTD YET (STATUS 35) IS A FRESH START.
       LOAD-QUARTER-TO-DATE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT WITHHOLDING-QTD-FILE.
           IF WS-WHQTD-STATUS = "00"
                PERFORM UNTIL NO-MORE-RECORDS
                    READ WITHHOLDING-QTD-FILE
                         AT END
                              MOVE "Y" TO WS-EOF
                         NOT AT END
                              PERFORM STORE-ONE-QTD-ENTRY
                    END-READ
                END-PERFORM
                CLOSE WITHHOLDING-QTD-FILE
           END-IF.

       STORE-ONE-QTD-ENTRY.
           EVALUATE TRUE
                 WHEN WQ-EXTRACT-ENTRY
                      IF WS-EXTRACT-COUNT >= 200
                           MOVE "Y" TO WS-TABLE-FULL
                      ELSE
                           ADD 1 TO WS-EXTRACT-COUNT
                           MOVE WS-EXTRACT-COUNT TO WS-ET-SUB
                           MOVE WQ-QUARTER TO ET-QUARTER (WS-ET-SUB)
                           MOVE WQE-POSTING-DATE TO
                                ET-POSTING-DATE (WS-ET-SUB)
                           MOVE WQE-RECORD-COUNT TO
                                ET-RECORD-COUNT (WS-ET-SUB)
                           MOVE WQE-GROSS TO ET-GROSS (WS-ET-SUB)
                           MOVE WQE-WITHHELD TO ET-WITHHELD (WS-ET-SUB)
                           PERFORM STORE-EXTRACT-READ-TOTALS
                      END-IF
                 WHEN WQ-ACCOUNT-ENTRY
                      IF WS-ACCOUNT-COUNT >= 2000
                           MOVE "Y" TO WS-TABLE-FULL
                      ELSE
                           ADD 1 TO WS-ACCOUNT-COUNT
                           MOVE WS-ACCOUNT-COUNT TO WS-AT-SUB
                           MOVE WQ-QUARTER TO AT-QUARTER (WS-AT-SUB)
                           MOVE WQA-ACCT-NUMBER TO
                                AT-ACCT-NUMBER (WS-AT-SUB)
                           MOVE WQA-TAXPAYER-ID TO
                                AT-TAXPAYER-ID (WS-AT-SUB)
                           MOVE WQA-LAST-DATE TO
                                AT-LAST-DATE (WS-AT-SUB)
                           MOVE WQA-LAST-GROSS TO
                                AT-LAST-GROSS (WS-AT-SUB)
                           MOVE WQA-LAST-WITHHELD TO
                                AT-LAST-WITHHELD (WS-AT-SUB)
                           MOVE WQA-GROSS TO AT-GROSS (WS-AT-SUB)
                           MOVE WQA-WITHHELD TO AT-WITHHELD (WS-AT-SUB)
                           MOVE WQA-EXTRACTS TO AT-EXTRACTS (WS-AT-SUB)
                      END-IF
                 WHEN WQ-REMITTED-ENTRY
                      IF WS-REMITTED-COUNT >= 100
                           MOVE "Y" TO WS-TABLE-FULL
                      ELSE
                           ADD 1 TO WS-REMITTED-COUNT
                           MOVE WQ-QUARTER TO
                                RM-QUARTER (WS-REMITTED-COUNT)
                           MOVE WQR-REMIT-DATE TO
                                RM-REMIT-DATE (WS-REMITTED-COUNT)
                      END-IF
                 WHEN OTHER
                      CONTINUE
           END-EVALUATE.

       STORE-EXTRACT-READ-TOTALS.
           IF WQE-READ-GROSS IS NUMERIC AND
              WQE-READ-WITHHELD IS NUMERIC AND
              WQE-REJECT-GROSS IS NUMERIC AND
              WQE-REJECT-WITHHELD IS NUMERIC
                MOVE WQE-READ-GROSS TO ET-READ-GROSS (WS-ET-SUB)
                MOVE WQE-READ-WITHHELD TO ET-READ-WITHHELD (WS-ET-SUB)
                MOVE WQE-REJECT-GROSS TO ET-REJECT-GROSS (WS-ET-SUB)
                MOVE WQE-REJECT-WITHHELD TO
                     ET-REJECT-WITHHELD (WS-ET-SUB)
           ELSE
                MOVE WQE-GROSS TO ET-READ-GROSS (WS-ET-SUB)
                MOVE WQE-WITHHELD TO ET-READ-WITHHELD (WS-ET-SUB)
                MOVE 0 TO ET-REJECT-GROSS (WS-ET-SUB)
                MOVE 0 TO ET-REJECT-WITHHELD (WS-ET-SUB)
           END-IF.

      * THE TABLE OVERFLOWED ON LOAD OR DURING THE RUN, SO A
      * WRITE-BACK WOULD DROP ENTRIES - THE CALLER LEAVES THE FILE
      * UNTOUCHED INSTEAD.
       WRITE-QUARTER-TO-DATE.
           OPEN OUTPUT WITHHOLDING-QTD-FILE.
           PERFORM WRITE-ONE-REMITTED-ENTRY
                VARYING WS-RM-SUB FROM 1 BY 1
                     UNTIL WS-RM-SUB > WS-REMITTED-COUNT.
           PERFORM WRITE-ONE-EXTRACT-ENTRY
                VARYING WS-ET-SUB FROM 1 BY 1
                     UNTIL WS-ET-SUB > WS-EXTRACT-COUNT.
           PERFORM WRITE-ONE-ACCOUNT-ENTRY
                VARYING WS-AT-SUB FROM 1 BY 1
                     UNTIL WS-AT-SUB > WS-ACCOUNT-COUNT.
           CLOSE WITHHOLDING-QTD-FILE.

      * ON A REMITTANCE RUN, DETAIL FOR AN EARLIER QUARTER THAT HAS
      * ALREADY BEEN REMITTED IS DROPPED - ITS FIGURES LIVE ON ITS
      * RETURN. THE QUARTER JUST REMITTED STAYS SO A REPRINT CAN BE
      * RUN, AND AN EARLIER QUARTER NEVER REMITTED STAYS UNTIL IT IS.
       CHECK-QUARTER-RETIRED.
           MOVE "N" TO WS-QUARTER-RETIRED.
           IF REMIT-MODE AND WS-CHECK-QUARTER < WS-REMIT-QUARTER
                PERFORM VARYING WS-RM-SUB FROM 1 BY 1
                          UNTIL WS-RM-SUB > WS-REMITTED-COUNT
                     IF RM-QUARTER (WS-RM-SUB) = WS-CHECK-QUARTER
                          MOVE "Y" TO WS-QUARTER-RETIRED
                     END-IF
                END-PERFORM
           END-IF.

       WRITE-ONE-REMITTED-ENTRY.
           MOVE SPACES TO WITHHOLDING-QTD-RECORD.
           MOVE "R" TO WQ-RECORD-TYPE.
           MOVE RM-QUARTER (WS-RM-SUB) TO WQ-QUARTER.
           MOVE RM-REMIT-DATE (WS-RM-SUB) TO WQR-REMIT-DATE.
           WRITE WITHHOLDING-QTD-RECORD.

       WRITE-ONE-EXTRACT-ENTRY.
           MOVE ET-QUARTER (WS-ET-SUB) TO WS-CHECK-QUARTER.
           PERFORM CHECK-QUARTER-RETIRED.
           IF NOT QUARTER-RETIRED
                MOVE SPACES TO WITHHOLDING-QTD-RECORD
                MOVE "E" TO WQ-RECORD-TYPE
                MOVE ET-QUARTER (WS-ET-SUB) TO WQ-QUARTER
                MOVE ET-POSTING-DATE (WS-ET-SUB) TO WQE-POSTING-DATE
                MOVE ET-RECORD-COUNT (WS-ET-SUB) TO WQE-RECORD-COUNT
                MOVE ET-GROSS (WS-ET-SUB) TO WQE-GROSS
                MOVE ET-WITHHELD (WS-ET-SUB) TO WQE-WITHHELD
                MOVE ET-READ-GROSS (WS-ET-SUB) TO WQE-READ-GROSS
                MOVE ET-READ-WITHHELD (WS-ET-SUB) TO WQE-READ-WITHHELD
                MOVE ET-REJECT-GROSS (WS-ET-SUB) TO WQE-REJECT-GROSS
                MOVE ET-REJECT-WITHHELD (WS-ET-SUB) TO
                     WQE-REJECT-WITHHELD
                WRITE WITHHOLDING-QTD-RECORD
           END-IF.

       WRITE-ONE-ACCOUNT-ENTRY.
           MOVE AT-QUARTER (WS-AT-SUB) TO WS-CHECK-QUARTER.
           PERFORM CHECK-QUARTER-RETIRED.
           IF NOT QUARTER-RETIRED
                MOVE SPACES TO WITHHOLDING-QTD-RECORD
                MOVE "A" TO WQ-RECORD-TYPE
                MOVE AT-QUARTER (WS-AT-SUB) TO WQ-QUARTER
                MOVE AT-ACCT-NUMBER (WS-AT-SUB) TO WQA-ACCT-NUMBER
                MOVE AT-TAXPAYER-ID (WS-AT-SUB) TO WQA-TAXPAYER-ID
                MOVE AT-LAST-DATE (WS-AT-SUB) TO WQA-LAST-DATE
                MOVE AT-LAST-GROSS (WS-AT-SUB) TO WQA-LAST-GROSS
                MOVE AT-LAST-WITHHELD (WS-AT-SUB) TO WQA-LAST-WITHHELD
                MOVE AT-GROSS (WS-AT-SUB) TO WQA-GROSS
                MOVE AT-WITHHELD (WS-AT-SUB) TO WQA-WITHHELD
                MOVE AT-EXTRACTS (WS-AT-SUB) TO WQA-EXTRACTS
                WRITE WITHHOLDING-QTD-RECORD
           END-IF.

      ******************************************************************
      * ACCUMULATE TONIGHT'S EXTRACT
      ******************************************************************
      * THE WHOLE EXTRACT CARRIES ONE POSTING DATE, TAKEN OFF ITS
      * FIRST RECORD. A MISSING EXTRACT MEANS NO POSTING RUN SINCE
      * THE LAST ONE ABSORBED - NOTHING TO DO, AND A ZERO GL FEED.
       ACCUMULATE-THE-EXTRACT.
           OPEN INPUT WITHHOLDING-EXTRACT.
           IF WS-WHEXT-STATUS NOT = "00"
                DISPLAY "NO WITHHOLDING EXTRACT - STATUS "
                     WS-WHEXT-STATUS "  NOTHING ACCUMULATED"
           ELSE
                MOVE "N" TO WS-EOF
                READ WITHHOLDING-EXTRACT
                     AT END
                          MOVE "Y" TO WS-EOF
                END-READ
                IF WS-WHEXT-STATUS = "00"
                     IF WHX-POSTING-DATE IS NUMERIC
                          MOVE WHX-POSTING-DATE TO WS-RUN-POSTING-DATE
                          PERFORM CHECK-EXTRACT-DATE
                     ELSE
                          MOVE "Y" TO WS-EXTRACT-REFUSED
                          MOVE "INVALID POSTING DATE" TO WS-REASON
                     END-IF
                     IF EXTRACT-REFUSED
                          PERFORM REFUSE-THE-EXTRACT
                     ELSE
                          PERFORM OPEN-LOAN-MASTER
                          PERFORM ABSORB-THE-EXTRACT
                          IF LOANMAST-OPEN
                               CLOSE LOAN-ACCOUNT-MASTER
                          END-IF
                     END-IF
                END-IF
                CLOSE WITHHOLDING-EXTRACT
           END-IF.

      * DECIDES WHETHER THE EXTRACT IS NEW, A RERUN OF THE LATEST
      * POSTING DATE (BACKED OUT AND REPLACED), OR SOMETHING THAT
      * CANNOT BE TAKEN.
       CHECK-EXTRACT-DATE.
           MOVE WS-RUN-POSTING-DATE TO QUARTER-DATE-NUMERIC.
           PERFORM DERIVE-QUARTER-KEY.
           MOVE QUARTER-KEY-NUMERIC TO WS-RUN-QUARTER.
           MOVE "N" TO WS-QUARTER-REMITTED.
           PERFORM VARYING WS-RM-SUB FROM 1 BY 1
                     UNTIL WS-RM-SUB > WS-REMITTED-COUNT
                IF RM-QUARTER (WS-RM-SUB) = WS-RUN-QUARTER
                     MOVE "Y" TO WS-QUARTER-REMITTED
                END-IF
           END-PERFORM.
           MOVE 0 TO WS-LATEST-DATE.
           MOVE 0 TO WS-ET-FOUND.
           PERFORM VARYING WS-ET-SUB FROM 1 BY 1
                     UNTIL WS-ET-SUB > WS-EXTRACT-COUNT
                IF ET-POSTING-DATE (WS-ET-SUB) > WS-LATEST-DATE
                     MOVE ET-POSTING-DATE (WS-ET-SUB) TO WS-LATEST-DATE
                END-IF
                IF ET-POSTING-DATE (WS-ET-SUB) = WS-RUN-POSTING-DATE
                     MOVE WS-ET-SUB TO WS-ET-FOUND
                END-IF
           END-PERFORM.
           IF QUARTER-REMITTED
                MOVE "Y" TO WS-EXTRACT-REFUSED
                MOVE "QUARTER REMITTED" TO WS-REASON
           ELSE
           IF WS-ET-FOUND NOT = 0 AND
              WS-RUN-POSTING-DATE < WS-LATEST-DATE
                MOVE "Y" TO WS-EXTRACT-REFUSED
                MOVE "ALREADY ACCUMULATED" TO WS-REASON
           ELSE
           IF WS-ET-FOUND NOT = 0
                PERFORM BACK-OUT-POSTING-DATE
           END-IF
           END-IF
           END-IF.

      * A REFUSED EXTRACT ACCUMULATES NOTHING. WITHHOLDING THAT
      * ARRIVES FOR A QUARTER ALREADY REMITTED IS MONEY HELD BUT NOT
      * REPORTED, SO THAT ONE NEEDS A PERSON (SEVERITY 8); AN OLD
      * EXTRACT SEEN AGAIN IS ALREADY COUNTED (SEVERITY 4).
       REFUSE-THE-EXTRACT.
           DISPLAY "WITHHOLDING EXTRACT REFUSED - " WS-REASON
                " - POSTING DATE " WS-RUN-POSTING-DATE.
           MOVE WS-RUN-POSTING-DATE TO EL-INPUT-VALUE.
           MOVE WS-REASON TO EL-ERROR-TEXT.
           PERFORM LOG-ERROR-ENTRY.
           IF WS-REASON = "QUARTER REMITTED"
                IF WS-RUN-SEVERITY < 8
                     MOVE 8 TO WS-RUN-SEVERITY
                END-IF
           ELSE
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      * THE POSTING DATE WAS ABSORBED ONCE ALREADY AND IS STILL THE
      * LATEST, SO EVERY ACCOUNT'S LAST CONTRIBUTION FOR IT IS STILL
      * ON ITS ENTRY. TAKE THEM ALL BACK OUT, AND THE CONTROL ENTRY
      * WITH THEM; THE GL FEED CARRIES ONLY THE NET CHANGE.
       BACK-OUT-POSTING-DATE.
           MOVE ET-WITHHELD (WS-ET-FOUND) TO WS-BACKOUT-WITHHELD.
           MOVE 0 TO ET-RECORD-COUNT (WS-ET-FOUND).
           MOVE 0 TO ET-GROSS (WS-ET-FOUND).
           MOVE 0 TO ET-WITHHELD (WS-ET-FOUND).
           MOVE 0 TO ET-READ-GROSS (WS-ET-FOUND).
           MOVE 0 TO ET-READ-WITHHELD (WS-ET-FOUND).
           MOVE 0 TO ET-REJECT-GROSS (WS-ET-FOUND).
           MOVE 0 TO ET-REJECT-WITHHELD (WS-ET-FOUND).
           PERFORM VARYING WS-AT-SUB FROM 1 BY 1
                     UNTIL WS-AT-SUB > WS-ACCOUNT-COUNT
                IF AT-LAST-DATE (WS-AT-SUB) = WS-RUN-POSTING-DATE
                     SUBTRACT AT-LAST-GROSS (WS-AT-SUB)
                          FROM AT-GROSS (WS-AT-SUB)
                     SUBTRACT AT-LAST-WITHHELD (WS-AT-SUB)
                          FROM AT-WITHHELD (WS-AT-SUB)
                     SUBTRACT 1 FROM AT-EXTRACTS (WS-AT-SUB)
                     MOVE 0 TO AT-LAST-GROSS (WS-AT-SUB)
                     MOVE 0 TO AT-LAST-WITHHELD (WS-AT-SUB)
                     MOVE 0 TO AT-LAST-DATE (WS-AT-SUB)
                END-IF
           END-PERFORM.
           DISPLAY "POSTING DATE " WS-RUN-POSTING-DATE
                " RE-PRESENTED - EARLIER FIGURES BACKED OUT".

       OPEN-LOAN-MASTER.
           OPEN INPUT LOAN-ACCOUNT-MASTER.
           IF WS-LOAN-STATUS = "00"
                MOVE "Y" TO WS-LOANMAST-OPEN
           ELSE
                DISPLAY "LOAN-ACCOUNT-MASTER NOT AVAILABLE - STATUS "
                     WS-LOAN-STATUS "  EXTRACT TAXPAYER IDS USED"
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

      * THE FIRST RECORD IS ALREADY IN THE BUFFER. EVERY RECORD READ
      * IS TOTALLED AS IT COMES OFF THE FILE, BEFORE IT IS EDITED,
      * SO THE REMITTANCE CAN PROVE THAT EACH ONE REACHED AN ACCOUNT
      * OR WAS REJECTED.
       ABSORB-THE-EXTRACT.
           IF WS-ET-FOUND = 0
                IF WS-EXTRACT-COUNT >= 200
                     MOVE "Y" TO WS-TABLE-FULL
                ELSE
                     ADD 1 TO WS-EXTRACT-COUNT
                     MOVE WS-EXTRACT-COUNT TO WS-ET-FOUND
                     MOVE WS-RUN-QUARTER TO ET-QUARTER (WS-ET-FOUND)
                     MOVE WS-RUN-POSTING-DATE TO
                          ET-POSTING-DATE (WS-ET-FOUND)
                     MOVE 0 TO ET-RECORD-COUNT (WS-ET-FOUND)
                     MOVE 0 TO ET-GROSS (WS-ET-FOUND)
                     MOVE 0 TO ET-WITHHELD (WS-ET-FOUND)
                END-IF
           END-IF.
           IF NOT QTD-TABLE-FULL
                PERFORM UNTIL NO-MORE-RECORDS
                    ADD 1 TO WS-RECORDS-READ
                    IF WHX-INTEREST-GROSS IS NUMERIC
                         ADD WHX-INTEREST-GROSS TO WS-READ-GROSS
                    END-IF
                    IF WHX-WITHHELD IS NUMERIC
                         ADD WHX-WITHHELD TO WS-READ-WITHHELD
                    END-IF
                    PERFORM ABSORB-ONE-RECORD
                    READ WITHHOLDING-EXTRACT
                         AT END
                              MOVE "Y" TO WS-EOF
                    END-READ
                END-PERFORM
                MOVE WS-EXTRACT-GROSS TO ET-GROSS (WS-ET-FOUND)
                MOVE WS-EXTRACT-WITHHELD TO ET-WITHHELD (WS-ET-FOUND)
                MOVE WS-READ-GROSS TO ET-READ-GROSS (WS-ET-FOUND)
                MOVE WS-READ-WITHHELD TO ET-READ-WITHHELD (WS-ET-FOUND)
                MOVE WS-REJECT-GROSS TO ET-REJECT-GROSS (WS-ET-FOUND)
                MOVE WS-REJECT-WITHHELD TO
                     ET-REJECT-WITHHELD (WS-ET-FOUND)
                MOVE WS-RECORDS-ACCUMULATED TO
                     ET-RECORD-COUNT (WS-ET-FOUND)
                COMPUTE WS-GL-AMOUNT =
                     WS-EXTRACT-WITHHELD - WS-BACKOUT-WITHHELD
                DISPLAY "WITHHOLDING ACCUMULATED - POSTING DATE "
                     WS-RUN-POSTING-DATE "  RECORDS "
                     WS-RECORDS-ACCUMULATED
           END-IF.

      * THE PAYEE IS WHOEVER THE LOAN MASTER NAMES TODAY; AN ACCOUNT
      * NO LONGER ON THE MASTER KEEPS THE ID THE EXTRACT CARRIED.
       ABSORB-ONE-RECORD.
           IF WHX-ACCT-NUMBER NOT IS NUMERIC OR
              WHX-WITHHELD NOT IS NUMERIC OR
              WHX-INTEREST-GROSS NOT IS NUMERIC
                MOVE "INVALID EXTRACT" TO WS-REASON
                PERFORM REJECT-ONE-RECORD
           ELSE
           IF WHX-POSTING-DATE NOT = WS-RUN-POSTING-DATE
                MOVE "MIXED POSTING DATE" TO WS-REASON
                PERFORM REJECT-ONE-RECORD
           ELSE
                MOVE WHX-TAXPAYER-ID TO WS-PAYEE-TIN
                IF LOANMAST-OPEN
                     MOVE WHX-ACCT-NUMBER TO LOAN-ACCT-NUMBER
                     READ LOAN-ACCOUNT-MASTER
                          NOT INVALID KEY
                               MOVE LOAN-TAXPAYER-ID TO WS-PAYEE-TIN
                     END-READ
                END-IF
                PERFORM FIND-ACCOUNT-ENTRY
                IF WS-AT-FOUND NOT = 0
                     PERFORM ADD-TO-ACCOUNT-ENTRY
                END-IF
           END-IF
           END-IF.

       FIND-ACCOUNT-ENTRY.
           MOVE 0 TO WS-AT-FOUND.
           PERFORM VARYING WS-AT-SUB FROM 1 BY 1
                     UNTIL WS-AT-SUB > WS-ACCOUNT-COUNT
                IF AT-QUARTER (WS-AT-SUB) = WS-RUN-QUARTER AND
                   AT-ACCT-NUMBER (WS-AT-SUB) = WHX-ACCT-NUMBER AND
                   AT-TAXPAYER-ID (WS-AT-SUB) = WS-PAYEE-TIN
                     MOVE WS-AT-SUB TO WS-AT-FOUND
                     MOVE WS-ACCOUNT-COUNT TO WS-AT-SUB
                END-IF
           END-PERFORM.
           IF WS-AT-FOUND = 0
                IF WS-ACCOUNT-COUNT >= 2000
                     MOVE "Y" TO WS-TABLE-FULL
                ELSE
                     ADD 1 TO WS-ACCOUNT-COUNT
                     MOVE WS-ACCOUNT-COUNT TO WS-AT-FOUND
                     MOVE WS-RUN-QUARTER TO AT-QUARTER (WS-AT-FOUND)
                     MOVE WHX-ACCT-NUMBER TO
                          AT-ACCT-NUMBER (WS-AT-FOUND)
                     MOVE WS-PAYEE-TIN TO AT-TAXPAYER-ID (WS-AT-FOUND)
                     MOVE 0 TO AT-LAST-DATE (WS-AT-FOUND)
                     MOVE 0 TO AT-LAST-GROSS (WS-AT-FOUND)
                     MOVE 0 TO AT-LAST-WITHHELD (WS-AT-FOUND)
                     MOVE 0 TO AT-GROSS (WS-AT-FOUND)
                     MOVE 0 TO AT-WITHHELD (WS-AT-FOUND)
                     MOVE 0 TO AT-EXTRACTS (WS-AT-FOUND)
                END-IF
           END-IF.

       ADD-TO-ACCOUNT-ENTRY.
           IF AT-LAST-DATE (WS-AT-FOUND) NOT = WS-RUN-POSTING-DATE
                MOVE WS-RUN-POSTING-DATE TO AT-LAST-DATE (WS-AT-FOUND)
                MOVE 0 TO AT-LAST-GROSS (WS-AT-FOUND)
                MOVE 0 TO AT-LAST-WITHHELD (WS-AT-FOUND)
                ADD 1 TO AT-EXTRACTS (WS-AT-FOUND)
           END-IF.
           ADD WHX-INTEREST-GROSS TO AT-LAST-GROSS (WS-AT-FOUND).
           ADD WHX-WITHHELD TO AT-LAST-WITHHELD (WS-AT-FOUND).
           ADD WHX-INTEREST-GROSS TO AT-GROSS (WS-AT-FOUND).
           ADD WHX-WITHHELD TO AT-WITHHELD (WS-AT-FOUND).
           ADD WHX-INTEREST-GROSS TO WS-EXTRACT-GROSS.
           ADD WHX-WITHHELD TO WS-EXTRACT-WITHHELD.
           ADD 1 TO WS-RECORDS-ACCUMULATED.

      * AN AMOUNT THAT IS NOT NUMERIC WAS NOT TOTALLED ON READING
      * EITHER, SO IT IS LEFT OUT HERE TOO.
       REJECT-ONE-RECORD.
           ADD 1 TO WS-RECORDS-REJECTED.
           IF WHX-INTEREST-GROSS IS NUMERIC
                ADD WHX-INTEREST-GROSS TO WS-REJECT-GROSS
           END-IF.
           IF WHX-WITHHELD IS NUMERIC
                ADD WHX-WITHHELD TO WS-REJECT-WITHHELD
           END-IF.
           MOVE WITHHOLDING-EXTRACT-RECORD(1:21) TO EL-INPUT-VALUE.
           MOVE WS-REASON TO EL-ERROR-TEXT.
           PERFORM LOG-ERROR-ENTRY.
           IF WS-RUN-SEVERITY < 4
                MOVE 4 TO WS-RUN-SEVERITY
           END-IF.

      * WRITTEN ON EVERY ACCUMULATION RUN, ZERO WHEN NOTHING NEW WAS
      * TAKEN, SO YESTERDAY'S FEED NEVER LINGERS FOR GLEXTR. A SECOND
      * RUN UNDER THE SAME BUSINESS DATE ADDS ITS CHANGE TO WHAT THE
      * FIRST ONE FED. WHEN THE QUARTER-TO-DATE FILE COULD NOT BE
      * UPDATED NOTHING NEW GOES TO THE LEDGER EITHER - THE TWO MUST
      * MOVE TOGETHER.
       WRITE-GL-FEED.
           IF QTD-TABLE-FULL
                MOVE 0 TO WS-GL-AMOUNT
           END-IF.
           OPEN INPUT WITHHOLDING-GL-FEED.
           IF WS-WHGLFD-STATUS = "00"
                READ WITHHOLDING-GL-FEED
                     NOT AT END
                          IF WGF-BUSINESS-DATE = RH-RUN-DATE AND
                             WGF-AMOUNT IS NUMERIC
                               ADD WGF-AMOUNT TO WS-GL-AMOUNT
                          END-IF
                END-READ
                CLOSE WITHHOLDING-GL-FEED
           END-IF.
           OPEN OUTPUT WITHHOLDING-GL-FEED.
           MOVE RH-RUN-DATE TO WGF-BUSINESS-DATE.
           MOVE WS-RUN-POSTING-DATE TO WGF-POSTING-DATE.
           MOVE WS-GL-AMOUNT TO WGF-AMOUNT.
           WRITE WITHHOLDING-GL-RECORD.
           CLOSE WITHHOLDING-GL-FEED.

      ******************************************************************
      * QUARTERLY REMITTANCE
      ******************************************************************
       REMIT-THE-QUARTER.
           OPEN OUTPUT REMITTANCE-REGISTER.
           OPEN OUTPUT REMITTANCE-RETURN-FILE.
           WRITE REMITTANCE-REGISTER-LINE FROM WS-RUN-HEADER.
           MOVE "N" TO WS-QUARTER-REMITTED.
           PERFORM VARYING WS-RM-SUB FROM 1 BY 1
                     UNTIL WS-RM-SUB > WS-REMITTED-COUNT
                IF RM-QUARTER (WS-RM-SUB) = WS-REMIT-QUARTER
                     MOVE "Y" TO WS-QUARTER-REMITTED
                END-IF
           END-PERFORM.
           MOVE WS-REMIT-QUARTER TO RGT-QUARTER.
           IF QUARTER-REMITTED
                MOVE "REPRINT" TO RGT-REPRINT
           ELSE
                MOVE SPACES TO RGT-REPRINT
           END-IF.
           WRITE REMITTANCE-REGISTER-LINE FROM REGISTER-TITLE-LINE.
           WRITE REMITTANCE-REGISTER-LINE FROM SPACES.

           WRITE REMITTANCE-REGISTER-LINE FROM EXTRACT-SECTION-HEADING.
           PERFORM LIST-ONE-EXTRACT
                VARYING WS-ET-SUB FROM 1 BY 1
                     UNTIL WS-ET-SUB > WS-EXTRACT-COUNT.
           WRITE REMITTANCE-REGISTER-LINE FROM SPACES.

           MOVE WS-REMIT-QUARTER TO RTH-QUARTER.
           MOVE RH-RUN-DATE TO RTH-PREPARED-DATE.
           WRITE REMITTANCE-RETURN-RECORD FROM RETURN-HEADER-RECORD.
           WRITE REMITTANCE-REGISTER-LINE FROM ACCOUNT-SECTION-HEADING.
           PERFORM LIST-ONE-ACCOUNT
                VARYING WS-AT-SUB FROM 1 BY 1
                     UNTIL WS-AT-SUB > WS-ACCOUNT-COUNT.
           MOVE WS-REMIT-ACCOUNTS TO RTT-RECORD-COUNT.
           MOVE WS-ACCOUNT-SUM-GROSS TO RTT-GROSS.
           MOVE WS-ACCOUNT-SUM-WITHHELD TO RTT-WITHHELD.
           WRITE REMITTANCE-RETURN-RECORD FROM RETURN-TRAILER-RECORD.

           PERFORM WRITE-REMITTANCE-TOTALS.
           PERFORM WRITE-EXCEPTION-PAGE.
           PERFORM CHECK-CROSS-FOOT.
           CLOSE REMITTANCE-REGISTER.
           CLOSE REMITTANCE-RETURN-FILE.
           IF CROSS-FOOT-FAILED
                OPEN OUTPUT REMITTANCE-RETURN-FILE
                CLOSE REMITTANCE-RETURN-FILE
           END-IF.

           IF NOT QUARTER-REMITTED AND NOT CROSS-FOOT-FAILED
                IF WS-REMITTED-COUNT >= 100
                     MOVE "Y" TO WS-TABLE-FULL
                ELSE
                     ADD 1 TO WS-REMITTED-COUNT
                     MOVE WS-REMIT-QUARTER TO
                          RM-QUARTER (WS-REMITTED-COUNT)
                     MOVE RH-RUN-DATE TO
                          RM-REMIT-DATE (WS-REMITTED-COUNT)
                END-IF
           END-IF.
           DISPLAY "WITHHOLDING REMITTANCE COMPLETE - QUARTER "
                WS-REMIT-QUARTER "  ACCOUNTS " WS-REMIT-ACCOUNTS.

       LIST-ONE-EXTRACT.
           IF ET-QUARTER (WS-ET-SUB) = WS-REMIT-QUARTER
                ADD 1 TO WS-REMIT-EXTRACTS
                ADD ET-READ-GROSS (WS-ET-SUB) TO WS-EXTRACT-SUM-GROSS
                ADD ET-READ-WITHHELD (WS-ET-SUB) TO
                     WS-EXTRACT-SUM-WITHHELD
                ADD ET-REJECT-GROSS (WS-ET-SUB) TO WS-REJECT-SUM-GROSS
                ADD ET-REJECT-WITHHELD (WS-ET-SUB) TO
                     WS-REJECT-SUM-WITHHELD
                MOVE ET-POSTING-DATE (WS-ET-SUB) TO EXD-POSTING-DATE
                MOVE ET-RECORD-COUNT (WS-ET-SUB) TO EXD-RECORD-COUNT
                MOVE ET-GROSS (WS-ET-SUB) TO EXD-GROSS
                MOVE ET-WITHHELD (WS-ET-SUB) TO EXD-WITHHELD
                WRITE REMITTANCE-REGISTER-LINE FROM EXTRACT-DETAIL-LINE
           END-IF.

      * AN ENTRY WHOSE ONLY EXTRACT WAS BACKED OUT AND NEVER REPLACED
      * HAS NOTHING WITHHELD AND IS LEFT OFF THE RETURN.
       LIST-ONE-ACCOUNT.
           IF AT-QUARTER (WS-AT-SUB) = WS-REMIT-QUARTER AND
              (AT-WITHHELD (WS-AT-SUB) NOT = 0 OR
               AT-GROSS (WS-AT-SUB) NOT = 0)
                ADD 1 TO WS-REMIT-ACCOUNTS
                ADD AT-GROSS (WS-AT-SUB) TO WS-ACCOUNT-SUM-GROSS
                ADD AT-WITHHELD (WS-AT-SUB) TO WS-ACCOUNT-SUM-WITHHELD
                MOVE AT-ACCT-NUMBER (WS-AT-SUB) TO ACD-ACCT-NUMBER
                MOVE AT-TAXPAYER-ID (WS-AT-SUB) TO ACD-TAXPAYER-ID
                MOVE AT-GROSS (WS-AT-SUB) TO ACD-GROSS
                MOVE AT-WITHHELD (WS-AT-SUB) TO ACD-WITHHELD
                MOVE AT-EXTRACTS (WS-AT-SUB) TO ACD-EXTRACTS
                WRITE REMITTANCE-REGISTER-LINE FROM ACCOUNT-DETAIL-LINE
                PERFORM CHECK-PAYEE-TIN
                MOVE AT-ACCT-NUMBER (WS-AT-SUB) TO RTD-ACCT-NUMBER
                MOVE AT-TAXPAYER-ID (WS-AT-SUB) TO RTD-TAXPAYER-ID
                IF WS-TIN-OK = "Y"
                     MOVE SPACE TO RTD-TIN-FLAG
                ELSE
                     MOVE "X" TO RTD-TIN-FLAG
                     ADD 1 TO WS-REMIT-EXCEPTIONS
                END-IF
                MOVE AT-GROSS (WS-AT-SUB) TO RTD-GROSS
                MOVE AT-WITHHELD (WS-AT-SUB) TO RTD-WITHHELD
                WRITE REMITTANCE-RETURN-RECORD
                     FROM RETURN-DETAIL-RECORD
           END-IF.

       CHECK-PAYEE-TIN.
           MOVE "Y" TO WS-TIN-OK.
           MOVE SPACES TO WS-REASON.
           IF AT-TAXPAYER-ID (WS-AT-SUB) = SPACES
                MOVE "N" TO WS-TIN-OK
                MOVE "TAXPAYER ID MISSING" TO WS-REASON
           ELSE
           IF AT-TAXPAYER-ID (WS-AT-SUB) NOT IS NUMERIC OR
              AT-TAXPAYER-ID (WS-AT-SUB) = ALL "0"
                MOVE "N" TO WS-TIN-OK
                MOVE "TAXPAYER ID INVALID" TO WS-REASON
           END-IF
           END-IF.

       WRITE-REMITTANCE-TOTALS.
           WRITE REMITTANCE-REGISTER-LINE FROM SPACES.
           MOVE "DAILY EXTRACTS    " TO TOT-LABEL.
           MOVE WS-REMIT-EXTRACTS TO TOT-COUNT.
           WRITE REMITTANCE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ACCOUNTS REMITTED " TO TOT-LABEL.
           MOVE WS-REMIT-ACCOUNTS TO TOT-COUNT.
           WRITE REMITTANCE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "TIN EXCEPTIONS    " TO TOT-LABEL.
           MOVE WS-REMIT-EXCEPTIONS TO TOT-COUNT.
           WRITE REMITTANCE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "EXTRACTS WITHHELD " TO TOT-AMOUNT-LABEL.
           MOVE WS-EXTRACT-SUM-WITHHELD TO TOT-AMOUNT.
           WRITE REMITTANCE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           MOVE "REJECTED WITHHELD " TO TOT-AMOUNT-LABEL.
           MOVE WS-REJECT-SUM-WITHHELD TO TOT-AMOUNT.
           WRITE REMITTANCE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           MOVE "ACCOUNTS WITHHELD " TO TOT-AMOUNT-LABEL.
           MOVE WS-ACCOUNT-SUM-WITHHELD TO TOT-AMOUNT.
           WRITE REMITTANCE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.
           MOVE "AMOUNT REMITTED   " TO TOT-AMOUNT-LABEL.
           MOVE WS-ACCOUNT-SUM-WITHHELD TO TOT-AMOUNT.
           WRITE REMITTANCE-REGISTER-LINE FROM REGISTER-AMOUNT-LINE.

      * EXCEPTION PAGE: EVERY WITHHELD ACCOUNT WHOSE PAYEE CANNOT BE
      * IDENTIFIED TO THE TAX AUTHORITY, SO IT GETS CHASED BEFORE THE
      * RETURN IS FILED.
       WRITE-EXCEPTION-PAGE.
           WRITE REMITTANCE-REGISTER-LINE FROM SPACES.
           WRITE REMITTANCE-REGISTER-LINE FROM EXCEPTION-PAGE-HEADING.
           PERFORM LIST-ONE-EXCEPTION
                VARYING WS-AT-SUB FROM 1 BY 1
                     UNTIL WS-AT-SUB > WS-ACCOUNT-COUNT.
           IF WS-REMIT-EXCEPTIONS > 0
                IF WS-RUN-SEVERITY < 4
                     MOVE 4 TO WS-RUN-SEVERITY
                END-IF
           END-IF.

       LIST-ONE-EXCEPTION.
           IF AT-QUARTER (WS-AT-SUB) = WS-REMIT-QUARTER AND
              (AT-WITHHELD (WS-AT-SUB) NOT = 0 OR
               AT-GROSS (WS-AT-SUB) NOT = 0)
                PERFORM CHECK-PAYEE-TIN
                IF WS-TIN-OK = "N"
                     MOVE AT-ACCT-NUMBER (WS-AT-SUB) TO EXL-ACCT-NUMBER
                     MOVE AT-TAXPAYER-ID (WS-AT-SUB) TO EXL-TAXPAYER-ID
                     MOVE AT-WITHHELD (WS-AT-SUB) TO EXL-WITHHELD
                     MOVE WS-REASON TO EXL-REASON
                     WRITE REMITTANCE-REGISTER-LINE
                          FROM EXCEPTION-DETAIL-LINE
                     MOVE AT-ACCT-NUMBER (WS-AT-SUB) TO EL-INPUT-VALUE
                     MOVE WS-REASON TO EL-ERROR-TEXT
                     PERFORM LOG-ERROR-ENTRY
                END-IF
           END-IF.

      * THE RETURN PLUS WHAT WAS REJECTED MUST TIE TO THE DAILY
      * EXTRACTS AS READ - A QUARTER THAT DOES NOT CROSS-FOOT IS NOT
      * FILED: THE RETURN WRITTEN FOR IT IS EMPTIED AGAIN AND THE
      * REGISTER SAYS WHY.
       CHECK-CROSS-FOOT.
           MOVE "Y" TO WS-CROSS-FOOT.
           IF WS-EXTRACT-SUM-WITHHELD NOT =
                   WS-ACCOUNT-SUM-WITHHELD + WS-REJECT-SUM-WITHHELD OR
              WS-EXTRACT-SUM-GROSS NOT =
                   WS-ACCOUNT-SUM-GROSS + WS-REJECT-SUM-GROSS
                DISPLAY "REMITTANCE DOES NOT TIE TO THE DAILY "
                     "EXTRACTS - EXTRACTS " WS-EXTRACT-SUM-WITHHELD
                     " ACCOUNTS " WS-ACCOUNT-SUM-WITHHELD
                     " REJECTED " WS-REJECT-SUM-WITHHELD
                MOVE "N" TO WS-CROSS-FOOT
                WRITE REMITTANCE-REGISTER-LINE FROM SPACES
                WRITE REMITTANCE-REGISTER-LINE FROM CROSS-FOOT-FAIL-LINE
                MOVE 12 TO WS-RUN-SEVERITY
           END-IF.

       LOG-ERROR-ENTRY.
           MOVE "WHREMIT" TO EL-PROGRAM-NAME.
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
           MOVE "WHREMIT" TO RST-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RST-END-TS.
           MOVE WS-RECORDS-READ TO RST-RECORDS-READ.
           IF REMIT-MODE
                MOVE WS-REMIT-ACCOUNTS TO RST-RECORDS-WRITTEN
                MOVE WS-REMIT-EXCEPTIONS TO RST-RECORDS-REJECTED
           ELSE
                MOVE WS-RECORDS-ACCUMULATED TO RST-RECORDS-WRITTEN
                MOVE WS-RECORDS-REJECTED TO RST-RECORDS-REJECTED
           END-IF.
           MOVE WS-RUN-SEVERITY TO RST-SEVERITY.
           WRITE RUN-STATUS-LINE FROM WS-RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

       END PROGRAM WHREMIT.
