      * 90-DAY EXPIRY AND AUTHORIZATION CHANGES, ALL APPLIED THROUGH
      * THE PROGRAM AND LOGGED, SO NOBODY EDITS OPERFIL RAW ANY MORE.

      * OPTION 7 (OPERATORS HOLDING THE OPERFIL INQUIRY BYTE) IS THE
      * ONLINE ACCOUNT INQUIRY FOR A CUSTOMER ON THE TELEPHONE. KEYED
      * BY ACCOUNT IT SHOWS THE LOANMAST TERMS AND STATUS, THE
      * CUSTMAST NAME AND ADDRESS, THE CUSTOMER'S OTHER ACCOUNTS AND
      * THE LAST FEW LOANHIST POSTINGS; KEYED BY CUSTOMER IT SHOWS THE
      * NAME AND ADDRESS AND EVERY ACCOUNT THE CUSTOMER HOLDS. EVERY
      * INQUIRY GOES TO SECLOG WITH THE NUMBER LOOKED AT, FOUND OR
      * NOT - LOOKING AT CUSTOMER DATA HAS TO BE AUDITABLE.

      * OPTION 8 (EVERY SIGNED-ON OPERATOR) CALLS SIGNOFF, THE
      * MORNING SIGN-OFF CHECKLIST OVER THE NIGHT'S CYCLE, SO THE
      * ON-DUTY OPERATOR'S ACCEPTANCE OR EXCEPTION NOTE IS STAMPED
      * WITH THE ID THEY SIGNED ON WITH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT LOAN-ACCOUNT-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HISTORY-KEY
               FILE STATUS IS WS-LOANHIST-STATUS.

           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
       FD  OPERATOR-FILE.
       COPY OPERREC.

       FD  LOAN-ACCOUNT-MASTER.
       COPY LOANREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  LOAN-HISTORY-FILE.
       COPY LOANHIST.

       FD  SECURITY-LOG.
       01  SECURITY-LOG-LINE            PIC X(70).

       77  WS-AUTH-OPTIONS              PIC X(4) VALUE "NNNN".
       77  WS-ADMIN-FLAG                PIC X VALUE "N".
           88 ADMIN-OPERATOR            VALUE "Y".
       77  WS-INQUIRY-AUTH              PIC X VALUE "N".
           88 INQUIRY-AUTHORIZED        VALUE "Y".
       77  WS-REFUSE-REASON             PIC X(20) VALUE SPACES.
       77  WS-TODAY                     PIC 9(8).
       77  WS-EXPIRY-INTEGER            PIC 9(8).
       77  WS-NEW-PASSWORD              PIC X(8).
       77  WS-NEW-AUTH                  PIC X(4).
       77  WS-NEW-ADMIN                 PIC X.
       77  WS-NEW-INQUIRY               PIC X.
       77  WS-OPERFIL-FULL              PIC X VALUE "N".
      * LATCHED WHEN THE ADMIN LOAD CANNOT READ OPERFIL - THE
      * WRITE-BACK IS SKIPPED SO A FAILED OPEN CAN NEVER TURN INTO AN
      * EMPTY REWRITE THAT WIPES EVERY OPERATOR.
       77  WS-OPERFIL-BAD               PIC X VALUE "N".
       77  WS-LOAN-STATUS               PIC XX.
       77  WS-CUST-STATUS               PIC XX.
       77  WS-LOANHIST-STATUS           PIC XX.
       77  WS-LOANMAST-OPEN             PIC X VALUE "N".
           88 LOANMAST-OPEN             VALUE "Y".
       77  WS-CUSTMAST-OPEN             PIC X VALUE "N".
           88 CUSTMAST-OPEN             VALUE "Y".
       77  WS-LOANHIST-OPEN             PIC X VALUE "N".
           88 LOANHIST-OPEN             VALUE "Y".
       77  WS-INQUIRY-ENTRY             PIC X(9).
       77  WS-INQUIRY-TYPE              PIC X.
       77  WS-INQUIRY-ACCT              PIC 9(7).
       77  WS-INQUIRY-CUST              PIC 9(7).
       77  WS-INQUIRY-FOUND             PIC X.
           88 INQUIRY-FOUND             VALUE "Y".
       77  WS-EOF-LOAN                  PIC X.
           88 NO-MORE-LOANS             VALUE "Y".
       77  WS-EOF-HIST                  PIC X.
           88 NO-MORE-HISTORY           VALUE "Y".
       77  WS-ACCOUNTS-LISTED           PIC 999.
       77  WS-RECENT-COUNT              PIC 9.
       77  WS-RECENT-SUB                PIC 9.

      * IN-CORE IMAGE OF OPERFIL FOR AN ADMIN SESSION - LOADED WHOLE,
      * CHANGED, WRITTEN BACK WHOLE. NOBODY TOUCHES THE FILE RAW.
              10 OT-STATUS              PIC X.
              10 OT-ADMIN-FLAG          PIC X.
              10 OT-PWD-EXPIRES         PIC 9(8).
              10 OT-AUTH-INQUIRY        PIC X.

      * THE LAST FIVE POSTINGS READ FOR THE ACCOUNT UNDER INQUIRY -
      * LOANHIST IS READ FORWARD AND THE OLDEST ENTRY DROPS OFF THE
      * TOP ONCE THE TABLE IS FULL.
       01  RECENT-POSTING-TABLE.
           05 RECENT-POSTING OCCURS 5 TIMES.
              10 RP-POSTING-DATE        PIC 9(8).
              10 RP-OPENING             PIC S9(9)V99.
              10 RP-DEPOSITS            PIC S9(9)V99.
              10 RP-INTEREST            PIC S9(9)V99.
              10 RP-CLOSING             PIC S9(9)V99.

       01  INQUIRY-ACCOUNT-HEADING.
           05 FILLER                    PIC X(8) VALUE "ACCOUNT ".
           05 IAH-ACCT-NUMBER           PIC 9(7).
           05 FILLER                    PIC X(9) VALUE "  STATUS ".
           05 IAH-STATUS                PIC X(7).
           05 FILLER                    PIC X(11) VALUE "  CUSTOMER ".
           05 IAH-CUST-NUMBER           PIC 9(7).
           05 FILLER                    PIC X(10) VALUE "  PRODUCT ".
           05 IAH-PRODUCT-CODE          PIC XX.

       01  INQUIRY-TERMS-LINE.
           05 FILLER                    PIC X(10) VALUE "PRINCIPAL ".
           05 ITL-PRINCIPAL             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(7) VALUE "  RATE ".
           05 ITL-RATE                  PIC Z9.9.
           05 FILLER                    PIC X(8) VALUE "%  TERM ".
           05 ITL-TERM                  PIC ZZ9.
           05 FILLER                    PIC X(14)
                 VALUE " PERIODS FREQ ".
           05 ITL-FREQ                  PIC X.

       01  INQUIRY-MATURITY-LINE.
           05 FILLER                    PIC X(13)
                 VALUE "CONTRIBUTION ".
           05 IML-CONTRIB               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(11) VALUE "  MATURITY ".
           05 IML-MATURITY-DATE         PIC 9(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 IML-MATURITY-INSTR        PIC X(8).
           05 FILLER                    PIC X(9) VALUE "  CLOSED ".
           05 IML-CLOSED-DATE           PIC 9(8).

       01  INQUIRY-ACCOUNT-LINE.
           05 IAL-ACCT-NUMBER           PIC 9(7).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 IAL-STATUS                PIC X(7).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 IAL-PRINCIPAL             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 IAL-RATE                  PIC Z9.9.
           05 FILLER                    PIC X(3) VALUE "%  ".
           05 IAL-TERM                  PIC ZZ9.
           05 FILLER                    PIC X(10) VALUE " PERIODS  ".
           05 IAL-PRODUCT-CODE          PIC XX.

       01  INQUIRY-POSTING-HEADING.
           05 FILLER                  PIC X(10) VALUE "POSTED   ".
           05 FILLER                  PIC X(17)
                 VALUE "OPENING BALANCE".
           05 FILLER                  PIC X(17)
                 VALUE "DEPOSITS".
           05 FILLER                  PIC X(17)
                 VALUE "INTEREST POSTED".
           05 FILLER                  PIC X(15)
                 VALUE "CLOSING BALANCE".

       01  INQUIRY-POSTING-LINE.
           05 IPL-POSTING-DATE          PIC 9(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 IPL-OPENING               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 IPL-DEPOSITS              PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 IPL-INTEREST              PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 IPL-CLOSING               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                                     TO WS-AUTH-OPTIONS
                                MOVE OPER-ADMIN-FLAG
                                     TO WS-ADMIN-FLAG
                                MOVE OPER-AUTH-INQUIRY
                                     TO WS-INQUIRY-AUTH
                 END-IF.

      * ONLY THE CHOICES THIS OPERATOR IS AUTHORIZED FOR ARE SHOWN,
                 DISPLAY "5. EXIT".
                 IF ADMIN-OPERATOR
                           DISPLAY "6. OPERATOR ADMINISTRATION".
                 IF INQUIRY-AUTHORIZED
                           DISPLAY "7. ACCOUNT INQUIRY".
                 DISPLAY "8. MORNING SIGN-OFF".
                 DISPLAY "ENTER YOUR CHOICE (1-8)?".
                 ACCEPT WS-MENU-CHOICE.

      * THE RANGE TEST STANDS ALONE SO THE AUTHORIZATION BYTE'S
                      PERFORM LOG-REFUSED-OPTION
                      MOVE 0 TO WS-MENU-CHOICE
                 END-IF.
                 IF WS-MENU-CHOICE = 7 AND NOT INQUIRY-AUTHORIZED
                      DISPLAY "NOT AUTHORIZED FOR THAT OPTION"
                      PERFORM LOG-REFUSED-OPTION
                      MOVE 0 TO WS-MENU-CHOICE
                 END-IF.

                 IF (WS-MENU-CHOICE >= 1 AND WS-MENU-CHOICE <= 4)
                    OR WS-MENU-CHOICE = 7 OR WS-MENU-CHOICE = 8
                      PERFORM LOG-MENU-SELECTION
                 END-IF.
                 EVALUATE WS-MENU-CHOICE
                            CONTINUE
                       WHEN 6
                            PERFORM OPERATOR-ADMIN-SESSION
                       WHEN 7
                            PERFORM ACCOUNT-INQUIRY-SESSION
      * CANCELLED AFTER EACH USE SO A SECOND SIGN-OFF IN THE SAME
      * SESSION STARTS FROM FRESH COUNTS.
                       WHEN 8
                            CALL "SIGNOFF"
                            CANCEL "SIGNOFF"
                       WHEN 0
                            CONTINUE
                       WHEN OTHER
                                OT-ADMIN-FLAG (WS-OPER-COUNT)
                           MOVE OPER-PWD-EXPIRES TO
                                OT-PWD-EXPIRES (WS-OPER-COUNT)
                           MOVE OPER-AUTH-INQUIRY TO
                                OT-AUTH-INQUIRY (WS-OPER-COUNT)
                 END-IF.

       FIND-TARGET-OPERATOR.
                           DISPLAY "AUTH BYTES FOR OPTIONS 1-4 "
                                "(E.G. YYNN)?"
                           ACCEPT WS-NEW-AUTH
                           DISPLAY "ACCOUNT INQUIRY (Y/N)?"
                           ACCEPT WS-NEW-INQUIRY
                           DISPLAY "ADMIN OPERATOR (Y/N)?"
                           ACCEPT WS-NEW-ADMIN
                           PERFORM SET-NEW-EXPIRY
                                OT-ADMIN-FLAG (WS-OPER-COUNT)
                           MOVE WS-NEW-EXPIRY TO
                                OT-PWD-EXPIRES (WS-OPER-COUNT)
                           MOVE WS-NEW-INQUIRY TO
                                OT-AUTH-INQUIRY (WS-OPER-COUNT)
                           PERFORM LOG-ADMIN-ACTION.

       ADMIN-DISABLE-OPERATOR.
                           DISPLAY "AUTH BYTES FOR OPTIONS 1-4 "
                                "(E.G. YYNN)?"
                           ACCEPT WS-NEW-AUTH
                           DISPLAY "ACCOUNT INQUIRY (Y/N)?"
                           ACCEPT WS-NEW-INQUIRY
                           DISPLAY "ADMIN OPERATOR (Y/N)?"
                           ACCEPT WS-NEW-ADMIN
                           MOVE WS-NEW-AUTH TO
                                OT-AUTH-OPTIONS (WS-OP-FOUND)
                           MOVE WS-NEW-ADMIN TO
                                OT-ADMIN-FLAG (WS-OP-FOUND)
                           MOVE WS-NEW-INQUIRY TO
                                OT-AUTH-INQUIRY (WS-OP-FOUND)
                           PERFORM LOG-ADMIN-ACTION.

       LOG-ADMIN-ACTION.
                 MOVE OT-ADMIN-FLAG (WS-OP-SUB) TO OPER-ADMIN-FLAG.
                 MOVE OT-PWD-EXPIRES (WS-OP-SUB)
                      TO OPER-PWD-EXPIRES.
                 MOVE OT-AUTH-INQUIRY (WS-OP-SUB)
                      TO OPER-AUTH-INQUIRY.
                 WRITE OPERATOR-RECORD.

      ******************************************************************
      * ACCOUNT INQUIRY (OPTION 7) - READ-ONLY LOOK AT ONE ACCOUNT OR
      * ONE CUSTOMER, EVERY LOOK LOGGED
      ******************************************************************
       ACCOUNT-INQUIRY-SESSION.
                 PERFORM OPEN-INQUIRY-FILES.
                 IF NOT LOANMAST-OPEN
                           DISPLAY "LOANMAST NOT AVAILABLE - STATUS "
                                WS-LOAN-STATUS
                           MOVE OC-OPERATOR-ID TO SL-OPERATOR-ID
                           MOVE "INQUIRY" TO SL-EVENT
                           MOVE "ABANDONED" TO SL-OUTCOME
                           MOVE "LOANMAST NOT OPEN" TO SL-DETAIL
                           PERFORM WRITE-SECURITY-LOG
                 ELSE
                           MOVE SPACE TO WS-INQUIRY-TYPE
                           PERFORM INQUIRY-ONE-REQUEST
                                UNTIL WS-INQUIRY-TYPE = "X"
                 END-IF.
                 PERFORM CLOSE-INQUIRY-FILES.

      * CUSTMAST AND LOANHIST ARE HELPFUL BUT NOT ESSENTIAL - WITHOUT
      * THEM THE ACCOUNT TERMS STILL SHOW, WITH A NOTE WHERE THE NAME
      * OR THE POSTINGS WOULD HAVE BEEN.
       OPEN-INQUIRY-FILES.
                 MOVE "N" TO WS-LOANMAST-OPEN.
                 MOVE "N" TO WS-CUSTMAST-OPEN.
                 MOVE "N" TO WS-LOANHIST-OPEN.
                 OPEN INPUT LOAN-ACCOUNT-MASTER.
                 IF WS-LOAN-STATUS = "00"
                           MOVE "Y" TO WS-LOANMAST-OPEN
                 END-IF.
                 OPEN INPUT CUSTOMER-MASTER.
                 IF WS-CUST-STATUS = "00"
                           MOVE "Y" TO WS-CUSTMAST-OPEN
                 END-IF.
                 OPEN INPUT LOAN-HISTORY-FILE.
                 IF WS-LOANHIST-STATUS = "00"
                           MOVE "Y" TO WS-LOANHIST-OPEN
                 END-IF.

       CLOSE-INQUIRY-FILES.
                 IF LOANMAST-OPEN
                           CLOSE LOAN-ACCOUNT-MASTER
                 END-IF.
                 IF CUSTMAST-OPEN
                           CLOSE CUSTOMER-MASTER
                 END-IF.
                 IF LOANHIST-OPEN
                           CLOSE LOAN-HISTORY-FILE
                 END-IF.

       INQUIRY-ONE-REQUEST.
                 DISPLAY "  ".
                 DISPLAY "INQUIRY - A NNNNNNN (ACCOUNT), C NNNNNNN "
                      "(CUSTOMER) OR X TO EXIT?".
                 MOVE SPACES TO WS-INQUIRY-ENTRY.
                 ACCEPT WS-INQUIRY-ENTRY.
                 MOVE WS-INQUIRY-ENTRY(1:1) TO WS-INQUIRY-TYPE.
                 EVALUATE WS-INQUIRY-TYPE
                       WHEN "A"
                       WHEN "a"
                            MOVE "A" TO WS-INQUIRY-TYPE
                            IF WS-INQUIRY-ENTRY(3:7) IS NUMERIC
                                 MOVE WS-INQUIRY-ENTRY(3:7)
                                      TO WS-INQUIRY-ACCT
                                 PERFORM INQUIRE-BY-ACCOUNT
                            ELSE
                                 DISPLAY "ACCOUNT NUMBER MUST BE 7 "
                                      "DIGITS"
                            END-IF
                       WHEN "C"
                       WHEN "c"
                            MOVE "C" TO WS-INQUIRY-TYPE
                            IF WS-INQUIRY-ENTRY(3:7) IS NUMERIC
                                 MOVE WS-INQUIRY-ENTRY(3:7)
                                      TO WS-INQUIRY-CUST
                                 PERFORM INQUIRE-BY-CUSTOMER
                            ELSE
                                 DISPLAY "CUSTOMER NUMBER MUST BE 7 "
                                      "DIGITS"
                            END-IF
                       WHEN "X"
                       WHEN "x"
                            MOVE "X" TO WS-INQUIRY-TYPE
                       WHEN OTHER
                            DISPLAY "INVALID ENTRY"
                 END-EVALUATE.

      * BY ACCOUNT: TERMS AND STATUS, THE OWNING CUSTOMER, THAT
      * CUSTOMER'S OTHER ACCOUNTS AND THE ACCOUNT'S RECENT POSTINGS.
       INQUIRE-BY-ACCOUNT.
                 MOVE "N" TO WS-INQUIRY-FOUND.
                 MOVE WS-INQUIRY-ACCT TO LOAN-ACCT-NUMBER.
                 READ LOAN-ACCOUNT-MASTER
                      KEY IS LOAN-ACCT-NUMBER
                      INVALID KEY
                           DISPLAY "ACCOUNT " WS-INQUIRY-ACCT
                                " NOT ON FILE"
                      NOT INVALID KEY
                           MOVE "Y" TO WS-INQUIRY-FOUND
                 END-READ.
                 IF INQUIRY-FOUND
                           MOVE LOAN-CUST-NUMBER TO WS-INQUIRY-CUST
                           PERFORM DISPLAY-ACCOUNT-TERMS
                           PERFORM DISPLAY-INQUIRY-CUSTOMER
                           DISPLAY "  "
                           DISPLAY "OTHER ACCOUNTS OF THIS CUSTOMER:"
                           PERFORM LIST-CUSTOMER-ACCOUNTS
                           PERFORM DISPLAY-RECENT-POSTINGS
                 END-IF.
                 MOVE SPACES TO SL-DETAIL.
                 STRING "ACCT " DELIMITED BY SIZE
                      WS-INQUIRY-ACCT DELIMITED BY SIZE
                      INTO SL-DETAIL.
                 PERFORM LOG-INQUIRY.

      * BY CUSTOMER: NAME AND ADDRESS AND EVERY ACCOUNT HELD. THE
      * OPERATOR KEYS AN ACCOUNT FROM THE LIST FOR ITS POSTINGS.
       INQUIRE-BY-CUSTOMER.
                 MOVE 0 TO WS-INQUIRY-ACCT.
                 PERFORM DISPLAY-INQUIRY-CUSTOMER.
                 DISPLAY "  ".
                 DISPLAY "ACCOUNTS OF THIS CUSTOMER:".
                 PERFORM LIST-CUSTOMER-ACCOUNTS.
                 IF CUSTMAST-OPEN AND WS-CUST-STATUS = "00"
                    OR WS-ACCOUNTS-LISTED > 0
                           MOVE "Y" TO WS-INQUIRY-FOUND
                 ELSE
                           MOVE "N" TO WS-INQUIRY-FOUND
                 END-IF.
                 MOVE SPACES TO SL-DETAIL.
                 STRING "CUST " DELIMITED BY SIZE
                      WS-INQUIRY-CUST DELIMITED BY SIZE
                      INTO SL-DETAIL.
                 PERFORM LOG-INQUIRY.

       LOG-INQUIRY.
                 MOVE OC-OPERATOR-ID TO SL-OPERATOR-ID.
                 MOVE "INQUIRY" TO SL-EVENT.
                 IF INQUIRY-FOUND
                           MOVE "SHOWN" TO SL-OUTCOME
                 ELSE
                           MOVE "NOT FOUND" TO SL-OUTCOME
                 END-IF.
                 PERFORM WRITE-SECURITY-LOG.

       DISPLAY-ACCOUNT-TERMS.
                 DISPLAY "  ".
                 MOVE LOAN-ACCT-NUMBER TO IAH-ACCT-NUMBER.
                 PERFORM SET-STATUS-WORD.
                 MOVE IAL-STATUS TO IAH-STATUS.
                 MOVE LOAN-CUST-NUMBER TO IAH-CUST-NUMBER.
                 MOVE LOAN-PRODUCT-CODE TO IAH-PRODUCT-CODE.
                 DISPLAY INQUIRY-ACCOUNT-HEADING.
                 MOVE LOAN-PRINCIPAL TO ITL-PRINCIPAL.
                 MOVE LOAN-RATE TO ITL-RATE.
                 MOVE LOAN-TERM TO ITL-TERM.
                 MOVE LOAN-COMPOUND-FREQ TO ITL-FREQ.
                 DISPLAY INQUIRY-TERMS-LINE.
                 MOVE LOAN-CONTRIB-AMOUNT TO IML-CONTRIB.
                 MOVE LOAN-MATURITY-DATE TO IML-MATURITY-DATE.
                 IF LOAN-MATURITY-DATE = 0
                           MOVE SPACES TO IML-MATURITY-INSTR
                 ELSE
                 IF LOAN-MATURITY-PAYOUT
                           MOVE "PAY OUT" TO IML-MATURITY-INSTR
                 ELSE
                           MOVE "ROLLOVER" TO IML-MATURITY-INSTR.
                 MOVE LOAN-CLOSED-DATE TO IML-CLOSED-DATE.
                 DISPLAY INQUIRY-MATURITY-LINE.

       SET-STATUS-WORD.
                 IF LOAN-STATUS-CLOSED
                           MOVE "CLOSED" TO IAL-STATUS
                 ELSE
                 IF LOAN-STATUS-DORMANT
                           MOVE "DORMANT" TO IAL-STATUS
                 ELSE
                           MOVE "ACTIVE" TO IAL-STATUS.

       DISPLAY-INQUIRY-CUSTOMER.
                 DISPLAY "  ".
                 IF NOT CUSTMAST-OPEN
                           DISPLAY "CUSTOMER " WS-INQUIRY-CUST
                                " - CUSTMAST NOT AVAILABLE"
                 ELSE
                           MOVE WS-INQUIRY-CUST TO CUST-NUMBER
                           READ CUSTOMER-MASTER
                                INVALID KEY
                                     DISPLAY "CUSTOMER " WS-INQUIRY-CUST
                                          " NOT ON CUSTMAST"
                                NOT INVALID KEY
                                     DISPLAY "CUSTOMER " CUST-NUMBER
                                          "  " CUST-NAME
                                     DISPLAY "         " CUST-ADDRESS-1
                                     DISPLAY "         " CUST-ADDRESS-2
                           END-READ
                 END-IF.

      * THERE IS NO CUSTOMER KEY ON LOANMAST, SO THE CUSTOMER'S
      * ACCOUNTS COME FROM A PASS OF THE FILE - THE ACCOUNT UNDER
      * INQUIRY ITSELF IS LEFT OUT OF THE LIST.
       LIST-CUSTOMER-ACCOUNTS.
                 MOVE 0 TO WS-ACCOUNTS-LISTED.
                 MOVE "N" TO WS-EOF-LOAN.
                 MOVE 0 TO LOAN-ACCT-NUMBER.
                 START LOAN-ACCOUNT-MASTER
                      KEY >= LOAN-ACCT-NUMBER
                      INVALID KEY
                           MOVE "Y" TO WS-EOF-LOAN
                 END-START.
                 PERFORM UNTIL NO-MORE-LOANS
                      READ LOAN-ACCOUNT-MASTER NEXT RECORD
                           AT END
                                MOVE "Y" TO WS-EOF-LOAN
                           NOT AT END
                                PERFORM LIST-ONE-ACCOUNT
                      END-READ
                 END-PERFORM.
                 IF WS-ACCOUNTS-LISTED = 0
                           DISPLAY "  NONE"
                 END-IF.

       LIST-ONE-ACCOUNT.
                 IF LOAN-CUST-NUMBER = WS-INQUIRY-CUST AND
                    LOAN-ACCT-NUMBER NOT = WS-INQUIRY-ACCT
                           ADD 1 TO WS-ACCOUNTS-LISTED
                           MOVE LOAN-ACCT-NUMBER TO IAL-ACCT-NUMBER
                           PERFORM SET-STATUS-WORD
                           MOVE LOAN-PRINCIPAL TO IAL-PRINCIPAL
                           MOVE LOAN-RATE TO IAL-RATE
                           MOVE LOAN-TERM TO IAL-TERM
                           MOVE LOAN-PRODUCT-CODE TO IAL-PRODUCT-CODE
                           DISPLAY "  " INQUIRY-ACCOUNT-LINE
                 END-IF.

       DISPLAY-RECENT-POSTINGS.
                 DISPLAY "  ".
                 DISPLAY "LAST POSTINGS:".
                 IF NOT LOANHIST-OPEN
                           DISPLAY "  LOANHIST NOT AVAILABLE - STATUS "
                                WS-LOANHIST-STATUS
                 ELSE
                           PERFORM LOAD-RECENT-POSTINGS
                           IF WS-RECENT-COUNT = 0
                                DISPLAY "  NONE"
                           ELSE
                                DISPLAY INQUIRY-POSTING-HEADING
                                PERFORM SHOW-ONE-POSTING
                                     VARYING WS-RECENT-SUB FROM 1 BY 1
                                     UNTIL WS-RECENT-SUB >
                                          WS-RECENT-COUNT
                           END-IF
                 END-IF.

       LOAD-RECENT-POSTINGS.
                 MOVE 0 TO WS-RECENT-COUNT.
                 MOVE "N" TO WS-EOF-HIST.
                 MOVE WS-INQUIRY-ACCT TO LH-ACCT-NUMBER.
                 MOVE 0 TO LH-POSTING-DATE.
                 START LOAN-HISTORY-FILE
                      KEY >= LH-HISTORY-KEY
                      INVALID KEY
                           MOVE "Y" TO WS-EOF-HIST
                 END-START.
                 PERFORM UNTIL NO-MORE-HISTORY
                      READ LOAN-HISTORY-FILE NEXT RECORD
                           AT END
                                MOVE "Y" TO WS-EOF-HIST
                           NOT AT END
                                PERFORM KEEP-ONE-POSTING
                      END-READ
                 END-PERFORM.

       KEEP-ONE-POSTING.
                 IF LH-ACCT-NUMBER NOT = WS-INQUIRY-ACCT
                           MOVE "Y" TO WS-EOF-HIST
                 ELSE
                           IF WS-RECENT-COUNT < 5
                                ADD 1 TO WS-RECENT-COUNT
                           ELSE
                                PERFORM VARYING WS-RECENT-SUB
                                          FROM 1 BY 1
                                          UNTIL WS-RECENT-SUB > 4
                                     MOVE RECENT-POSTING
                                          (WS-RECENT-SUB + 1)
                                       TO RECENT-POSTING (WS-RECENT-SUB)
                                END-PERFORM
                           END-IF
                           MOVE LH-POSTING-DATE TO
                                RP-POSTING-DATE (WS-RECENT-COUNT)
                           MOVE LH-OPENING-BALANCE TO
                                RP-OPENING (WS-RECENT-COUNT)
                           MOVE LH-DEPOSITS-POSTED TO
                                RP-DEPOSITS (WS-RECENT-COUNT)
                           MOVE LH-INTEREST-POSTED TO
                                RP-INTEREST (WS-RECENT-COUNT)
                           MOVE LH-CLOSING-BALANCE TO
                                RP-CLOSING (WS-RECENT-COUNT)
                 END-IF.

       SHOW-ONE-POSTING.
                 MOVE RP-POSTING-DATE (WS-RECENT-SUB)
                      TO IPL-POSTING-DATE.
                 MOVE RP-OPENING (WS-RECENT-SUB) TO IPL-OPENING.
                 MOVE RP-DEPOSITS (WS-RECENT-SUB) TO IPL-DEPOSITS.
                 MOVE RP-INTEREST (WS-RECENT-SUB) TO IPL-INTEREST.
                 MOVE RP-CLOSING (WS-RECENT-SUB) TO IPL-CLOSING.
                 DISPLAY INQUIRY-POSTING-LINE.

       END PROGRAM MAINMENU.
