      * REJECT. THIS IS THE ONLY SANCTIONED WAY CUSTOMER RECORDS GET
      * ON THE FILE.

      * THE TRANSACTION ALSO CARRIES THE CUSTOMER'S STATEMENT DELIVERY
      * PREFERENCE AND E-MAIL ADDRESS. ELECTRONIC DELIVERY ("E") IS
      * REFUSED WITHOUT AN E-MAIL ADDRESS, AND AN ADDRESS GIVEN MUST
      * AT LEAST CARRY AN "@".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 CMT-CUST-NAME                    PIC X(25).
           05 CMT-ADDRESS-1                    PIC X(25).
           05 CMT-ADDRESS-2                    PIC X(25).
           05 CMT-DELIVERY-PREF                PIC X.
              88 CMT-DELIVERY-VALID            VALUES "P" "E" " ".
              88 CMT-DELIVERY-ELECTRONIC       VALUE "E".
           05 CMT-EMAIL-ADDRESS                PIC X(50).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  MAINT-REGISTER.
       01  MAINT-REGISTER-LINE                 PIC X(100).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-LINE                      PIC X(90).
       77  WS-DELETES-APPLIED                  PIC 9(5) VALUE 0.
       77  WS-REJECT-COUNT                     PIC 9(5) VALUE 0.
       77  WS-REJECT-REASON                    PIC X(20).
       77  WS-AT-SIGN-COUNT                    PIC 99.
       77  WS-RUNSTAT-STATUS                   PIC XX.
       77  WS-RUN-SEVERITY                     PIC 99 VALUE 0.

           05 FILLER                           PIC X(2) VALUE SPACES.
           05 REG-ADDRESS-1                    PIC X(25).

       01  REGISTER-DELIVERY-LINE.
           05 FILLER                           PIC X(18) VALUE SPACES.
           05 FILLER                           PIC X(10)
                 VALUE "DELIVERY: ".
           05 REG-DELIVERY-PREF                PIC X.
           05 FILLER                           PIC X(3) VALUE SPACES.
           05 FILLER                           PIC X(8)
                 VALUE "E-MAIL: ".
           05 REG-EMAIL-ADDRESS                PIC X(50).

       01  REGISTER-REJECT-LINE.
           05 REJ-ACTION                       PIC X.
           05 FILLER                           PIC X(7) VALUE SPACES.
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE 0 TO WS-AT-SIGN-COUNT.
           INSPECT CMT-EMAIL-ADDRESS TALLYING WS-AT-SIGN-COUNT
                FOR ALL "@".
           IF CMT-CUST-NUMBER NOT IS NUMERIC
                MOVE "INVALID NUMERIC" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
              CMT-CUST-NAME = SPACES
                MOVE "NAME REQUIRED" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
           ELSE
           IF (CMT-ACTION-ADD OR CMT-ACTION-CHANGE) AND
              NOT CMT-DELIVERY-VALID
                MOVE "INVALID DELIVERY" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
           ELSE
           IF (CMT-ACTION-ADD OR CMT-ACTION-CHANGE) AND
              CMT-DELIVERY-ELECTRONIC AND CMT-EMAIL-ADDRESS = SPACES
                MOVE "E-MAIL REQUIRED" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
           ELSE
           IF (CMT-ACTION-ADD OR CMT-ACTION-CHANGE) AND
              CMT-EMAIL-ADDRESS NOT = SPACES AND WS-AT-SIGN-COUNT = 0
                MOVE "INVALID E-MAIL" TO WS-REJECT-REASON
                PERFORM WRITE-REGISTER-REJECT
           ELSE
                PERFORM APPLY-EDITED-TRANSACTION.

           MOVE CMT-CUST-NAME TO CUST-NAME.
           MOVE CMT-ADDRESS-1 TO CUST-ADDRESS-1.
           MOVE CMT-ADDRESS-2 TO CUST-ADDRESS-2.
           MOVE CMT-DELIVERY-PREF TO CUST-DELIVERY-PREF.
           MOVE CMT-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS.

       WRITE-REGISTER-IMAGE.
           MOVE CMT-ACTION-CODE TO REG-ACTION.
           MOVE CUST-NAME TO REG-CUST-NAME.
           MOVE CUST-ADDRESS-1 TO REG-ADDRESS-1.
           WRITE MAINT-REGISTER-LINE FROM REGISTER-IMAGE-LINE.
           MOVE CUST-DELIVERY-PREF TO REG-DELIVERY-PREF.
           MOVE CUST-EMAIL-ADDRESS TO REG-EMAIL-ADDRESS.
           WRITE MAINT-REGISTER-LINE FROM REGISTER-DELIVERY-LINE.

       WRITE-REGISTER-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
