      * THE DORMANCY THRESHOLD IS FLAGGED DORMANT, WHICH TAKES IT OUT
      * OF THE SCHEDULE/POSTING RUNS UNTIL MAINTENANCE ACTIVITY WAKES
      * IT. EVERY STATUS MOVED IS PRINTED ON THE STATUS-CHANGE
      * REGISTER (STATREG). THE DAY AN ACCOUNT GOES DORMANT IS KEPT
      * ON IT (LOAN-DORMANT-DATE) - LNESCH RUNS THE STATUTORY
      * UNCLAIMED-PROPERTY PERIOD FROM IT. DORMANT AND CLOSED
      * ACCOUNTS ARE LEFT ALONE.

      * PARM: OPTIONAL DORMANCY THRESHOLD IN CYCLES (999, DEFAULT 6).

                MOVE LOAN-ACCT-NUMBER TO SCL-ACCT-NUMBER
                MOVE LOAN-STATUS-CODE TO SCL-OLD-STATUS
                MOVE "D" TO LOAN-STATUS-CODE
                MOVE RH-RUN-DATE TO LOAN-DORMANT-DATE
                MOVE "D" TO SCL-NEW-STATUS
                MOVE LOAN-IDLE-CYCLES TO SCL-IDLE-CYCLES
                WRITE STATUS-REGISTER-LINE FROM STATUS-CHANGE-LINE
