      ******************************************************************
      * CLOSHIST.CPY - RECORD LAYOUT OF THE PERMANENT CLOSED-ACCOUNT
      * HISTORY FILE (CLOSHIST). LNPURGE APPENDS TO IT WHEN A CLOSED
      * ACCOUNT HAS SERVED ITS RETENTION PERIOD: ONE "A" RECORD
      * CARRYING THE LOANMAST IMAGE AS IT STOOD, FOLLOWED BY ONE "H"
      * RECORD PER LOANHIST POSTING, EACH STAMPED WITH THE PURGE
      * DATE. THE FILE IS NEVER CUT OVER OR PURGED - IT IS THE ONLY
      * RECORD OF THE ACCOUNT ONCE THE LIVE FILES LET IT GO.
      ******************************************************************
       01  CLOSED-HISTORY-RECORD.
           05 CH-RECORD-TYPE                   PIC X.
              88 CH-ACCOUNT-IMAGE              VALUE "A".
              88 CH-HISTORY-IMAGE              VALUE "H".
           05 CH-PURGE-DATE                    PIC 9(8).
           05 CH-ACCT-NUMBER                   PIC 9(7).
      * LOAN-ACCOUNT-RECORD (LOANREC) ON AN "A" RECORD, LOAN-HISTORY-
      * RECORD (LOANHIST) ON AN "H" RECORD, SPACE-FILLED TO THE RIGHT
      * SO EITHER LAYOUT CAN GROW.
           05 CH-RECORD-IMAGE                  PIC X(200).
