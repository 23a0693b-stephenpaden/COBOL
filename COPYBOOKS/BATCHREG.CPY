      ******************************************************************
      * BATCHREG.CPY - RECORD LAYOUT OF THE INDEXED RECEIVED-BATCH
      * REGISTRY (BATCHREG), KEYED BY BATCH ID, DEPARTMENT AND THE
      * DEPARTMENT'S OWN BATCH DATE OFF THE TRANBAT HEADER. TRANEDIT
      * CHECKS EVERY BATCH ON THE FEED AGAINST IT BEFORE ANYTHING IS
      * EDITED:
      *   NEW       - NEVER RECEIVED BEFORE
      *   DUPLICATE - SAME KEY, SAME TRAILER COUNT AND HASH: AN EXACT
      *               REPEAT, REJECTED WHOLE SO NOTHING POSTS TWICE
      *   RESUBMIT  - SAME KEY, DIFFERENT TOTALS, AND THE BATCH STILL
      *               HAS REJECTS OUTSTANDING ON RECYCFIL: CORRECTED
      *               WORK COMING BACK, ALLOWED THROUGH
      *   REVIEW    - SAME KEY, DIFFERENT TOTALS, NOTHING OUTSTANDING:
      *               POSTS, BUT FLAGGED FOR THE DEPARTMENT TO EXPLAIN
      * THE TOTALS HELD ARE THOSE OF THE LAST VERSION THAT POSTED, SO
      * A SECOND DELIVERY OF A RESUBMISSION IS ITSELF A DUPLICATE.
      * LNTRAN KEEPS THE SAME LAYOUT IN ITS OWN REGISTRY OF MONETARY
      * BATCHES (MONTREG), WHERE THE LAST VERDICT IS POSTING FROM THE
      * BATCH HEADER UNTIL ITS TRAILER IS REACHED, THEN POSTED.
      * THE REGISTRIES ARE PERMANENT - NEVER PURGED OR CUT OVER BY
      * THE ARCHIVER.
      ******************************************************************
       01  BATCH-REGISTRY-RECORD.
           05 BRG-KEY.
              10 BRG-BATCH-ID            PIC X(8).
              10 BRG-DEPARTMENT          PIC X(4).
              10 BRG-BATCH-DATE          PIC 9(8).
           05 BRG-EXPECTED-COUNT         PIC 9(7).
           05 BRG-HASH-TOTAL             PIC S9(11)V99
                 SIGN LEADING SEPARATE.
           05 BRG-FIRST-RECEIVED         PIC 9(8).
           05 BRG-LAST-RECEIVED          PIC 9(8).
           05 BRG-TIMES-POSTED           PIC 999.
           05 BRG-REPEATS-REJECTED       PIC 999.
           05 BRG-LAST-VERDICT           PIC X(9).
