      ******************************************************************
      * LIMCALL.CPY - PARAMETER AREA PASSED ON EVERY CALL TO LIMCHECK,
      * THE COMMON BUSINESS-LIMITS VALIDATION ROUTINE. THE CALLER
      * SETS LC-REQUEST AND THE INPUTS FOR IT:
      *   L - LOAD (OR RELOAD) LIMITPRM. LC-RULE-COUNT AND
      *       LC-IGNORED-COUNT COME BACK
      *   C - CHECK LC-VALUE AGAINST THE VERSION OF LC-RULE-NAME IN
      *       FORCE ON LC-AS-OF-DATE
      *   G - RETURN LINE LC-ENTRY-NUMBER OF THE FILE, WITH WHETHER IT
      *       IS IN FORCE, SUPERSEDED OR PENDING ON LC-AS-OF-DATE
      * A C OR G BEFORE ANY L LOADS THE FILE FIRST. LC-RESULT SAYS
      * HOW THE REQUEST ENDED; ON C AND G THE RULE'S FIELD, BOUNDS,
      * SEVERITY AND EFFECTIVE DATE COME BACK WITH IT.
      ******************************************************************
       01  LIMIT-CHECK-AREA.
           05 LC-REQUEST                 PIC X.
              88 LC-LOAD-LIMITS          VALUE "L".
              88 LC-CHECK-VALUE          VALUE "C".
              88 LC-GET-ENTRY            VALUE "G".
           05 LC-RULE-NAME               PIC X(14).
           05 LC-AS-OF-DATE              PIC 9(8).
           05 LC-VALUE                   PIC S9(11)V9(4).
           05 LC-ENTRY-NUMBER            PIC 9(4).
           05 LC-RESULT                  PIC X.
              88 LC-REQUEST-DONE         VALUE "D".
              88 LC-IN-RANGE             VALUE "I".
              88 LC-BELOW-LOW            VALUE "L".
              88 LC-ABOVE-HIGH           VALUE "H".
              88 LC-OUT-OF-RANGE         VALUES "L" "H".
              88 LC-NO-RULE              VALUE "N".
              88 LC-NO-SUCH-ENTRY        VALUE "E".
              88 LC-LIMITS-UNAVAILABLE   VALUE "U".
              88 LC-BAD-REQUEST          VALUE "X".
           05 LC-FIELD-NAME              PIC X(20).
           05 LC-LOW-VALUE               PIC S9(11)V9(4).
           05 LC-HIGH-VALUE              PIC S9(11)V9(4).
           05 LC-SEVERITY                PIC 99.
           05 LC-EFFECTIVE-DATE          PIC 9(8).
           05 LC-DESCRIPTION             PIC X(30).
           05 LC-ENTRY-STATUS            PIC X.
              88 LC-ENTRY-IN-FORCE       VALUE "F".
              88 LC-ENTRY-SUPERSEDED     VALUE "S".
              88 LC-ENTRY-PENDING        VALUE "P".
           05 LC-RULE-COUNT              PIC 9(4).
           05 LC-IGNORED-COUNT           PIC 9(4).
           05 LC-FILE-STATUS             PIC XX.
