      * OPERREC.CPY - RECORD LAYOUT OF THE OPERATOR FILE (OPERFIL),
      * COPYed INTO THE FD OF EVERY PROGRAM THAT READS IT. MAINMENU'S
      * OPERATOR-ADMINISTRATION FUNCTION IS THE ONLY SANCTIONED WAY
      * THE FILE CHANGES BY HAND; THE QUARTERLY RECERTIFICATION
      * (OPERCERT) DISABLES IDS UNUSED PAST ITS INACTIVITY LIMIT AND
      * LOGS EACH ONE TO SECLOG AS A "SYSTEM" ADMIN ACTION. LOANMNT
      * READS THE FILE TO VALIDATE THE REVIEWING OPERATOR OF A
      * PENDING-APPROVAL SESSION.
      *
      * A BLANK STATUS OR EXPIRY ON A RECORD PREDATING THE FIELDS
      * READS AS ACTIVE WITH NO EXPIRY.
      *
      * THE ACCOUNT-INQUIRY AUTHORIZATION (MAINMENU OPTION 7) SITS
      * AT THE END OF THE RECORD, NOT WITH THE OPTION 1-4 BYTES, SO
      * EVERY EXISTING RECORD KEEPS ITS LAYOUT. A BLANK ON A RECORD
      * PREDATING THE FIELD READS AS NOT AUTHORIZED.
      ******************************************************************
       01  OPERATOR-RECORD.
           05 OPER-ID                   PIC X(8).
              88 OPER-DISABLED          VALUE "D".
           05 OPER-ADMIN-FLAG           PIC X.
           05 OPER-PWD-EXPIRES          PIC 9(8).
           05 OPER-AUTH-INQUIRY         PIC X.
              88 OPER-INQUIRY-AUTHORIZED VALUE "Y".
