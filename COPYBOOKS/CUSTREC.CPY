           05 CUST-NAME                        PIC X(25).
           05 CUST-ADDRESS-1                   PIC X(25).
           05 CUST-ADDRESS-2                   PIC X(25).
      * STATEMENT DELIVERY: PAPER (THE DEFAULT - A BLANK ON A RECORD
      * PREDATING THE FIELD READS AS PAPER) OR ELECTRONIC. AN
      * ELECTRONIC CUSTOMER IS LEFT OUT OF THE LNSTMT PRINT RUN AND
      * GOES TO THE E-DELIVERY EXTRACT, ADDRESSED TO THE E-MAIL
      * ADDRESS. CUSTMNT WILL NOT SET ELECTRONIC WITHOUT ONE.
           05 CUST-DELIVERY-PREF               PIC X.
              88 CUST-DELIVERY-PAPER           VALUES "P" " ".
              88 CUST-DELIVERY-ELECTRONIC      VALUE "E".
              88 CUST-DELIVERY-VALID           VALUES "P" "E" " ".
           05 CUST-EMAIL-ADDRESS               PIC X(50).
