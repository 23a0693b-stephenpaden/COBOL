      ******************************************************************
      * RETNREC.CPY - RECORD LAYOUT OF THE PER-DEPARTMENT RESULT
      * RETURN FILES (RETURN.<DEPT>) DECIMAL-DATA WRITES SO EACH
      * SUBMITTING DEPARTMENT GETS BACK ONLY ITS OWN ANSWERS. ONE
      * GROUP PER BATCH THE DEPARTMENT SENT THAT POSTED, IN FEED
      * ORDER:
      *   H - BATCH HEADER: THE DEPARTMENT'S BATCH DATE AND THE
      *       BUSINESS DATE IT WAS PROCESSED
      *   D - ONE RESULT, WITH THE OPERANDS AND OPERATOR AS RECEIVED
      *   C - CHAIN FINAL: STEP COUNT AND FINAL VALUE OF A CHAIN THAT
      *       ENDED IN THE BATCH
      *   T - BATCH TRAILER: COUNT AND TOTAL OF THE BATCH'S D RECORDS
      * AMOUNTS ARE SIGNED WITH A LEADING SEPARATE SIGN, AS ON
      * AMORTEXT. THE DISTRIBUTION CONTROL REPORT (DISTCTL) PROVES THE
      * TRAILERS OF ALL THE FILES ADD BACK TO THE RESULTS GRAND TOTAL.
      ******************************************************************
       01  RETURN-RECORD.
           05 RR-RECORD-TYPE                   PIC X.
              88 RR-BATCH-HEADER               VALUE "H".
              88 RR-RESULT-DETAIL              VALUE "D".
              88 RR-CHAIN-FINAL                VALUE "C".
              88 RR-BATCH-TRAILER              VALUE "T".
           05 RR-BATCH-ID                      PIC X(8).
           05 RR-DEPARTMENT                    PIC X(4).
           05 RR-RECORD-BODY                   PIC X(60).
           05 RR-HEADER-BODY REDEFINES RR-RECORD-BODY.
              10 RRH-BATCH-DATE                PIC 9(8).
              10 RRH-BUSINESS-DATE             PIC 9(8).
              10 FILLER                        PIC X(44).
           05 RR-DETAIL-BODY REDEFINES RR-RECORD-BODY.
              10 RRD-NUM1                      PIC X(10).
              10 RRD-OPERATOR                  PIC X.
              10 RRD-NUM2                      PIC X(10).
              10 RRD-RESULT                    PIC S9(14)V9(4)
                    SIGN LEADING SEPARATE.
              10 FILLER                        PIC X(20).
           05 RR-CHAIN-BODY REDEFINES RR-RECORD-BODY.
              10 RRC-STEPS                     PIC 9(5).
              10 RRC-RESULT                    PIC S9(14)V9(4)
                    SIGN LEADING SEPARATE.
              10 FILLER                        PIC X(36).
           05 RR-TRAILER-BODY REDEFINES RR-RECORD-BODY.
              10 RRT-RESULT-COUNT              PIC 9(7).
              10 RRT-RESULT-TOTAL              PIC S9(15)V9(4)
                    SIGN LEADING SEPARATE.
              10 RRT-CHAIN-COUNT               PIC 9(5).
              10 FILLER                        PIC X(28).
