      * FD ITEM-FORECAST-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD PER REPLENISHED ITEM, REFRESHED BY EACH
      *    DEMAND-FORECAST RUN (DMDFCST) FROM THE SALES HISTORY.
      *    THE SUGGESTED SETTINGS WAIT FOR PURCHASING TO APPROVE
      *    OR REJECT THEM THROUGH FCSTAPPR; ONCE APPROVED THEY ARE
      *    COPIED TO THE APPROVED FIELDS, WHICH REORDER USES IN
      *    PLACE OF THE ITEM MASTER'S.  A LATER FORECAST LEAVES
      *    THE APPROVED FIELDS ALONE UNTIL ITS OWN SUGGESTION IS
      *    APPROVED.  DEMAND IS IN UNITS PER MONTH.
       FD ITEM-FORECAST-FILE
          LABEL RECORDS ARE STANDARD.
       01  ITEM-FORECAST-RECORD.
           05 FC-ITEM-NUMBER 	PIC X(08).
      *    THE LAST MONTH OF SALES HISTORY THE FORECAST READ.
           05 FC-HISTORY-PERIOD 	PIC 9(6).
           05 FC-FORECAST-DATE 	PIC 9(8).
           05 FC-MOVING-AVERAGE 	PIC 9(7)V99.
           05 FC-SEASONAL-FORECAST 	PIC 9(7)V99.
      *    THE SEASONAL FIGURE WHEN THE ITEM HAS A FULL YEAR OF
      *    SALES BEHIND IT, THE MOVING AVERAGE WHEN IT DOES NOT.
           05 FC-FORECAST-DEMAND 	PIC 9(7)V99.
           05 FC-VENDOR-NUMBER 	PIC 9(5).
           05 FC-LEAD-TIME-DAYS 	PIC 9(03).
           05 FC-SAFETY-STOCK 	PIC 9(7).
      *    THE SETTINGS IN FORCE WHEN THE FORECAST RAN.
           05 FC-CURRENT-REORDER-POINT 	PIC 9(05).
           05 FC-CURRENT-REORDER-QTY 	PIC 9(05).
           05 FC-SUGGESTED-REORDER-POINT 	PIC 9(05).
           05 FC-SUGGESTED-REORDER-QTY 	PIC 9(05).
           05 FC-REVIEW-STATUS 	PIC X(01).
               88 FC-PENDING-REVIEW 		VALUE "P".
               88 FC-SUGGESTION-APPROVED 	VALUE "A".
               88 FC-SUGGESTION-REJECTED 	VALUE "R".
      *    ZERO APPROVED DATE MEANS NOTHING WAS EVER APPROVED AND
      *    THE ITEM MASTER'S SETTINGS STAND.
           05 FC-APPROVED-REORDER-POINT 	PIC 9(05).
           05 FC-APPROVED-REORDER-QTY 	PIC 9(05).
           05 FC-APPROVED-DATE 	PIC 9(8).
           05 FC-APPROVED-BY 	PIC X(08).
           05 FILLER 		PIC X(10).
