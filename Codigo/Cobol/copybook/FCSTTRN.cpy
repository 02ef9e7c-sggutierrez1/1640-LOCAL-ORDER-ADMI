      * FD FORECAST-APPROVAL-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE CARD PER ITEM PURCHASING HAS REVIEWED ON THE
      *    DEMAND-FORECAST REPORT -- SEE FCSTAPPR.
       FD FORECAST-APPROVAL-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  FORECAST-APPROVAL-TRANSACTION-RECORD.
           05 FATRAN-CODE 		PIC X(01).
               88 FATRAN-APPROVE 		VALUE "A".
               88 FATRAN-REJECT 		VALUE "R".
           05 FATRAN-ITEM-NUMBER 	PIC X(08).
      *    ZERO TAKES THE SUGGESTED FIGURE; NONZERO ON AN APPROVAL
      *    IS THE REVIEWER'S OWN FIGURE IN ITS PLACE.
           05 FATRAN-REORDER-POINT 	PIC 9(05).
           05 FATRAN-REORDER-QTY 	PIC 9(05).
