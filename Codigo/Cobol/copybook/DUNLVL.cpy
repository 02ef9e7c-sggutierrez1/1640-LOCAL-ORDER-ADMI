      * FD DUNNING-LEVEL-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD DUNNING-LEVEL-FILE
          LABEL RECORDS ARE STANDARD.
       01  DUNNING-LEVEL-RECORD.
           05 DL-INVOICE-NUMBER 	PIC 9(7).
           05 DL-CUSTOMER-ID 		PIC 9(7).
      *    THE HIGHEST LETTER DUNLTR HAS SENT FOR THE INVOICE --
      *    1 THE 30-DAY REMINDER, 2 THE 60-DAY NOTICE, 3 THE
      *    90-DAY FINAL NOTICE.
           05 DL-LEVEL 		PIC 9(1).
               88 DL-REMINDER-SENT 		VALUE 1.
               88 DL-SECOND-NOTICE-SENT 	VALUE 2.
               88 DL-FINAL-NOTICE-SENT 		VALUE 3.
           05 DL-LAST-NOTICE-DATE 	PIC 9(8).
           05 FILLER 		PIC X(10).
