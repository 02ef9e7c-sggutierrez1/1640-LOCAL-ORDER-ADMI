      * FD BILL-OF-MATERIALS-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD BILL-OF-MATERIALS-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  BILL-OF-MATERIALS-TRANSACTION-RECORD.
           05 BMTRAN-CODE 		PIC X(01).
               88 BMTRAN-ADD 			VALUE "A".
               88 BMTRAN-CHANGE 		VALUE "C".
               88 BMTRAN-DELETE 		VALUE "D".
           05 BMTRAN-KIT-ITEM 		PIC X(08).
           05 BMTRAN-COMPONENT-ITEM 	PIC X(08).
           05 BMTRAN-QUANTITY-PER 	PIC 9(05).
