      * FD COLLECTOR-NOTE-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD COLLECTOR-NOTE-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  COLLECTOR-NOTE-TRANSACTION-RECORD.
           05 CNTRAN-CODE 		PIC X(01).
               88 CNTRAN-ADD 			VALUE "A".
               88 CNTRAN-CHANGE 		VALUE "C".
               88 CNTRAN-DELETE 		VALUE "D".
           05 CNTRAN-CUSTOMER-ID 	PIC 9(7).
      *    ZERO ON AN ADD MEANS TODAY.
           05 CNTRAN-NOTE-DATE 		PIC 9(8).
      *    IGNORED ON AN ADD -- THE NEXT FREE NUMBER IS TAKEN.
           05 CNTRAN-NOTE-SEQUENCE 	PIC 9(3).
           05 CNTRAN-PROMISE-DATE 	PIC 9(8).
           05 CNTRAN-PROMISE-AMOUNT 	PIC 9(9)V99.
           05 CNTRAN-NOTE-TEXT 		PIC X(60).
