      * FD COLLECTOR-NOTE-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD COLLECTOR-NOTE-FILE
          LABEL RECORDS ARE STANDARD.
       01  COLLECTOR-NOTE-RECORD.
           05 CN-KEY.
               10 CN-CUSTOMER-ID 	PIC 9(7).
               10 CN-NOTE-DATE 		PIC 9(8).
      *    NOTES TAKEN THE SAME DAY ARE NUMBERED 1, 2, 3 ...
               10 CN-NOTE-SEQUENCE 	PIC 9(3).
           05 CN-OPERATOR-ID 		PIC X(08).
      *    A PROMISE TO PAY: ZERO DATE WHEN THE CALL GOT NONE.
           05 CN-PROMISE-DATE 		PIC 9(8).
           05 CN-PROMISE-AMOUNT 	PIC 9(9)V99.
           05 CN-NOTE-TEXT 		PIC X(60).
           05 FILLER 		PIC X(10).
