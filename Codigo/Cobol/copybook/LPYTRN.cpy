           05 LPTRAN-LOAN-ID 	PIC X(06).
           05 LPTRAN-PAYMENT-DATE 	PIC 9(8).
           05 LPTRAN-AMOUNT 	PIC 9(9)V99.
      *    "P" MAKES A PAYMENT DATED INTO A CLOSED PERIOD A
      *    PRIOR-PERIOD ADJUSTMENT -- POSTED ONLY ON A
      *    CONTROLLER'S RUN, AND AUDITED (SEE PERLOCK).
           05 LPTRAN-PERIOD-OVERRIDE 	PIC X(01).
