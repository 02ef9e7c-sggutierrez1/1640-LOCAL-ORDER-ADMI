           05 CRTRAN-RECEIPT-DATE 	PIC 9(8).
           05 CRTRAN-INVOICE-NUMBER 	PIC 9(7).
           05 CRTRAN-AMOUNT 	PIC 9(9)V99.
      *    "P" MAKES A RECEIPT DATED INTO A CLOSED PERIOD A
      *    PRIOR-PERIOD ADJUSTMENT -- POSTED ONLY ON A
      *    CONTROLLER'S RUN, AND AUDITED (SEE PERLOCK).
           05 CRTRAN-PERIOD-OVERRIDE 	PIC X(01).
