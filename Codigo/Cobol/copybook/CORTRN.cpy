      *        ORDER -- VALIDATED HERE, CREDIT-MEMOED BY THE
      *        NEXT BILLING RUN OFF THE CORRET FILE.
               88 CTRAN-RETURN 		VALUE "R".
      *        "Q" CONVERTS AN ACCEPTED SALES QUOTE (CTRAN-QUOTE-
      *        NUMBER) INTO ONE ORDER PER OPEN LINE AT THE QUOTED
      *        PRICES, DATED CTRAN-ORDER-DATE -- SEE QUOTMST.
               88 CTRAN-CONVERT-QUOTE 	VALUE "Q".
           05 CTRAN-CUSTOMER-ID 	PIC 9(7).
           05 CTRAN-ORDER-NUMBER 	PIC 9(7).
           05 CTRAN-NOMBRE 		PIC X(30).
           05 CTRAN-ITEM-NUMBER 	PIC X(08).
      *    BLANK MEANS SHIP TO THE BILLING ADDRESS.
           05 CTRAN-SHIP-TO-CODE 	PIC X(03).
      *    "P" MAKES AN ORDER OR RETURN DATED INTO A CLOSED PERIOD
      *    A PRIOR-PERIOD ADJUSTMENT -- POSTED ONLY ON A
      *    CONTROLLER'S RUN, AND AUDITED (SEE PERLOCK).
           05 CTRAN-PERIOD-OVERRIDE 	PIC X(01).
      *    APPENDED -- ON A RETURN, THE LOT THE GOODS CAME BACK
      *    FROM, OFF THE CARTON.  BLANK PUTS THEM BACK WITHOUT A
      *    LOT.  SHIPMENTS NEED NONE: CORMAINT DRAWS THEM FROM THE
      *    ITEM'S LOTS, FIRST-EXPIRING FIRST.
           05 CTRAN-LOT-NUMBER 	PIC X(15).
      *    APPENDED -- THE QUOTE A "Q" TRANSACTION CONVERTS.
           05 CTRAN-QUOTE-NUMBER 	PIC 9(7).
