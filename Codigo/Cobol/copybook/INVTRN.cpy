           05 ITRAN-CODE 		PIC X(01).
               88 ITRAN-ADD 			VALUE "A".
               88 ITRAN-DELETE 		VALUE "D".
      *    RESOLUTIONS OF A HELD INVOICE, EACH NAMING THE VENDOR,
      *    THE INVOICE, AND A NOTE.  "R" RELEASES IT AS IT STANDS,
      *    "J" ADJUSTS IT TO THE KEYED QUANTITY AND UNIT COST FOR
      *    ANOTHER PASS THROUGH THE MATCH, "X" REJECTS IT BACK TO
      *    THE VENDOR.
               88 ITRAN-RELEASE 		VALUE "R".
               88 ITRAN-ADJUST 		VALUE "J".
               88 ITRAN-REJECT 		VALUE "X".
               88 ITRAN-RESOLUTION 		VALUE "R" "J" "X".
           05 ITRAN-VENDOR-NUMBER 	PIC 9(5).
           05 ITRAN-INVOICE-NUMBER 	PIC X(10).
           05 ITRAN-PO-NUMBER 		PIC 9(7).
      *    ZERO OR BLANK MEANS AN ORDER-LEVEL INVOICE, THE WAY
      *    EVERY DECK WAS KEYED BEFORE LINE-LEVEL MATCHING.
           05 ITRAN-PO-LINE 		PIC 9(3).
      *    "P" MAKES AN INVOICE DATED INTO A CLOSED PERIOD A
      *    PRIOR-PERIOD ADJUSTMENT -- POSTED ONLY ON A
      *    CONTROLLER'S RUN, AND AUDITED (SEE PERLOCK).
           05 ITRAN-PERIOD-OVERRIDE 	PIC X(01).
      *    "C" KEYS A VENDOR CREDIT MEMO: QUANTITY AND UNIT COST
      *    ARE KEYED POSITIVE AND THE AMOUNT GOES ON NEGATIVE.
      *    BLANK IS AN ORDINARY INVOICE.
           05 ITRAN-INVOICE-TYPE 	PIC X(01).
               88 ITRAN-CREDIT-MEMO 		VALUE "C".
      *    APPENDED -- WHY A HELD INVOICE WAS RESOLVED THE WAY IT
      *    WAS.  REQUIRED ON "R", "J", AND "X"; KEPT ON THE AUDIT
      *    LOG WITH THE RESOLVER'S OPERATOR ID.
           05 ITRAN-RESOLUTION-NOTE 	PIC X(30).
