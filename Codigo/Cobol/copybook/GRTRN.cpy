      *    ZERO OR BLANK MEANS AN ORDER-LEVEL RECEIPT, THE WAY
      *    EVERY DECK WAS KEYED BEFORE LINE-LEVEL RECEIVING.
           05 RTRAN-PO-LINE 		PIC 9(3).
      *    "P" MAKES A RECEIPT OR RETURN DATED INTO A CLOSED PERIOD
      *    A PRIOR-PERIOD ADJUSTMENT -- POSTED ONLY ON A
      *    CONTROLLER'S RUN, AND AUDITED (SEE PERLOCK).
           05 RTRAN-PERIOD-OVERRIDE 	PIC X(01).
      *    APPENDED -- THE VENDOR'S LOT NUMBER AND EXPIRY DATE OFF
      *    THE PACKING SLIP.  ON A RECEIPT THEY OPEN OR ADD TO THE
      *    ITEM'S LOT ON LOTBAL; ON A RETURN THE LOT NAMES WHICH
      *    ONE GOES BACK.  A BLANK LOT (EVERY OLDER DECK) RECEIVES
      *    THE STOCK WITHOUT A LOT; A BLANK EXPIRY NEVER EXPIRES.
           05 RTRAN-LOT-NUMBER 	PIC X(15).
           05 RTRAN-EXPIRY-DATE 	PIC X(08).
