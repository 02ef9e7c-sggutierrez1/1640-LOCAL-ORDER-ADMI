      * FD PARTNER-ORDER-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE PURCHASE-ORDER LINE AS A TRADING PARTNER SENT IT,
      *    IN ITS OWN PART NUMBERS AND SHIP-TO CODES, WITH THE PO
      *    HEADER REPEATED ON EVERY LINE.  THE TRANSLATOR THAT
      *    RECEIVES THE FILE STAMPS OUR CUSTOMER ID ON EACH LINE
      *    FROM THE SENDER'S ID.  READ BY EDIORD.
       FD PARTNER-ORDER-FILE
          LABEL RECORDS ARE STANDARD.
       01  PARTNER-ORDER-RECORD.
           05 PO-IN-CUSTOMER-ID 	PIC 9(7).
           05 PO-IN-PO-NUMBER 	PIC X(15).
           05 PO-IN-PO-DATE 	PIC 9(8).
           05 PO-IN-LINE-NUMBER 	PIC 9(4).
      *    BLANK MEANS SHIP TO THE BILLING ADDRESS.
           05 PO-IN-SHIP-TO 	PIC X(20).
           05 PO-IN-PARTNER-PART 	PIC X(20).
           05 PO-IN-QUANTITY 	PIC 9(7).
           05 PO-IN-UNIT-PRICE 	PIC 9(7)V99.
           05 FILLER 		PIC X(10).
