      * FD CUSTOMER-XREF-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    A TRADING PARTNER'S OWN CODES, TRANSLATED TO OURS, FOR
      *    THE ELECTRONIC ORDERS EDIORD TAKES IN.  ONE ROW PER
      *    CUSTOMER, KIND AND PARTNER CODE -- KEPT BY CXRMAINT.
       FD CUSTOMER-XREF-FILE
          LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-XREF-RECORD.
           05 CX-KEY.
               10 CX-CUSTOMER-ID 	PIC 9(7).
      *        "I" TRANSLATES THE PARTNER'S PART NUMBER TO OUR
      *        ITEM, "L" ITS SHIP-TO CODE TO OUR LOCATION CODE.
      *        "P" IS THE PARTNER'S PROFILE -- ONE PER CUSTOMER,
      *        PARTNER CODE BLANK -- NAMING THE REP ITS ELECTRONIC
      *        ORDERS ARE BOOKED TO.  NO PROFILE, NO ORDERS.
               10 CX-XREF-TYPE 		PIC X(01).
                   88 CX-ITEM-XREF 			VALUE "I".
                   88 CX-LOCATION-XREF 		VALUE "L".
                   88 CX-PARTNER-PROFILE 		VALUE "P".
               10 CX-PARTNER-CODE 	PIC X(20).
           05 CX-ITEM-NUMBER 		PIC X(08).
           05 CX-LOCATION-CODE 	PIC X(03).
           05 CX-SALES-REP-CODE 	PIC X(05).
           05 FILLER 		PIC X(10).
