      * FD LOT-MOVEMENT-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD FOR EVERY QUANTITY OF A LOT THAT MOVED -- IN
      *    FROM THE VENDOR OR BACK TO IT (RCVMAINT), OUT TO A
      *    CUSTOMER OR BACK FROM ONE (CORMAINT).  THE TRAIL
      *    LOTTRACE FOLLOWS WHEN A VENDOR RECALLS A LOT.  A
      *    PERMANENT FILE -- EACH RUN EXTENDS IT.
       FD LOT-MOVEMENT-FILE
          LABEL RECORDS ARE STANDARD.
       01  LOT-MOVEMENT-RECORD.
           05 LM-TRAN-TYPE 		PIC X(01).
               88 LM-RECEIPT 		VALUE "R".
               88 LM-VENDOR-RETURN 	VALUE "V".
               88 LM-SHIPMENT 		VALUE "S".
               88 LM-CUSTOMER-RETURN 	VALUE "C".
           05 LM-ITEM-NUMBER 	PIC X(08).
           05 LM-LOT-NUMBER 	PIC X(15).
           05 LM-WAREHOUSE 		PIC X(03).
      *    THE DATE KEYED ON THE TRANSACTION.
           05 LM-TRAN-DATE 		PIC 9(8).
           05 LM-QUANTITY 		PIC 9(7).
      *    RECEIPTS AND VENDOR RETURNS -- ZERO ON CUSTOMER MOVES.
           05 LM-VENDOR-NUMBER 	PIC 9(5).
           05 LM-PO-NUMBER 		PIC 9(7).
           05 LM-PO-LINE 		PIC 9(3).
      *    SHIPMENTS AND CUSTOMER RETURNS -- ZERO ON VENDOR MOVES.
      *    A BLANK SHIP-TO MEANS THE BILLING ADDRESS.
           05 LM-CUSTOMER-ID 	PIC 9(7).
           05 LM-ORDER-NUMBER 	PIC 9(7).
           05 LM-SHIP-TO-CODE 	PIC X(03).
      *    THE DATE THE RUN POSTED IT.
           05 LM-POSTED-DATE 	PIC 9(8).
           05 FILLER 		PIC X(10).
