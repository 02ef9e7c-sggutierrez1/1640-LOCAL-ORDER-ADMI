      * FD SHIPMENT-COST-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD PER SHIPMENT OR CUSTOMER RETURN CORMAINT
      *    POSTS AGAINST AN ORDER FOR AN ITEM -- THE QUANTITY THAT
      *    MOVED, COSTED AT THE ITEM'S AVERAGE COST ON ITMBAL AT
      *    THE MOMENT IT MOVED.  GLPOST JOURNALS THE NIGHT'S
      *    RECORDS (COST OF GOODS SOLD AGAINST INVENTORY, THE "CG"
      *    MAP ROW) AND GRSMRGN MATCHES THE MONTH'S COST TO THE
      *    REVENUE BILLED.  A PERMANENT FILE -- EACH RUN EXTENDS IT.
       FD SHIPMENT-COST-FILE
          LABEL RECORDS ARE STANDARD.
       01  SHIPMENT-COST-RECORD.
           05 SC-TRAN-TYPE 		PIC X(01).
               88 SC-SHIPMENT 		VALUE "S".
      *        A RETURN PUTS THE COST BACK INTO INVENTORY -- THE
      *        MIRROR ENTRY, AND A REDUCTION OF THE MONTH'S COST.
               88 SC-RETURN 		VALUE "R".
           05 SC-CUSTOMER-ID 	PIC 9(7).
           05 SC-ORDER-NUMBER 	PIC 9(7).
           05 SC-ITEM-NUMBER 	PIC X(08).
           05 SC-SALES-REP-CODE 	PIC X(05).
      *    THE DATE KEYED ON THE TRANSACTION.
           05 SC-TRAN-DATE 		PIC 9(8).
      *    THE DATE THE CORMAINT RUN POSTED IT -- THE GL FEED
      *    SELECTS ON THIS DATE, AS IT DOES FOR CASH RECEIPTS.
           05 SC-POSTED-DATE 	PIC 9(8).
           05 SC-QUANTITY 		PIC 9(7).
           05 SC-UNIT-COST 		PIC 9(7)V999.
      *    ALWAYS POSITIVE -- SC-TRAN-TYPE SAYS WHICH WAY IT POSTS.
           05 SC-EXTENDED-COST 	PIC 9(11)V99.
           05 FILLER 		PIC X(10).
