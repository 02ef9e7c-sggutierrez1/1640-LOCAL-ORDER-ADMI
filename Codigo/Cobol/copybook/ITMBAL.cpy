      * FD INVENTORY-BALANCE-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    RUNNING ON-HAND POSITION PER ITEM PER WAREHOUSE --
      *    GOODS RECEIPTS IN RCVMAINT RAISE IT AND SHIPPED CUSTOMER
      *    ORDERS IN CORMAINT LOWER IT.  SIGNED, SO DRIFT SHOWS UP
      *    AS A NEGATIVE ON-HAND INSTEAD OF HIDING AT ZERO.
       FD INVENTORY-BALANCE-FILE
          LABEL RECORDS ARE STANDARD.
       01  INVENTORY-BALANCE-RECORD.
      *    THE WAREHOUSE LEADS THE KEY, SO A SEQUENTIAL PASS RUNS
      *    ONE WAREHOUSE AT A TIME.  THE ITEM-ONLY FILE WAS LOADED
      *    INTO THE DEFAULT WAREHOUSE BY ITMBCNV; A SHOP WITH NO
      *    WAREHOUSE TABLE KEEPS ITS STOCK UNDER A BLANK WAREHOUSE
      *    (SEE WHSCHK).
           05 IB-KEY.
               10 IB-WAREHOUSE 	PIC X(03).
               10 IB-ITEM-NUMBER 	PIC X(08).
           05 IB-ON-HAND-QUANTITY 	PIC S9(9).
      *    WEIGHTED-AVERAGE UNIT COST OF WHAT IS ON HAND.  RCVMAINT
      *    RE-AVERAGES IT AT EACH RECEIPT FROM THE PO COST;
      *    SHIPMENTS AND RETURNS TAKE QUANTITY OUT AT IT.  ITMBCNV
      *    LOADED ZERO WHERE THE OLD FILE CARRIED NO COST.
           05 IB-AVERAGE-COST 	PIC 9(7)V999.
      *    THE DATE THE ITEM WAS LAST CYCLE-COUNTED AND ITS ON-HAND
      *    SET TO THE SHELF BY CYCADJ; CYCSEL PICKS THE ITEMS DUE
      *    FOR A COUNT FROM IT.  ZERO MEANS NEVER COUNTED.
           05 IB-LAST-COUNT-DATE 	PIC 9(8).
      *    STOCK XFRMAINT HAS SHIPPED TO THIS WAREHOUSE THAT HAS
      *    NOT ARRIVED YET, AND ITS COST AT THE SENDING WAREHOUSE'S
      *    AVERAGE -- STILL INVENTORY, SO INVVALU VALUES IT, BUT
      *    NOT ON THE SHELF HERE UNTIL THE TRANSFER IS RECEIVED.
           05 IB-IN-TRANSIT-QUANTITY 	PIC S9(9).
           05 IB-IN-TRANSIT-VALUE 	PIC S9(11)V99.
