      * FD SHIP-CONFIRM-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD PER SHIPMENT CORMAINT POSTS AGAINST AN ORDER
      *    -- A SHIP-CONFIRM, OR THE REMAINDER A CLOSE SHIPS -- WITH
      *    THE ORDER AS IT STOOD ONCE THE SHIPMENT WAS POSTED.  THE
      *    DECK PACKSLIP PRINTS THE PACKING SLIPS FROM; REWRITTEN
      *    EACH CORMAINT RUN, LIKE CORRET.
       FD SHIP-CONFIRM-FILE
          LABEL RECORDS ARE STANDARD.
       01  SHIP-CONFIRM-RECORD.
           05 SCF-CUSTOMER-ID 	PIC 9(7).
           05 SCF-ORDER-NUMBER 	PIC 9(7).
      *    SPACES WHEN THE GOODS WENT TO THE BILLING ADDRESS.
           05 SCF-SHIP-TO-CODE 	PIC X(03).
           05 SCF-ITEM-NUMBER 	PIC X(08).
           05 SCF-DESCRIPTION 	PIC X(40).
      *    THE DATE KEYED ON THE TRANSACTION.
           05 SCF-SHIP-DATE 	PIC 9(8).
           05 SCF-ORDERED-QUANTITY 	PIC 9(7).
           05 SCF-SHIPPED-QUANTITY 	PIC 9(7).
           05 SCF-SHIPPED-TO-DATE 	PIC 9(7).
      *    WHAT IS STILL OWED AND STAYS OPEN -- ZERO ONCE THE
      *    ORDER HAS CLOSED.
           05 SCF-BACKORDER-QUANTITY 	PIC 9(7).
           05 FILLER 		PIC X(10).
