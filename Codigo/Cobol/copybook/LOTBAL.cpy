      * FD LOT-BALANCE-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD PER VENDOR LOT OF AN ITEM, FILED UNDER THE
      *    ITEM SO A PASS OVER ONE ITEM'S LOTS IS A START AND A
      *    FEW READS.  RCVMAINT OPENS THE LOT ON ITS FIRST RECEIPT
      *    AND ADDS EVERY LATER ONE; CORMAINT DRAWS SHIPMENTS FROM
      *    THE ITEM'S LOTS, FIRST-EXPIRING FIRST.  THE LOT IS KEPT
      *    FOR THE ITEM AS A WHOLE, NOT BY WAREHOUSE -- A TRANSFER
      *    CARRIES NO LOT, SO STOCK XFRMAINT MOVES STAYS IN ITS LOT
      *    WHEREVER IT GOES.  A LOT RUN DOWN TO ZERO IS KEPT FOR
      *    LOTTRACE.  EVERY MOVEMENT IS ALSO WRITTEN TO LOTMOV.
       FD LOT-BALANCE-FILE
          LABEL RECORDS ARE STANDARD.
       01  LOT-BALANCE-RECORD.
           05 LB-KEY.
               10 LB-ITEM-NUMBER 	PIC X(08).
               10 LB-LOT-NUMBER 	PIC X(15).
      *    THE VENDOR'S EXPIRY DATE FOR THE LOT -- ZERO WHEN THE
      *    LOT DOES NOT EXPIRE.  PAST IT, CORMAINT WILL NOT DRAW
      *    ON THE LOT AND STKSTAT FLAGS WHAT IS LEFT OF IT.
           05 LB-EXPIRY-DATE 	PIC 9(8).
           05 LB-ON-HAND-QUANTITY 	PIC S9(9).
      *    WHERE THE LOT FIRST CAME IN -- THE PO AND WAREHOUSE OF
      *    ITS FIRST RECEIPT.
           05 LB-VENDOR-NUMBER 	PIC 9(5).
           05 LB-PO-NUMBER 		PIC 9(7).
           05 LB-WAREHOUSE 		PIC X(03).
           05 LB-RECEIPT-DATE 	PIC 9(8).
           05 FILLER 		PIC X(10).
