           05 VENDOR-PAY-METHOD 	PIC X(01).
               88 VENDOR-PAY-BY-CHECK 	VALUE "C" " ".
               88 VENDOR-PAY-ELECTRONIC 	VALUE "E".
      *    THE CURRENCY THE VENDOR BILLS AND IS PAID IN, AS KEYED ON
      *    CURRATE.  BLANK ON RECORDS WRITTEN BEFORE THE CODE WAS
      *    KEPT, WHICH READ AS US DOLLARS.
           05 VENDOR-CURRENCY-CODE	PIC X(03).
               88 VENDOR-BILLS-IN-USD	VALUE "USD" "   ".
      *    DAYS FROM ORDER TO RECEIPT THE VENDOR NORMALLY TAKES --
      *    THE DEMAND FORECAST SIZES THE REORDER POINT ON IT.  ZERO
      *    (OR SPACES, ON RECORDS WRITTEN BEFORE THE FIELD WAS
      *    KEPT) TAKES THE STANDING DEFAULT -- SEE DMDFCST.
           05 VENDOR-LEAD-TIME-DAYS	PIC 9(03).
