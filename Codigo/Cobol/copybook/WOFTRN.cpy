      * FD WRITE-OFF-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD WRITE-OFF-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  WRITE-OFF-TRANSACTION-RECORD.
           05 WOTRAN-CODE 		PIC X(01).
               88 WOTRAN-WRITE-OFF 		VALUE "W".
           05 WOTRAN-CUSTOMER-ID 	PIC 9(7).
           05 WOTRAN-INVOICE-NUMBER 	PIC 9(7).
      *    ZERO WRITES OFF WHATEVER IS STILL OPEN ON THE INVOICE.
           05 WOTRAN-AMOUNT 		PIC 9(9)V99.
      *    "B" BAD DEBT / "S" SMALL BALANCE / "D" DISPUTE SETTLED.
           05 WOTRAN-REASON 		PIC X(01).
               88 WOTRAN-REASON-VALID 		VALUE "B" "S" "D".
