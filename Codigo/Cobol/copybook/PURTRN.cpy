      *        PO -- SUPERVISOR OPERATORS ONLY.
               88 PTRAN-APPROVE 		VALUE "V".
               88 PTRAN-REJECT 		VALUE "R".
      *        "B" ADDS A BLANKET AGREEMENT; "S" RELEASES A
      *        SHIPMENT AGAINST ONE -- THE PO NUMBER NAMES THE
      *        BLANKET, THE QUANTITY IS THE RELEASE, AND THE
      *        EXPECTED DATE IS WHEN THE SHIPMENT IS DUE.
               88 PTRAN-ADD-BLANKET 	VALUE "B".
               88 PTRAN-RELEASE 		VALUE "S".
           05 PTRAN-VENDOR-NUMBER 	PIC 9(5).
           05 PTRAN-PO-NUMBER 		PIC 9(7).
           05 PTRAN-ORDER-DATE 	PIC 9(8).
           05 PTRAN-EXPECTED-DATE 	PIC 9(8).
           05 PTRAN-CLOSED-DATE 	PIC 9(8).
           05 PTRAN-ITEM-NUMBER 	PIC X(08).
      *    "P" MAKES AN ADD OR CLOSE DATED INTO A CLOSED PERIOD A
      *    PRIOR-PERIOD ADJUSTMENT -- POSTED ONLY ON A
      *    CONTROLLER'S RUN, AND AUDITED (SEE PERLOCK).
           05 PTRAN-PERIOD-OVERRIDE 	PIC X(01).
      *    APPENDED -- BLANK DELIVERS TO THE DEFAULT WAREHOUSE.
           05 PTRAN-WAREHOUSE 	PIC X(03).
      *    APPENDED -- ON A "B" ADD, THE LAST DAY A RELEASE MAY
      *    BE DRAWN, AND FOR A BLANKET KEYED WITH NO QUANTITY THE
      *    AMOUNT AUTHORIZED.
           05 PTRAN-BLANKET-END-DATE 	PIC 9(8).
           05 PTRAN-AUTHORIZED-AMOUNT 	PIC 9(9)V99.
