      *    PRINTS THE NIGHT IT LEAVES PENDING.
           05 PO-PRINT-FLAG 	PIC X(01).
               88 PO-FORM-PRINTED 	VALUE "Y".
      *    APPENDED -- NO FILLER WAS LEFT TO CARVE, SO THE FILE IS
      *    REORGANIZED TO THE LONGER RECORD.  THE WAREHOUSE THE
      *    GOODS ARE TO BE DELIVERED TO; RCVMAINT RECEIVES THEM
      *    INTO IT.  SPACES MEANS THE DEFAULT WAREHOUSE.
           05 PO-WAREHOUSE 	PIC X(03).
      *    APPENDED -- THE OPERATOR WHO KEYED THE ORDER, TAKEN AS
      *    ITS BUYER.  HELD INVOICES ARE WORKED BY THE BUYER WHO
      *    PLACED THE ORDER (SEE INVHOLD).  SPACES ON ORDERS KEYED
      *    BEFORE THE FIELD EXISTED.
           05 PO-BUYER 		PIC X(08).
      *    APPENDED -- BLANKET AGREEMENTS.  A BLANKET ("B") IS
      *    THE YEAR'S COMMITTED QUANTITY AND PRICE (OR, WITH NO
      *    QUANTITY, A COMMITTED AMOUNT) UP TO ITS END DATE.  IT
      *    IS NEVER RECEIVED AGAINST -- PURMAINT DRAWS RELEASES
      *    ("S") DOWN FROM IT AS ORDINARY PO'S.  ON A BLANKET,
      *    PO-QUANTITY AND PO-TOTAL-AMOUNT CARRY WHAT IS STILL
      *    UNRELEASED, SO EVERY OPEN-COMMITMENT TOTAL SEES THE
      *    AGREEMENT ONCE AND EACH RELEASE ONCE.  SPACES ON AN
      *    ORDINARY PO.
           05 PO-ORDER-TYPE 	PIC X(01).
               88 PO-BLANKET 		VALUE "B".
               88 PO-RELEASE 		VALUE "S".
           05 PO-BLANKET-END-DATE 	PIC 9(8).
      *    ZERO WHEN THE BLANKET IS AUTHORIZED BY AMOUNT ONLY.
           05 PO-AUTHORIZED-QUANTITY 	PIC 9(7).
           05 PO-AUTHORIZED-AMOUNT 	PIC 9(9)V99.
           05 PO-RELEASED-QUANTITY 	PIC 9(7).
           05 PO-RELEASED-AMOUNT 	PIC 9(9)V99.
      *    ON A RELEASE, THE BLANKET IT WAS DRAWN FROM.
           05 PO-BLANKET-NUMBER 	PIC 9(7).
