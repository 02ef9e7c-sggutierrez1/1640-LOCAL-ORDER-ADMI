      * FD TRANSFER-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE LINE OFF A TRANSFER FORM: THE SHIP WHEN THE SENDING
      *    WAREHOUSE LETS THE GOODS GO, THE RECEIVE WHEN THEY
      *    ARRIVE.  APPLIED BY XFRMAINT.
       FD TRANSFER-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  TRANSFER-TRANSACTION-RECORD.
           05 XTRAN-CODE 		PIC X(01).
               88 XTRAN-SHIP 		VALUE "S".
               88 XTRAN-RECEIVE 		VALUE "R".
           05 XTRAN-TRANSFER-NUMBER 	PIC 9(7).
      *    THE ITEM, WAREHOUSES AND QUANTITY ARE KEYED ON THE SHIP;
      *    A RECEIVE NEEDS ONLY THE TRANSFER NUMBER AND DATE, AND
      *    A QUANTITY, IF KEYED, MUST MATCH WHAT WAS SHIPPED.
           05 XTRAN-ITEM-NUMBER 	PIC X(08).
           05 XTRAN-FROM-WAREHOUSE 	PIC X(03).
           05 XTRAN-TO-WAREHOUSE 	PIC X(03).
           05 XTRAN-QUANTITY 	PIC 9(7).
           05 XTRAN-TRAN-DATE 	PIC 9(8).
