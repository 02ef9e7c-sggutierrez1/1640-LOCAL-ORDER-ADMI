      * FD COUNT-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE KEYED RESULT FROM A COUNT SHEET: THE ITEM AND
      *    WAREHOUSE, WHAT WAS ON THE SHELF, WHO COUNTED IT AND
      *    WHEN.  APPLIED TO THE CYCLE-COUNT FILE BY CYCENT.
       FD COUNT-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  COUNT-TRANSACTION-RECORD.
           05 CTX-CODE 		PIC X(01).
               88 CTX-COUNT 		VALUE "C".
      *        A RECOUNT REPLACES A COUNT ALREADY KEYED.
               88 CTX-RECOUNT 		VALUE "R".
           05 CTX-ITEM-NUMBER 	PIC X(08).
           05 CTX-COUNTED-QUANTITY 	PIC 9(9).
           05 CTX-COUNT-DATE 	PIC 9(8).
           05 CTX-COUNTER-ID 	PIC X(08).
      *    APPENDED -- BLANK IS THE DEFAULT WAREHOUSE.
           05 CTX-WAREHOUSE 	PIC X(03).
