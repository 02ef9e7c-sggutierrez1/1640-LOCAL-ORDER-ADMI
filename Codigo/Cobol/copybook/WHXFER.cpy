      * FD WAREHOUSE-TRANSFER-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD PER INTER-WAREHOUSE TRANSFER, KEYED BY THE
      *    TRANSFER NUMBER ON THE TRANSFER FORM.  XFRMAINT WRITES IT
      *    WHEN THE SENDING WAREHOUSE SHIPS AND MARKS IT RECEIVED
      *    WHEN THE GOODS ARRIVE; UNTIL THEN THE STOCK IS IN
      *    TRANSIT ON THE RECEIVING WAREHOUSE'S ITMBAL RECORD.
       FD WAREHOUSE-TRANSFER-FILE
          LABEL RECORDS ARE STANDARD.
       01  WAREHOUSE-TRANSFER-RECORD.
           05 XFR-TRANSFER-NUMBER 	PIC 9(7).
           05 XFR-STATUS 		PIC X(01).
               88 XFR-IN-TRANSIT 	VALUE "T".
               88 XFR-RECEIVED 		VALUE "R".
           05 XFR-ITEM-NUMBER 	PIC X(08).
           05 XFR-FROM-WAREHOUSE 	PIC X(03).
           05 XFR-TO-WAREHOUSE 	PIC X(03).
           05 XFR-QUANTITY 	PIC 9(7).
      *    THE SENDING WAREHOUSE'S AVERAGE COST WHEN THE GOODS
      *    LEFT -- THE COST THE RECEIVING WAREHOUSE AVERAGES IN.
           05 XFR-UNIT-COST 	PIC 9(7)V999.
           05 XFR-SHIP-DATE 	PIC 9(8).
           05 XFR-RECEIVE-DATE 	PIC 9(8).
           05 FILLER 		PIC X(10).
