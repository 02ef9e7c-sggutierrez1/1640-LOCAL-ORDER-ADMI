      * FD CYCLE-COUNT-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD PER ITEM AND WAREHOUSE ON THE CURRENT CYCLE
      *    COUNT, WAREHOUSE FIRST IN THE KEY LIKE ITMBAL.  CYCSEL
      *    WRITES IT WHEN IT PRINTS THE COUNT SHEETS, FREEZING THE
      *    BOOK ON-HAND AND AVERAGE COST AS THEY STOOD; CYCENT
      *    POSTS THE KEYED COUNTS TO IT; CYCADJ REPORTS BOOK
      *    AGAINST COUNT AND, ONCE APPROVED, ADJUSTS ITMBAL BY THE
      *    DIFFERENCE.  REBUILT BY EACH CYCSEL RUN.
       FD CYCLE-COUNT-FILE
          LABEL RECORDS ARE STANDARD.
       01  CYCLE-COUNT-RECORD.
           05 CC-KEY.
               10 CC-WAREHOUSE 	PIC X(03).
               10 CC-ITEM-NUMBER 	PIC X(08).
           05 CC-COUNT-STATUS 	PIC X(01).
               88 CC-NOT-COUNTED 	VALUE "O".
               88 CC-COUNTED 		VALUE "C".
      *        POSTED BY CYCADJ -- ITMBAL CARRIES THE COUNT NOW.
               88 CC-POSTED 		VALUE "P".
      *        NEVER COUNTED AND DROPPED WHEN THE COUNT POSTED --
      *        THE ITEM STAYS DUE FOR THE NEXT CYCLE.
               88 CC-RELEASED 		VALUE "X".
               88 CC-OPEN 		VALUE "O" "C".
      *    THE DAY THE SHEETS WERE PRINTED.
           05 CC-SELECT-DATE 	PIC 9(8).
      *    ITMBAL AS IT STOOD WHEN THE SHEETS WERE PRINTED -- THE
      *    COUNT IS TAKEN BEFORE THE NEXT RECEIVING OR SHIPPING
      *    RUN, SO THE SHELF AND THIS FIGURE DESCRIBE ONE MOMENT.
           05 CC-BOOK-QUANTITY 	PIC S9(9).
           05 CC-AVERAGE-COST 	PIC 9(7)V999.
           05 CC-COUNTED-QUANTITY 	PIC 9(9).
           05 CC-COUNT-DATE 	PIC 9(8).
           05 CC-COUNTER-ID 	PIC X(08).
           05 FILLER 		PIC X(07).
