      * FD QUOTE-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD QUOTE-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  QUOTE-TRANSACTION-RECORD.
           05 QTRAN-CODE 		PIC X(01).
      *        "A" ADDS A LINE.  QUOTE NUMBER ZERO WITH LINE 1
      *        STARTS A NEW QUOTE, NUMBERED OFF NUMCTL; THE ZERO-
      *        NUMBERED LINES BEHIND IT JOIN THAT QUOTE.  A QUOTE
      *        NUMBER ADDS THE LINE TO THAT OPEN QUOTE.
               88 QTRAN-ADD 			VALUE "A".
      *        "C" CHANGES A LINE'S QUANTITY OR PRICE (ZERO LEAVES
      *        EITHER AS IT IS); AN EXPIRY DATE MOVES THE WHOLE
      *        QUOTE'S.
               88 QTRAN-CHANGE 		VALUE "C".
               88 QTRAN-DELETE 		VALUE "D".
      *        "L" MARKS EVERY OPEN LINE OF THE QUOTE LOST.
               88 QTRAN-LOST 			VALUE "L".
           05 QTRAN-QUOTE-NUMBER 	PIC 9(7).
           05 QTRAN-LINE-NUMBER 	PIC 9(3).
           05 QTRAN-CUSTOMER-ID 	PIC 9(7).
           05 QTRAN-SHIP-TO-CODE 	PIC X(03).
           05 QTRAN-SALES-REP-CODE 	PIC X(05).
      *    ZERO DATES THE QUOTE TODAY.
           05 QTRAN-QUOTE-DATE 	PIC 9(8).
      *    ZERO ON A NEW QUOTE GIVES THE STANDARD VALIDITY.
           05 QTRAN-EXPIRY-DATE 	PIC 9(8).
           05 QTRAN-ITEM-NUMBER 	PIC X(08).
           05 QTRAN-QUANTITY 		PIC 9(7).
      *    ZERO TAKES THE SELL-PRICE FILE'S PRICE; ONE KEYED IS A
      *    CROSS-CHECK, AND STANDS ONLY WHEN NONE IS ON FILE.
           05 QTRAN-UNIT-PRICE 	PIC 9(7)V99.
