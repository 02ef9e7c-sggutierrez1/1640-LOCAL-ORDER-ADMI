      * FD QUOTE-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD PER QUOTED LINE, KEYED BY QUOTE NUMBER (OFF
      *    THE NUMCTL SERIES) AND LINE.  EVERY LINE OF A QUOTE
      *    CARRIES THE QUOTE'S CUSTOMER, SHIP-TO, REP AND DATES, SO
      *    ANY LINE CAN STAND IN FOR THE HEADER.  KEPT BY QTEMAINT,
      *    PRINTED BY QTEPRINT, CONVERTED TO ORDERS BY CORMAINT'S
      *    "Q" TRANSACTION AND REPORTED MONTHLY BY QTERPT.
       FD QUOTE-FILE
          LABEL RECORDS ARE STANDARD.
       01  QUOTE-RECORD.
           05 QT-KEY.
               10 QT-QUOTE-NUMBER 	PIC 9(7).
               10 QT-LINE-NUMBER 	PIC 9(3).
           05 QT-CUSTOMER-ID 	PIC 9(7).
      *    BLANK MEANS SHIP TO THE BILLING ADDRESS.
           05 QT-SHIP-TO-CODE 	PIC X(03).
           05 QT-SALES-REP-CODE 	PIC X(05).
           05 QT-QUOTE-DATE 	PIC 9(8).
      *    THE LAST DAY THE CUSTOMER MAY ACCEPT AT THESE PRICES.  AN
      *    OPEN LINE PAST IT IS EXPIRED -- THERE IS NO EXPIRED
      *    STATUS, THE DATE SAYS SO.
           05 QT-EXPIRY-DATE 	PIC 9(8).
           05 QT-ITEM-NUMBER 	PIC X(08).
           05 QT-DESCRIPTION 	PIC X(40).
           05 QT-QUANTITY 		PIC 9(7).
      *    THE PRICE QUOTED, OFF THE SELL-PRICE FILE WHEN THE LINE
      *    WAS KEYED -- HELD WHEN THE QUOTE BECOMES AN ORDER.
           05 QT-UNIT-PRICE 	PIC 9(7)V99.
           05 QT-LINE-AMOUNT 	PIC 9(9)V99.
           05 QT-STATUS 		PIC X(01).
               88 QT-STATUS-OPEN 		VALUE "O".
               88 QT-STATUS-CONVERTED 	VALUE "C".
               88 QT-STATUS-LOST 		VALUE "L".
      *    THE DAY THE LINE WAS CONVERTED (THE ORDER DATE) OR
      *    MARKED LOST; ZERO WHILE OPEN.
           05 QT-STATUS-DATE 	PIC 9(8).
      *    THE CUSTOMER ORDER THE LINE BECAME; ZERO UNTIL THEN.
           05 QT-ORDER-NUMBER 	PIC 9(7).
      *    "Y" ONCE QTEPRINT HAS PRINTED THE LINE ON A QUOTE
      *    DOCUMENT; A CHANGE TURNS IT BACK TO "N" SO THE REVISED
      *    QUOTE PRINTS AGAIN.
           05 QT-FORM-PRINTED-SWITCH 	PIC X(01).
               88 QT-FORM-PRINTED 		VALUE "Y".
           05 FILLER 		PIC X(10).
