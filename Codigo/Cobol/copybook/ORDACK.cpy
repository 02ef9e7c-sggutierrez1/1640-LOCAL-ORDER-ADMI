      * FD ORDER-ACK-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    THE ACKNOWLEDGEMENT BACK TO THE TRADING PARTNER -- ONE
      *    RECORD PER PO LINE EDIORD READ, ACCEPTED OR REJECTED,
      *    IN THE PARTNER'S OWN PO AND PART NUMBERS.  REWRITTEN
      *    EACH EDIORD RUN; THE TRANSLATOR SPLITS IT BY CUSTOMER.
       FD ORDER-ACK-FILE
          LABEL RECORDS ARE STANDARD.
       01  ORDER-ACK-RECORD.
           05 ACK-CUSTOMER-ID 	PIC 9(7).
           05 ACK-PO-NUMBER 	PIC X(15).
           05 ACK-LINE-NUMBER 	PIC 9(4).
           05 ACK-PARTNER-PART 	PIC X(20).
           05 ACK-STATUS 		PIC X(01).
               88 ACK-ACCEPTED 		VALUE "A".
               88 ACK-REJECTED 		VALUE "R".
      *    OUR ITEM AND PRICE ON AN ACCEPTED LINE; BLANK AND ZERO
      *    ON A REJECTED ONE.
           05 ACK-ITEM-NUMBER 	PIC X(08).
           05 ACK-QUANTITY 		PIC 9(7).
           05 ACK-UNIT-PRICE 	PIC 9(7)V99.
      *    THE REFERENCE THE LINE WENT TO ORDER ENTRY UNDER -- THE
      *    ORDER NUMBER KEYED ON ITS CORTRAN ADD.
           05 ACK-REFERENCE 	PIC 9(7).
           05 ACK-REJECT-CODE 	PIC X(03).
           05 ACK-REJECT-TEXT 	PIC X(25).
           05 ACK-DATE 		PIC 9(8).
           05 FILLER 		PIC X(10).
