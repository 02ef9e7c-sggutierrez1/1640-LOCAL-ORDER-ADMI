      * FD VENDOR-STATEMENT-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE VENDOR'S MONTHLY STATEMENT AS AP KEYS IT FROM THE
      *    VENDOR'S MAILING -- ONE HEADER ("H"), ONE DETAIL ("D")
      *    PER LINE THE VENDOR SHOWS, AND ONE TRAILER ("T").  THE
      *    HEADER AND TRAILER CARRY THE STATEMENT'S DATES AND
      *    BALANCES OVER THE DETAIL FIELDS.  AN INVOICE OR CREDIT
      *    MEMO CARRIES THE VENDOR'S DOCUMENT NUMBER AS WE KEY IT
      *    ON VENDOR-INVOICE-FILE; A PAYMENT CARRIES OUR PAYMENT
      *    NUMBER (PAY-PAYMENT-NUMBER) AS THE VENDOR SHOWS IT,
      *    RIGHT-JUSTIFIED WITH LEADING ZEROS.  READ BY VNDSTREC.
       FD VENDOR-STATEMENT-FILE
          LABEL RECORDS ARE STANDARD.
       01  VENDOR-STATEMENT-RECORD.
           05 VST-RECORD-TYPE 	PIC X(01).
               88 VST-HEADER 		VALUE "H".
               88 VST-DETAIL 		VALUE "D".
               88 VST-TRAILER 		VALUE "T".
           05 VST-VENDOR-NUMBER 	PIC 9(5).
           05 VST-DETAIL-DATA.
               10 VST-ITEM-DATE 	PIC 9(8).
      *        I INVOICE, C CREDIT MEMO, P PAYMENT THE VENDOR HAS
      *        APPLIED.
               10 VST-ITEM-TYPE 	PIC X(01).
                   88 VST-INVOICE 	VALUE "I".
                   88 VST-CREDIT-MEMO 	VALUE "C".
                   88 VST-PAYMENT 	VALUE "P".
               10 VST-REFERENCE 	PIC X(10).
               10 VST-REFERENCE-NUMBER REDEFINES VST-REFERENCE
                  			PIC 9(10).
               10 VST-AMOUNT 	PIC 9(9)V99.
               10 FILLER 		PIC X(10).
           05 VST-HEADER-DATA REDEFINES VST-DETAIL-DATA.
               10 VST-STATEMENT-START 	PIC 9(8).
               10 VST-STATEMENT-END 	PIC 9(8).
               10 FILLER 		PIC X(24).
           05 VST-TRAILER-DATA REDEFINES VST-DETAIL-DATA.
               10 VST-BALANCE-DUE 	PIC S9(9)V99.
               10 VST-DETAIL-COUNT 	PIC 9(7).
               10 FILLER 		PIC X(22).
