      * FD UNAPPLIED-CASH-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    CUSTOMER CASH THE BANK HAS DEPOSITED BUT NO INVOICE COULD
      *    TAKE -- NO USABLE INVOICE REFERENCE, OR MORE MONEY THAN
      *    THE INVOICES NAMED STILL OWED.  ONE RECORD PER CHECK, FOR
      *    THE AR CLERK TO RESEARCH AND APPLY THROUGH CSHRCPT.  THE
      *    FILE IS PERMANENT; EACH LOCKBOX RUN EXTENDS IT.
       FD UNAPPLIED-CASH-FILE
          LABEL RECORDS ARE STANDARD.
       01  UNAPPLIED-CASH-RECORD.
           05 UC-DEPOSIT-DATE 	PIC 9(8).
           05 UC-LOCKBOX-NUMBER 	PIC X(07).
           05 UC-CHECK-NUMBER 	PIC X(10).
      *    ZERO WHEN THE BANK SENT NO USABLE CUSTOMER ACCOUNT AND
      *    NO INVOICE NAMED ONE.
           05 UC-CUSTOMER-ID 	PIC 9(7).
           05 UC-CHECK-AMOUNT 	PIC 9(9)V99.
           05 UC-UNAPPLIED-AMOUNT 	PIC 9(9)V99.
           05 UC-REASON-CODE 	PIC X(03).
      *    THE FIRST THREE INVOICE REFERENCES EXACTLY AS THE BANK
      *    SENT THEM.
           05 UC-INVOICE-REF 	PIC X(07) OCCURS 3 TIMES.
           05 UC-POSTED-DATE 	PIC 9(8).
           05 FILLER 		PIC X(10).
