      * FD BANK-STATEMENT-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    THE BANK'S MONTHLY STATEMENT FOR THE DISBURSEMENT AND
      *    DEPOSIT ACCOUNT, AS THE BANK TRANSMITS IT -- ONE HEADER
      *    ("H"), ONE DETAIL ("D") PER ITEM THAT POSTED TO THE
      *    ACCOUNT, AND ONE TRAILER ("T").  THE HEADER AND TRAILER
      *    CARRY THE STATEMENT'S BALANCES OVER THE DETAIL FIELDS.
      *    A CLEARED CHECK OR AN ACH DEBIT CARRIES OUR PAYMENT
      *    NUMBER (PAY-PAYMENT-NUMBER) AS ITS REFERENCE, RIGHT-
      *    JUSTIFIED WITH LEADING ZEROS.  READ BY BNKREC.
       FD BANK-STATEMENT-FILE
          LABEL RECORDS ARE STANDARD.
       01  BANK-STATEMENT-RECORD.
           05 BST-RECORD-TYPE 	PIC X(01).
               88 BST-HEADER 		VALUE "H".
               88 BST-DETAIL 		VALUE "D".
               88 BST-TRAILER 		VALUE "T".
           05 BST-ACCOUNT-NUMBER 	PIC X(17).
           05 BST-DETAIL-DATA.
               10 BST-POST-DATE 	PIC 9(8).
      *        C CLEARED CHECK, A ACH DEBIT, D DEPOSIT, F FEE OR
      *        OTHER BANK CHARGE, I INTEREST OR OTHER BANK CREDIT.
               10 BST-TRAN-TYPE 	PIC X(01).
                   88 BST-CLEARED-CHECK 	VALUE "C".
                   88 BST-ACH-DEBIT 	VALUE "A".
                   88 BST-DEPOSIT 	VALUE "D".
                   88 BST-BANK-CHARGE 	VALUE "F".
                   88 BST-BANK-CREDIT 	VALUE "I".
               10 BST-REFERENCE 	PIC X(10).
               10 BST-REFERENCE-NUMBER REDEFINES BST-REFERENCE
                  			PIC 9(10).
               10 BST-AMOUNT 	PIC 9(11)V99.
               10 BST-DESCRIPTION 	PIC X(30).
           05 BST-HEADER-DATA REDEFINES BST-DETAIL-DATA.
               10 BST-STATEMENT-START 	PIC 9(8).
               10 BST-STATEMENT-END 	PIC 9(8).
               10 BST-OPENING-BALANCE 	PIC S9(11)V99.
               10 FILLER 		PIC X(33).
           05 BST-TRAILER-DATA REDEFINES BST-DETAIL-DATA.
               10 BST-CLOSING-BALANCE 	PIC S9(11)V99.
               10 BST-DETAIL-COUNT 	PIC 9(7).
               10 FILLER 		PIC X(42).
