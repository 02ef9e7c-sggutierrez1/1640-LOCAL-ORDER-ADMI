      * FD LOCKBOX-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    THE BANK'S DAILY LOCKBOX TRANSMISSION: ONE HEADER ("H")
      *    NAMING THE LOCKBOX AND THE DEPOSIT DATE, A CHECK RECORD
      *    ("C") FOR EVERY CUSTOMER CHECK WITH THE FIRST SIX INVOICE
      *    NUMBERS REMITTED, OVERFLOW RECORDS ("O") CARRYING SIX MORE
      *    FOR THE CHECK BEFORE THEM, AND ONE TRAILER ("T") WITH THE
      *    CHECK COUNT AND THE DEPOSIT TOTAL THE BANK CREDITED.  THE
      *    CUSTOMER ACCOUNT AND INVOICE NUMBERS ARE AS THE BANK READ
      *    THEM OFF THE REMITTANCE -- BLANK OR GARBLED IS POSSIBLE.
       FD LOCKBOX-FILE
          LABEL RECORDS ARE STANDARD.
       01  LOCKBOX-RECORD.
           05 LBX-RECORD-TYPE 	PIC X(01).
               88 LBX-HEADER 		VALUE "H".
               88 LBX-CHECK 		VALUE "C".
               88 LBX-OVERFLOW 		VALUE "O".
               88 LBX-TRAILER 		VALUE "T".
           05 LBX-CHECK-DATA.
               10 LBX-CHECK-NUMBER 	PIC X(10).
               10 LBX-CHECK-AMOUNT 	PIC 9(9)V99.
               10 LBX-CUSTOMER-ACCOUNT 	PIC X(07).
               10 LBX-CUSTOMER-ID REDEFINES LBX-CUSTOMER-ACCOUNT
                                 	PIC 9(07).
               10 LBX-INVOICE-REF 	PIC X(07) OCCURS 6 TIMES.
               10 FILLER 		PIC X(09).
           05 LBX-OVERFLOW-DATA REDEFINES LBX-CHECK-DATA.
               10 LBX-OVF-INVOICE-REF 	PIC X(07) OCCURS 6 TIMES.
               10 FILLER 		PIC X(37).
           05 LBX-HEADER-DATA REDEFINES LBX-CHECK-DATA.
               10 LBX-LOCKBOX-NUMBER 	PIC X(07).
               10 LBX-DEPOSIT-DATE 	PIC 9(8).
               10 FILLER 		PIC X(64).
           05 LBX-TRAILER-DATA REDEFINES LBX-CHECK-DATA.
               10 LBX-CHECK-COUNT 	PIC 9(7).
               10 LBX-DEPOSIT-TOTAL 	PIC 9(11)V99.
               10 FILLER 		PIC X(59).
