      * FD POSITIVE-PAY-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    THE POSITIVE-PAY ISSUE FILE IN THE BANK'S FIXED LAYOUT --
      *    EVERY CHECK WE ISSUE ("I") AND EVERY CHECK WE VOID ("V"),
      *    SO THE BANK CAN REFUSE ONE THAT WAS ALTERED, COUNTERFEIT
      *    OR CANCELLED.  ONE HEADER ("H"), THE ITEMS ("D"), AND ONE
      *    TRAILER ("T") CARRYING THE ITEM COUNT AND THE TOTAL OF
      *    EVERY ITEM AMOUNT, SO THE BANK CAN REJECT A TRUNCATED
      *    TRANSMISSION.  PAYSEL CUTS THE NIGHT'S FILE; PAYVOID'S
      *    VOIDS WAIT, IN THE SAME LAYOUT BUT DETAIL ONLY, ON THE
      *    PENDING-VOID FILE UNTIL PAYSEL TAKES THEM INTO THE NEXT
      *    TRANSMISSION.  THE CHECK NUMBER IS PAY-PAYMENT-NUMBER.
       FD POSITIVE-PAY-FILE
          LABEL RECORDS ARE STANDARD.
       01  POSITIVE-PAY-RECORD.
           05 PP-RECORD-TYPE 	PIC X(01).
               88 PP-HEADER 		VALUE "H".
               88 PP-DETAIL 		VALUE "D".
               88 PP-TRAILER 		VALUE "T".
      *    THE DISBURSEMENT ACCOUNT THE CHECKS ARE DRAWN ON.
           05 PP-ACCOUNT-NUMBER 	PIC X(17).
           05 PP-DETAIL-DATA.
               10 PP-CHECK-NUMBER 	PIC 9(10).
               10 PP-ISSUE-DATE 	PIC 9(8).
               10 PP-AMOUNT 		PIC 9(10)V99.
               10 PP-ISSUE-CODE 	PIC X(01).
                   88 PP-CHECK-ISSUED 	VALUE "I".
                   88 PP-CHECK-VOIDED 	VALUE "V".
               10 PP-PAYEE-NAME 	PIC X(30).
               10 FILLER 		PIC X(09).
           05 PP-HEADER-DATA REDEFINES PP-DETAIL-DATA.
               10 PP-FILE-DATE 	PIC 9(8).
               10 FILLER 		PIC X(62).
           05 PP-TRAILER-DATA REDEFINES PP-DETAIL-DATA.
               10 PP-ITEM-COUNT 	PIC 9(7).
               10 PP-TOTAL-AMOUNT 	PIC 9(12)V99.
               10 FILLER 		PIC X(49).
