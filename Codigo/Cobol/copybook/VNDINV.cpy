               88 INV-STATUS-APPROVED 	VALUE "A".
               88 INV-STATUS-HELD 		VALUE "H".
               88 INV-STATUS-PAID 		VALUE "P".
      *        A HELD INVOICE AP HAS SENT BACK TO THE VENDOR.  IT
      *        STAYS ON FILE FOR THE DUPLICATE CHECK AND THE AUDIT
      *        TRAIL BUT IS NEVER MATCHED, PAID, OR ACCRUED.
               88 INV-STATUS-REJECTED 	VALUE "X".
           05 INV-QUANTITY 	PIC 9(7).
           05 INV-UNIT-COST 	PIC 9(7)V99.
      *    SIGNED SO A CREDIT MEMO CAN CARRY ITS NEGATIVE AMOUNT --
      *    THE SAME ELEVEN BYTES, AND EVERY INVOICE WRITTEN BEFORE
      *    THE SIGN WAS KEPT READS AS POSITIVE.
           05 INV-INVOICE-AMOUNT 	PIC S9(9)V99.
      *    THE PO LINE THE INVOICE BILLS, CARVED OUT OF THE OLD
      *    TRAILING FILLER X(10) SO THE RECORD LENGTH AND EVERY
      *    EXISTING FIELD OFFSET ARE UNCHANGED.  ZERO MEANS THE
      *    INVOICE BILLS AT THE ORDER LEVEL.
           05 INV-PO-LINE 		PIC 9(3).
      *    "C" IS A VENDOR CREDIT MEMO, ITS AMOUNT NEGATIVE.  BLANK
      *    ON EVERY INVOICE WRITTEN BEFORE CREDITS WERE KEPT --
      *    CARVED OUT OF THE SAME TRAILING FILLER.
           05 INV-INVOICE-TYPE 	PIC X(01).
               88 INV-REGULAR-INVOICE 	VALUE " " "I".
               88 INV-CREDIT-MEMO 		VALUE "C".
      *    WHY THE INVOICE IS HELD.  INVMAINT HOLDS A SUSPECTED
      *    DUPLICATE AT ENTRY -- "DN" THE SAME NUMBER ONCE
      *    PUNCTUATION AND LEADING ZEROS ARE STRIPPED, "DP" THE
      *    SAME PO AND AMOUNT, "DA" THE SAME AMOUNT DATED CLOSE
      *    BY.  INVMATCH HOLDS A MATCH EXCEPTION -- "QR" BILLED
      *    OVER THE QUANTITY RECEIVED, "NR" NOTHING RECEIVED YET,
      *    "PT" UNIT COST OUTSIDE THE TOLERANCE, "NP" NO PO OR PO
      *    LINE ON FILE.  BLANK WHEN NOT HELD; THE RESOLUTION
      *    TRANSACTION CLEARS IT.
           05 INV-HOLD-REASON 	PIC X(02).
               88 INV-HOLD-DUPLICATE 	VALUE "DN" "DP" "DA".
               88 INV-HOLD-QUANTITY 	VALUE "QR".
               88 INV-HOLD-NO-RECEIPT 	VALUE "NR".
               88 INV-HOLD-PRICE 		VALUE "PT".
               88 INV-HOLD-NO-ORDER 	VALUE "NP".
      *    THE LAST KIND OF HOLD THE INVOICE WAS PUT ON -- "M"
      *    THE MATCH, "D" A SUSPECTED DUPLICATE.  NEVER CLEARED, SO
      *    A DISCOUNT LOST TO THE HOLD CAN STILL BE TRACED TO IT
      *    AFTER THE INVOICE IS PAID (SEE DISCLOST).
           05 INV-HOLD-HISTORY 	PIC X(01).
               88 INV-WAS-HELD-IN-MATCH 	VALUE "M".
               88 INV-WAS-HELD-DUPLICATE 	VALUE "D".
           05 FILLER 		PIC X(03).
      *    APPENDED -- NO FILLER WAS LEFT TO CARVE, SO THE FILE IS
      *    REORGANIZED TO THE LONGER RECORD.  THE DAY INVMAINT PUT
      *    THE INVOICE ON FILE AND THE DAY IT LAST WENT TO
      *    APPROVED, FOR MEASURING WHAT THE DELAYS COST.  ZERO ON
      *    INVOICES WRITTEN BEFORE THE DATES WERE KEPT.
           05 INV-ENTERED-DATE 	PIC 9(8).
           05 INV-APPROVED-DATE 	PIC 9(8).
      *    APPENDED.  INV-INVOICE-AMOUNT AND THE LINE COSTS ARE IN
      *    THE VENDOR'S CURRENCY, SO THEY STILL MATCH THE PO.  THE
      *    RATE TO USD ON CURRATE THE DAY INVMAINT PUT THE INVOICE
      *    ON FILE, AND THE AMOUNT IN USD AT THAT RATE (AMOUNT
      *    DIVIDED BY RATE) -- WHAT PAYABLES CARRIES IT AT UNTIL IT
      *    IS PAID.  BLANK CODE AND ZERO RATE ON INVOICES WRITTEN
      *    BEFORE CURRENCIES WERE KEPT; THOSE ARE US DOLLARS.
           05 INV-CURRENCY-CODE	PIC X(03).
               88 INV-IN-USD		VALUE "USD" "   ".
           05 INV-EXCHANGE-RATE	PIC 9(5)V9(4).
           05 INV-USD-AMOUNT	PIC S9(9)V99.
