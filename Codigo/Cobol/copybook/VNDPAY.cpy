           05 PAY-VENDOR-NUMBER 	PIC 9(5).
           05 PAY-PAYMENT-DATE 	PIC 9(8).
           05 PAY-INVOICE-NUMBER 	PIC X(10).
      *    A CREDIT MEMO TAKEN AGAINST THE PAYMENT IS A RECORD OF
      *    ITS OWN UNDER THE CREDIT MEMO'S NUMBER, GROSS AND NET
      *    NEGATIVE -- SO EVERY SUM OVER A PAYMENT NETS THE CREDIT
      *    OUT.  SIGNED IN THE SAME BYTES; OLDER RECORDS READ AS
      *    POSITIVE.
           05 PAY-GROSS-AMOUNT 	PIC S9(9)V99.
           05 PAY-DISCOUNT-TAKEN 	PIC 9(7)V99.
           05 PAY-NET-AMOUNT 	PIC S9(9)V99.
      *    APPENDED AFTER THE NET AMOUNT SO RECORDS WRITTEN
      *    BEFORE THE FLAG EXISTED KEEP THEIR FIELD OFFSETS --
      *    "V" MEANS PAYVOID VOIDED THE PAYMENT AND ITS INVOICES
      *    WENT BACK TO APPROVED FOR THE NEXT SELECTION RUN.
           05 PAY-VOID-FLAG 	PIC X(01).
               88 PAY-VOIDED 		VALUE "V".
      *    HOW THE PAYMENT WENT OUT -- "C" CHECK, "E" ACH.  BLANK
      *    ON RECORDS WRITTEN BEFORE THE METHOD WAS KEPT, WHICH
      *    ARE TREATED AS CHECKS.
           05 PAY-PAY-METHOD 	PIC X(01).
               88 PAY-BY-CHECK 		VALUE "C" " ".
               88 PAY-BY-ACH 		VALUE "E".
      *    APPENDED.  GROSS, DISCOUNT AND NET ABOVE ARE IN THE
      *    CURRENCY THE VENDOR WAS PAID IN; THE RATE IS CURRATE'S
      *    ON THE PAYMENT DATE AND THE USD FIELDS ARE AT THAT RATE.
      *    PAY-USD-BOOKED-AMOUNT IS THE GROSS AT THE RATE THE
      *    INVOICE WAS BOOKED AT, SO BOOKED LESS USD NET LESS USD
      *    DISCOUNT IS THE REALIZED EXCHANGE GAIN (POSITIVE) OR
      *    LOSS (NEGATIVE) GLPOST POSTS.  BLANK CODE ON RECORDS
      *    WRITTEN BEFORE CURRENCIES WERE KEPT -- THOSE ARE US
      *    DOLLARS AND THE USD FIELDS ARE NOT SET.
           05 PAY-CURRENCY-CODE	PIC X(03).
               88 PAY-IN-USD		VALUE "USD" "   ".
           05 PAY-EXCHANGE-RATE	PIC 9(5)V9(4).
           05 PAY-USD-NET-AMOUNT	PIC S9(9)V99.
           05 PAY-USD-DISCOUNT	PIC 9(7)V99.
           05 PAY-USD-BOOKED-AMOUNT	PIC S9(9)V99.
           05 PAY-FX-GAIN-LOSS	PIC S9(9)V99.
