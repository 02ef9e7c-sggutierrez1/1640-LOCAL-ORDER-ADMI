      * FD PURCHASE-HISTORY-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD PER PERIOD / VENDOR / ITEM, BUILT AT EACH
      *    MONTH-END FROM THE PERIOD'S RECEIPTS AND PAYMENTS AND
      *    KEPT ACROSS YEARS -- THE DURABLE PURCHASE HISTORY THE
      *    SPEND ANALYSIS READS.  RECEIVED QUANTITY AND AMOUNT ARE
      *    THE GOODS IN THE DOOR AT PO COST, RETURNS NETTED OUT.
      *    PAID QUANTITY AND SPEND ARE THE INVOICES PAID IN THE
      *    PERIOD, IN USD, CREDIT MEMOS NETTED OUT; THE CONTRACT
      *    SPEND IS THE PART OF THE SPEND BILLED AT OR UNDER THE
      *    CONTRACT PRICE ON FILE.  AVERAGE UNIT COST IS SPEND
      *    OVER PAID QUANTITY -- RECEIVED AMOUNT OVER RECEIVED
      *    QUANTITY WHEN NOTHING WAS PAID.
       FD PURCHASE-HISTORY-FILE
          LABEL RECORDS ARE STANDARD.
       01  PURCHASE-HISTORY-RECORD.
           05 PH-PERIOD 		PIC 9(6).
           05 PH-VENDOR-NUMBER 	PIC 9(5).
           05 PH-ITEM-NUMBER 	PIC X(08).
           05 PH-RECEIVED-QUANTITY 	PIC S9(9).
           05 PH-RECEIVED-AMOUNT 	PIC S9(11)V99.
           05 PH-PAID-QUANTITY 	PIC S9(9).
           05 PH-SPEND-AMOUNT 	PIC S9(11)V99.
           05 PH-CONTRACT-SPEND 	PIC S9(11)V99.
           05 PH-AVERAGE-UNIT-COST 	PIC 9(7)V99.
           05 PH-INVOICE-COUNT 	PIC 9(7).
