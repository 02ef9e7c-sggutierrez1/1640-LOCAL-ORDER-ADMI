           05 SH-SALES-AMOUNT 	PIC S9(11)V99.
           05 SH-TAX-AMOUNT 	PIC S9(9)V99.
           05 SH-INVOICE-COUNT 	PIC 9(7).
      *    APPENDED AFTER THE COUNT SO RECORDS WRITTEN BEFORE THE
      *    FIELD EXISTED KEEP THEIR OFFSETS -- UNITS SOLD, SIGNED
      *    LIKE THE AMOUNTS, WORKED BACK FROM EACH INVOICE AT ITS
      *    ORDER'S UNIT PRICE.  SPACES ON OLDER RECORDS, SO EVERY
      *    READER GUARDS WITH A NUMERIC TEST.
           05 SH-QUANTITY 		PIC S9(9).
