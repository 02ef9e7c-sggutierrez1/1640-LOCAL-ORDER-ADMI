      * FD BILL-OF-MATERIALS-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD PER COMPONENT OF A KIT ITEM, FILED UNDER THE
      *    KIT SO A PASS OVER ONE KIT'S COMPONENTS IS A START AND A
      *    FEW READS.  BOTH ITEMS ARE ON THE ITEM MASTER.  A KIT IS
      *    SOLD AND BILLED AS ITS OWN ITEM, BUT HOLDS NO STOCK OF ITS
      *    OWN -- CORMAINT TAKES A KIT SHIPMENT OUT OF EACH
      *    COMPONENT'S ITMBAL BALANCE.  ONE LEVEL ONLY: A COMPONENT
      *    IS NEVER ITSELF A KIT.  MAINTAINED BY BOMMAINT.
       FD BILL-OF-MATERIALS-FILE
          LABEL RECORDS ARE STANDARD.
       01  BILL-OF-MATERIALS-RECORD.
           05 BOM-KEY.
               10 BOM-KIT-ITEM 	PIC X(08).
               10 BOM-COMPONENT-ITEM 	PIC X(08).
      *    UNITS OF THE COMPONENT THAT GO INTO ONE KIT.
           05 BOM-QUANTITY-PER 	PIC 9(5).
           05 BOM-LAST-CHANGED-DATE 	PIC 9(8).
           05 FILLER 		PIC X(10).
