      * FD CUSTOMER-XREF-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD CUSTOMER-XREF-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-XREF-TRANSACTION-RECORD.
           05 CXTRAN-CODE 		PIC X(01).
               88 CXTRAN-ADD 			VALUE "A".
               88 CXTRAN-CHANGE 		VALUE "C".
               88 CXTRAN-DELETE 		VALUE "D".
           05 CXTRAN-CUSTOMER-ID 	PIC 9(7).
           05 CXTRAN-XREF-TYPE 	PIC X(01).
           05 CXTRAN-PARTNER-CODE 	PIC X(20).
           05 CXTRAN-ITEM-NUMBER 	PIC X(08).
           05 CXTRAN-LOCATION-CODE 	PIC X(03).
           05 CXTRAN-SALES-REP-CODE 	PIC X(05).
