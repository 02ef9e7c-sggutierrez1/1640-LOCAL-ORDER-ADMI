      * FD VENDOR-DOCUMENT-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD VENDOR-DOCUMENT-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  VENDOR-DOCUMENT-TRANSACTION-RECORD.
           05 VDTRAN-CODE 		PIC X(01).
               88 VDTRAN-ADD 			VALUE "A".
               88 VDTRAN-CHANGE 		VALUE "C".
               88 VDTRAN-DELETE 		VALUE "D".
           05 VDTRAN-VENDOR-NUMBER 	PIC 9(5).
           05 VDTRAN-DOCUMENT-TYPE 	PIC X(02).
           05 VDTRAN-TAX-ID 		PIC X(11).
           05 VDTRAN-EFFECTIVE-DATE 	PIC 9(8).
           05 VDTRAN-EXPIRY-DATE 	PIC 9(8).
