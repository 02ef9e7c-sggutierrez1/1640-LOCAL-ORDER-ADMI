      * FD TAX-EXEMPTION-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD TAX-EXEMPTION-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  TAX-EXEMPTION-TRANSACTION-RECORD.
           05 TXTRAN-CODE 		PIC X(01).
               88 TXTRAN-ADD 			VALUE "A".
               88 TXTRAN-CHANGE 		VALUE "C".
               88 TXTRAN-DELETE 		VALUE "D".
           05 TXTRAN-CUSTOMER-ID 	PIC 9(7).
           05 TXTRAN-STATE 		PIC X(02).
           05 TXTRAN-CERTIFICATE-NUMBER 	PIC X(20).
           05 TXTRAN-EXEMPTION-TYPE 	PIC X(01).
           05 TXTRAN-EFFECTIVE-DATE 	PIC 9(8).
           05 TXTRAN-EXPIRY-DATE 	PIC 9(8).
