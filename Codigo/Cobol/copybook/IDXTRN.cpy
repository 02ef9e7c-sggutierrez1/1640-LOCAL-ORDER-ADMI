      * FD INDEX-RATE-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD INDEX-RATE-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  INDEX-RATE-TRANSACTION-RECORD.
           05 IXTRAN-CODE 		PIC X(01).
               88 IXTRAN-ADD 			VALUE "A".
               88 IXTRAN-CHANGE 		VALUE "C".
               88 IXTRAN-DELETE 		VALUE "D".
           05 IXTRAN-INDEX-CODE 	PIC X(04).
           05 IXTRAN-EFFECTIVE-DATE 	PIC 9(8).
           05 IXTRAN-RATE 		PIC 9(3)V99.
           05 IXTRAN-DESCRIPTION 	PIC X(20).
