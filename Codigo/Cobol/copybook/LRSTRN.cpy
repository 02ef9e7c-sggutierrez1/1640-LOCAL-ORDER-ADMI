      * FD LOAN-RATE-RESET-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD LOAN-RATE-RESET-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  LOAN-RATE-RESET-TRANSACTION-RECORD.
           05 LRTRAN-CODE 		PIC X(01).
               88 LRTRAN-ADD 			VALUE "A".
               88 LRTRAN-CHANGE 		VALUE "C".
               88 LRTRAN-DELETE 		VALUE "D".
           05 LRTRAN-LOAN-ID 	PIC X(06).
           05 LRTRAN-EFFECTIVE-DATE 	PIC 9(8).
           05 LRTRAN-RESET-TYPE 	PIC X(01).
           05 LRTRAN-INDEX-CODE 	PIC X(04).
           05 LRTRAN-MARGIN 	PIC 9(3)V99.
           05 LRTRAN-NEW-RATE 	PIC 9(3)V99.
