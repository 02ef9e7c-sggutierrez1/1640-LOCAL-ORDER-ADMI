      * FD GL-ACCOUNT-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD GL-ACCOUNT-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  GL-ACCOUNT-TRANSACTION-RECORD.
           05 GATRAN-CODE 		PIC X(01).
               88 GATRAN-ADD 			VALUE "A".
               88 GATRAN-CHANGE 		VALUE "C".
               88 GATRAN-DELETE 		VALUE "D".
           05 GATRAN-ACCOUNT 		PIC X(8).
           05 GATRAN-DESCRIPTION 	PIC X(30).
           05 GATRAN-ACCOUNT-TYPE 	PIC X(01).
           05 GATRAN-STATUS 		PIC X(01).
           05 GATRAN-POSTING-FLAG 	PIC X(01).
           05 GATRAN-SUSPENSE-FLAG 	PIC X(01).
           05 GATRAN-REPORT-LINE 	PIC X(20).
           05 GATRAN-RETAINED-FLAG 	PIC X(01).
