      * FD GL-BUDGET-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    "L" LOADS A BUDGET WHETHER OR NOT ONE IS ON FILE -- THE
      *    CODE THE YEAR'S BUDGET DECK IS CUT WITH.  "A" AND "C"
      *    INSIST ON A NEW AND AN EXISTING RECORD RESPECTIVELY.
       FD GL-BUDGET-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  GL-BUDGET-TRANSACTION-RECORD.
           05 GBTRAN-CODE 		PIC X(01).
               88 GBTRAN-ADD 			VALUE "A".
               88 GBTRAN-CHANGE 		VALUE "C".
               88 GBTRAN-DELETE 		VALUE "D".
               88 GBTRAN-LOAD 			VALUE "L".
           05 GBTRAN-ACCOUNT 		PIC X(8).
           05 GBTRAN-PERIOD 		PIC 9(6).
           05 GBTRAN-BUDGET-AMOUNT 	PIC 9(11)V99.
