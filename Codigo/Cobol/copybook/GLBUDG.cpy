      * FD GL-BUDGET-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    THE MONTHLY BUDGET -- ONE RECORD PER GL ACCOUNT AND
      *    PERIOD (YYYYMM, THE SAME PERIOD PERCTL OPENS AND
      *    CLOSES).  MAINTAINED AND LOADED BY GLBMAINT, REPORTED
      *    AGAINST THE JOURNAL BY GLBUDVAR.  ONLY REVENUE, COST OF
      *    SALES AND EXPENSE ACCOUNTS CARRY A BUDGET.  THE AMOUNT
      *    IS KEYED POSITIVE IN THE ACCOUNT'S NATURAL DIRECTION --
      *    REVENUE AS A CREDIT, COST AND EXPENSE AS A DEBIT.
       FD GL-BUDGET-FILE
          LABEL RECORDS ARE STANDARD.
       01  GL-BUDGET-RECORD.
           05 GLB-KEY.
               10 GLB-ACCOUNT 	PIC X(8).
               10 GLB-PERIOD 	PIC 9(6).
           05 GLB-BUDGET-AMOUNT 	PIC 9(11)V99.
           05 FILLER 		PIC X(10).
