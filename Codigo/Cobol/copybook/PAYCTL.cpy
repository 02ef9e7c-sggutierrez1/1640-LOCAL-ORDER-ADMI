      * FD PAYMENT-NUMBER-CONTROL-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE RECORD: THE NEXT PAYMENT NUMBER PAYSEL WILL ISSUE,
      *    CARRIED ACROSS RUNS, AND THE BANK ACCOUNT OUR CHECKS ARE
      *    DRAWN ON -- SET BY TREASURY WHEN THE ACCOUNT CHANGES, AND
      *    WRITTEN BACK UNCHANGED BY EVERY PAYSEL RUN.
       FD PAYMENT-NUMBER-CONTROL-FILE
          LABEL RECORDS ARE STANDARD.
       01  PAYMENT-NUMBER-CONTROL-RECORD.
           05 CTL-NEXT-PAYMENT-NUMBER 	PIC 9(7).
           05 CTL-DISBURSEMENT-ACCOUNT 	PIC X(17).
