      * FD GL-RECURRING-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    RECURRING JOURNAL-ENTRY TEMPLATES -- ONE RECORD PER LINE
      *    OF EACH TEMPLATE, KEYED BY TEMPLATE ID AND LINE.  KEPT
      *    BY GLJMAINT FROM ITS "T" AND "X" TRANSACTIONS, AND
      *    POSTED BY GLJMAINT ONCE PER OPEN PERIOD, DATED THE
      *    PERIOD'S LAST DAY.  GRT-LAST-PERIOD IS THE PERIOD
      *    (YYYYMM) THE TEMPLATE LAST POSTED FOR, SO A RERUN IN
      *    THE SAME PERIOD POSTS NOTHING TWICE.
       FD GL-RECURRING-FILE
          LABEL RECORDS ARE STANDARD.
       01  GL-RECURRING-RECORD.
           05 GRT-KEY.
               10 GRT-TEMPLATE-ID 	PIC X(8).
               10 GRT-LINE-NUMBER 	PIC 9(3).
           05 GRT-ACCOUNT 		PIC X(8).
           05 GRT-DEBIT-AMOUNT 		PIC 9(11)V99.
           05 GRT-CREDIT-AMOUNT 	PIC 9(11)V99.
           05 GRT-REVERSE-FLAG 		PIC X(01).
               88 GRT-AUTO-REVERSE 		VALUE "Y".
           05 GRT-REFERENCE 		PIC X(14).
           05 GRT-LAST-PERIOD 		PIC 9(6).
           05 FILLER 			PIC X(10).
