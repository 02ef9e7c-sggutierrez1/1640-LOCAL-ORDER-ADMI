      *    IT CLEARS.
           05 LOAN-REMAINING-BALANCE 	PIC S9(9)V99.
           05 LOAN-LAST-PAYMENT-DATE 	PIC 9(8).
      *    KEPT BY LOANPAY: ONE MORE FOR EVERY PAYMENT POSTED, SO
      *    A RATE RESET KNOWS HOW MANY PERIODS ARE LEFT TO RUN.
           05 LOAN-PAYMENTS-MADE 	PIC 999.
      *    KEPT BY COBVRUN FOR A VARIABLE-RATE LOAN -- THE RATE IN
      *    FORCE SINCE THE LATEST RESET ON LOANRST, THE DATE THAT
      *    RESET TOOK EFFECT, AND THE BALANCE AND PERIODS IT
      *    RE-AMORTIZED OVER.  LOAN-RATE-IN STAYS THE RATE THE
      *    LOAN WAS WRITTEN AT.  A ZERO OR NON-NUMERIC RESET DATE
      *    MEANS NO RESET HAS BEEN APPLIED YET.
           05 LOAN-CURRENT-RATE 	PIC 9(3)V99.
           05 LOAN-RATE-RESET-DATE 	PIC 9(8).
           05 LOAN-RESET-BALANCE 	PIC S9(9)V99.
           05 LOAN-RESET-PERIODS 	PIC 999.
