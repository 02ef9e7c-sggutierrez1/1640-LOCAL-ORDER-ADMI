      * FD LOAN-RATE-RESET-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    THE RATE-RESET SCHEDULE FOR VARIABLE-RATE LOANS, KEPT BY
      *    LRSMAINT -- ONE RECORD PER LOAN PER RESET DATE.  A RESET
      *    IS EITHER AN INDEX PLUS A MARGIN (PRIME-PLUS NOTES) OR A
      *    NEW RATE OUTRIGHT.  COBVRUN APPLIES EACH RESET ON OR
      *    AFTER ITS EFFECTIVE DATE, RE-AMORTIZES THE REMAINING
      *    BALANCE AT THE NEW RATE, AND STAMPS THE APPLIED FIELDS --
      *    THE RECORDS STAY ON FILE AS THE LOAN'S RATE HISTORY.
      *    RATES ARE IN THE SAME TERMS AS LOAN-RATE-IN.
       FD LOAN-RATE-RESET-FILE
          LABEL RECORDS ARE STANDARD.
       01  LOAN-RATE-RESET-RECORD.
           05 LRS-KEY.
               10 LRS-LOAN-ID 		PIC X(06).
               10 LRS-EFFECTIVE-DATE 	PIC 9(8).
           05 LRS-RESET-TYPE 	PIC X(01).
               88 LRS-INDEX-PLUS-MARGIN 	VALUE "I".
               88 LRS-FIXED-NEW-RATE 		VALUE "F".
               88 LRS-VALID-TYPE 		VALUE "I" "F".
      *    INDEX CODE AND MARGIN FOR AN "I" RESET -- THE INDEX RATE
      *    IN EFFECT ON THE RESET DATE COMES OFF IDXRATE.
           05 LRS-INDEX-CODE 	PIC X(04).
           05 LRS-MARGIN 		PIC 9(3)V99.
      *    THE NEW RATE FOR AN "F" RESET.
           05 LRS-NEW-RATE 		PIC 9(3)V99.
      *    STAMPED BY COBVRUN WHEN THE RESET IS APPLIED -- ZERO
      *    UNTIL THEN.  AN APPLIED RESET IS HISTORY AND LRSMAINT
      *    WILL NOT CHANGE OR DELETE IT.
           05 LRS-APPLIED-DATE 	PIC 9(8).
           05 LRS-APPLIED-RATE 	PIC 9(3)V99.
           05 LRS-APPLIED-BALANCE 	PIC S9(9)V99.
           05 LRS-APPLIED-PERIODS 	PIC 999.
           05 FILLER 		PIC X(10).
