      * FD INDEX-RATE-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    PUBLISHED INDEX RATES (PRIME AND THE LIKE) BY EFFECTIVE
      *    DATE, KEPT BY IDXMAINT.  THE RATE IN EFFECT ON A DATE IS
      *    THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.
      *    RATES ARE IN THE SAME TERMS AS LOAN-RATE-IN.
       FD INDEX-RATE-FILE
          LABEL RECORDS ARE STANDARD.
       01  INDEX-RATE-RECORD.
           05 IDX-KEY.
               10 IDX-INDEX-CODE 	PIC X(04).
               10 IDX-EFFECTIVE-DATE 	PIC 9(8).
           05 IDX-RATE 		PIC 9(3)V99.
           05 IDX-DESCRIPTION 	PIC X(20).
           05 FILLER 		PIC X(10).
