      * FD TAX-EXEMPTION-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    ONE SALES-TAX EXEMPTION CERTIFICATE PER CUSTOMER PER
      *    STATE, KEPT BY TXEMAINT.  CUSBILL CHARGES NO TAX IN THE
      *    STATE WHILE THE CERTIFICATE IS IN FORCE.
       FD TAX-EXEMPTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  TAX-EXEMPTION-RECORD.
           05 TX-KEY.
               10 TX-CUSTOMER-ID 	PIC 9(7).
               10 TX-STATE 		PIC X(02).
           05 TX-CERTIFICATE-NUMBER 	PIC X(20).
      *    R RESALE, N NON-PROFIT, G GOVERNMENT, O ANY OTHER
      *    GROUND THE STATE ALLOWS.
           05 TX-EXEMPTION-TYPE 	PIC X(01).
               88 TX-RESALE 			VALUE "R".
               88 TX-NON-PROFIT 		VALUE "N".
               88 TX-GOVERNMENT 		VALUE "G".
               88 TX-OTHER-EXEMPT 		VALUE "O".
               88 TX-VALID-TYPE 		VALUE "R" "N" "G" "O".
           05 TX-EFFECTIVE-DATE 	PIC 9(8).
      *    ZERO WHEN THE CERTIFICATE DOES NOT EXPIRE.
           05 TX-EXPIRY-DATE 	PIC 9(8).
           05 FILLER 		PIC X(10).
