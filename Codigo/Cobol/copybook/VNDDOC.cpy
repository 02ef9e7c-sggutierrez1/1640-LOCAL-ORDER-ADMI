      * FD VENDOR-DOCUMENT-FILE
      *    LABEL RECORDS ARE STANDARD.
       FD VENDOR-DOCUMENT-FILE
          LABEL RECORDS ARE STANDARD.
       01  VENDOR-DOCUMENT-RECORD.
           05 VD-KEY.
               10 VD-VENDOR-NUMBER 	PIC 9(5).
      *    W9 IS THE TAXPAYER FORM, CI THE CERTIFICATE OF
      *    INSURANCE -- THE TWO EVERY ACTIVE VENDOR MUST HAVE.
               10 VD-DOCUMENT-TYPE 	PIC X(02).
                   88 VD-W9 			VALUE "W9".
                   88 VD-INSURANCE 		VALUE "CI".
      *    THE TIN OFF THE W-9; BLANK ON AN INSURANCE CERTIFICATE.
           05 VD-TAX-ID 		PIC X(11).
           05 VD-EFFECTIVE-DATE 	PIC 9(8).
      *    ZERO WHEN THE DOCUMENT DOES NOT EXPIRE.
           05 VD-EXPIRY-DATE 	PIC 9(8).
           05 FILLER 		PIC X(10).
