      *    ORDER CARRIES ONE).  SPACES ON OLD RECORDS; THE TAX
      *    REMITTANCE FALLS BACK TO THE CUSTOMER'S STATE.
           05 CI-TAX-STATE 	PIC X(02).
      *    APPENDED LIKE THE STATE -- THE EXEMPTION CERTIFICATE
      *    UNDER WHICH THE INVOICE WENT OUT UNTAXED.  SPACES ON A
      *    TAXABLE INVOICE AND ON RECORDS WRITTEN BEFORE THE FIELD
      *    EXISTED.
           05 CI-EXEMPT-CERTIFICATE 	PIC X(20).
