      * FD SOD-RULE-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    THE TWO PROGRAMS MAY BE KEYED IN EITHER ORDER.
       FD SOD-RULE-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  SOD-RULE-TRANSACTION-RECORD.
           05 SDTRAN-CODE 		PIC X(01).
               88 SDTRAN-ADD 			VALUE "A".
               88 SDTRAN-CHANGE 		VALUE "C".
               88 SDTRAN-DELETE 		VALUE "D".
           05 SDTRAN-PROGRAM-1 		PIC X(08).
           05 SDTRAN-PROGRAM-2 		PIC X(08).
           05 SDTRAN-DESCRIPTION 	PIC X(30).
