      * FD GL-JE-TRANSACTION-FILE
      *    LABEL RECORDS ARE STANDARD.
      *    KEYED JOURNAL-ENTRY LINES FOR GLJMAINT.  THE LINES OF
      *    ONE ENTRY SIT TOGETHER UNDER ONE ENTRY ID AND CODE:
      *      "E" - A ONE-TIME ENTRY, POSTED ON ITS POST DATE.
      *      "T" - A RECURRING TEMPLATE, STORED ON GLRECUR AND
      *            POSTED ONCE EVERY PERIOD FROM THEN ON (POST
      *            DATE IGNORED).  REPLACES ANY TEMPLATE ALREADY
      *            ON FILE UNDER THE ID.
      *      "X" - DROP THE TEMPLATE UNDER THE ID (ONE LINE).
      *    THE REVERSE FLAG, TAKEN FROM THE ENTRY'S FIRST LINE,
      *    ALSO POSTS THE MIRROR ENTRY ON THE FIRST DAY OF THE
      *    NEXT PERIOD.  "P" IN THE OVERRIDE, ALSO FROM THE FIRST
      *    LINE, MAKES AN ENTRY DATED INTO A CLOSED PERIOD A
      *    PRIOR-PERIOD ADJUSTMENT -- POSTED ONLY ON A CONTROLLER'S
      *    RUN, AND AUDITED (SEE PERLOCK).
       FD GL-JE-TRANSACTION-FILE
          LABEL RECORDS ARE STANDARD.
       01  GL-JE-TRANSACTION-RECORD.
           05 GJTRAN-CODE 		PIC X(01).
               88 GJTRAN-ENTRY 			VALUE "E".
               88 GJTRAN-TEMPLATE 		VALUE "T".
               88 GJTRAN-DROP-TEMPLATE 		VALUE "X".
           05 GJTRAN-ENTRY-ID 		PIC X(8).
           05 GJTRAN-LINE-NUMBER 	PIC 9(3).
           05 GJTRAN-POST-DATE 		PIC 9(8).
           05 GJTRAN-ACCOUNT 		PIC X(8).
           05 GJTRAN-DEBIT-AMOUNT 	PIC 9(11)V99.
           05 GJTRAN-CREDIT-AMOUNT 	PIC 9(11)V99.
           05 GJTRAN-REVERSE-FLAG 	PIC X(01).
               88 GJTRAN-AUTO-REVERSE 		VALUE "Y".
           05 GJTRAN-REFERENCE 		PIC X(14).
           05 GJTRAN-PERIOD-OVERRIDE 	PIC X(01).
