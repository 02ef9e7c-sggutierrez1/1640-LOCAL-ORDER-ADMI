       01  NUMBER-CONTROL-RECORD.
           05 NC-NEXT-PO-NUMBER 	PIC 9(7).
           05 NC-NEXT-ORDER-NUMBER 	PIC 9(7).
      *    APPENDED -- THE SALES-QUOTE SERIES QTEMAINT DRAWS ON.  A
      *    RECORD SAVED BEFORE IT EXISTED READS AS SPACES, SO EVERY
      *    READER GUARDS WITH A NUMERIC TEST AND EVERY WRITER
      *    CARRIES IT BACK.
           05 NC-NEXT-QUOTE-NUMBER 	PIC 9(7).
