           05 STTRAN-CITY 		PIC X(20).
           05 STTRAN-STATE 	PIC X(02).
           05 STTRAN-ZIP 		PIC X(10).
      *    APPENDED -- BLANK SHIPS FROM THE DEFAULT WAREHOUSE.
           05 STTRAN-WAREHOUSE 	PIC X(03).
