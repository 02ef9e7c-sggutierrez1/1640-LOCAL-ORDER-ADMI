      *    APPENDED AFTER THE ARCHIVE DATE SO RECORDS WRITTEN
      *    BEFORE THE FLAG EXISTED KEEP THEIR FIELD OFFSETS.
           05 ARC-VENDOR-EXTRACT-FLAG 	PIC X(01).
      *    CURRENCY AND LEAD TIME APPENDED LIKEWISE; OLDER ARCHIVE
      *    RECORDS READ BACK WITH THESE FIELDS AS SPACES.
           05 ARC-VENDOR-CURRENCY-CODE 	PIC X(03).
           05 ARC-VENDOR-LEAD-TIME-DAYS 	PIC 9(03).
