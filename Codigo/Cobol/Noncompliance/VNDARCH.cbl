001100*   RWH   2026-08-09  Original version.
001110*   RWH   2026-08-22  Carries the new open-PO extract flag
001120*                     to the archive record.
001130*   RWH   2026-10-15  Carries the vendor currency code and
001140*                     lead time to the archive record.
001200*--------------------------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
010550                            TO ARC-VENDOR-DISCOUNT-DAYS.
010560     MOVE VENDOR-EXTRACT-FLAG
010570                            TO ARC-VENDOR-EXTRACT-FLAG.
010575     MOVE VENDOR-CURRENCY-CODE
010580                            TO ARC-VENDOR-CURRENCY-CODE.
010585     MOVE VENDOR-LEAD-TIME-DAYS
010590                            TO ARC-VENDOR-LEAD-TIME-DAYS.
010600     MOVE WS-CURRENT-DATE   TO ARC-ARCHIVE-DATE.
010700     WRITE VENDOR-ARCHIVE-RECORD.
010800     ADD 1 TO WS-VENDORS-ARCHIVED.
