001600* MODIFICATION HISTORY
001700*   WHO   DATE        WHAT
001800*   RWH   2026-08-22  Original version.
001810*   RWH   2026-10-15  Widens the held PO record for the
001820*                     longer PO layout; carries the vendor
001830*                     currency code and lead time to the
001840*                     archive record.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
008400*    THE PO RECORD IN FLIGHT -- HELD WHOLE SO THE OLD KEY CAN
008500*    BE PUT BACK FOR THE DELETE AFTER THE REPOINTED COPY HAS
008600*    GONE ON UNDER THE SURVIVOR'S KEY.
008700 01  WS-HELD-PO-RECORD         PIC X(200).
008800 01  WS-LAST-PO-NUMBER         PIC 9(7) VALUE ZERO.
008900
009000 01  WS-CONTROL-TOTALS.
029600                            TO ARC-VENDOR-DISCOUNT-DAYS.
029650     MOVE VENDOR-EXTRACT-FLAG
029660                            TO ARC-VENDOR-EXTRACT-FLAG.
029670     MOVE VENDOR-CURRENCY-CODE
029675                            TO ARC-VENDOR-CURRENCY-CODE.
029680     MOVE VENDOR-LEAD-TIME-DAYS
029685                            TO ARC-VENDOR-LEAD-TIME-DAYS.
029700     MOVE WS-CURRENT-DATE-N TO ARC-ARCHIVE-DATE.
029800     WRITE VENDOR-ARCHIVE-RECORD.
029900
