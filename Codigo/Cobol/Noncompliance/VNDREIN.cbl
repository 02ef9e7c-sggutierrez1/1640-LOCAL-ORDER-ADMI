001400* MODIFICATION HISTORY
001500*   WHO   DATE        WHAT
001600*   RWH   2026-08-22  Original version.
001610*   RWH   2026-10-15  Restores the vendor currency code and
001620*                     lead time; archives written before
001630*                     they were carried come back as USD
001640*                     with no lead time on file.
001700*--------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
019400                               TO VENDOR-DISCOUNT-DAYS.
019410     MOVE ARC-VENDOR-EXTRACT-FLAG
019420                               TO VENDOR-EXTRACT-FLAG.
019430     MOVE ARC-VENDOR-CURRENCY-CODE
019440                               TO VENDOR-CURRENCY-CODE.
019450     IF ARC-VENDOR-LEAD-TIME-DAYS NUMERIC
019460        MOVE ARC-VENDOR-LEAD-TIME-DAYS
019470                               TO VENDOR-LEAD-TIME-DAYS
019480     ELSE
019485        MOVE ZERO              TO VENDOR-LEAD-TIME-DAYS
019490     END-IF.
019500     WRITE VENDOR-RECORD
019600         INVALID KEY
019700            DISPLAY "VNDREIN: VENDOR " VNDREIN-VENDOR-NUMBER
