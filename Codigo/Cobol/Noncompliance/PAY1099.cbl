001500* MODIFICATION HISTORY
001600*   WHO   DATE        WHAT
001700*   RWH   2026-09-03  Original version.
001720*   RWH   2026-10-15  A vendor credit memo taken against a
001740*                     payment is a negative record of that
001760*                     payment -- the sums are signed so the
001780*                     credit comes off what was paid.
001786*   RWH   2026-10-15  A vendor paid in another currency is
001793*                     summed in USD at the payment's rate.
001800*--------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
005900 SD  SORT-WORK-FILE.
006000 01  SORT-WORK-RECORD.
006100     05 SRT-VENDOR-NUMBER      PIC 9(5).
006200     05 SRT-NET-AMOUNT         PIC S9(9)V99.
006300
006400 FD  SUMMARY-REPORT
006500     LABEL RECORDS ARE STANDARD.
013200*    RESOLVED FOR IT -- LIVE MASTER FIRST, THEN THE ARCHIVES.
013300 01  WS-GROUP-VENDOR-NUMBER    PIC 9(5) VALUE ZERO.
013400 01  WS-GROUP-OPEN             PIC X VALUE "N".
013500 01  WS-GROUP-TOTAL-PAID       PIC S9(11)V99 VALUE ZERO.
013600 01  WS-VENDOR-RESOLVED        PIC X VALUE "N".
013700 01  WS-RESOLVED-DETAIL.
013800     05 WS-RES-NAME            PIC X(30).
014800     05 WS-VENDORS-LISTED      PIC 9(7) VALUE ZERO.
014900     05 WS-VENDORS-REPORTABLE  PIC 9(7) VALUE ZERO.
015000     05 WS-VENDORS-UNRESOLVED  PIC 9(7) VALUE ZERO.
015100     05 WS-TOTAL-PAID          PIC S9(13)V99 VALUE ZERO.
015200
015300 01  HEADING-LINE-1.
015400     05 FILLER                 PIC X(33)
027300        WHEN WS-PAYMENT-YEAR = WS-REPORT-YEAR
027400             MOVE PAY-VENDOR-NUMBER TO SRT-VENDOR-NUMBER
027500             MOVE PAY-NET-AMOUNT    TO SRT-NET-AMOUNT
027520             IF PAY-EXCHANGE-RATE NUMERIC
027540                AND PAY-EXCHANGE-RATE > ZERO
027560                MOVE PAY-USD-NET-AMOUNT TO SRT-NET-AMOUNT
027580             END-IF
027600             RELEASE SORT-WORK-RECORD
027700             ADD 1 TO WS-PAYMENTS-IN-YEAR
027800        WHEN OTHER
