001880*                     at group end; a file failure in the
001890*                     sort input no longer stamps the period
001895*                     complete.
001896*   RWH   2026-10-15  An invoice write-off prints as its
001897*                     own "WRITEOFF" line with the reason,
001898*                     not as a payment.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
005800 01  SORT-WORK-RECORD.
005900     05 SRT-CUSTOMER-ID        PIC 9(7).
006000     05 SRT-ACTIVITY-DATE      PIC 9(8).
006100*    "I" INVOICE CUT / "P" PAYMENT APPLIED / "W" WRITE-OFF.
006200     05 SRT-ACTIVITY-TYPE      PIC X(01).
006300*    "P" BEFORE THE PERIOD (FEEDS THE OPENING BALANCE) /
006400*    "C" IN THE PERIOD (PRINTS AS A STATEMENT LINE).
031100        MOVE CR-RECEIPT-DATE TO SRT-ACTIVITY-DATE
031200        MOVE "P"             TO SRT-ACTIVITY-TYPE
031300        MOVE CR-CHECK-NUMBER TO SRT-REFERENCE
031325        IF CR-WRITE-OFF
031350           PERFORM LOAD-WRITE-OFF-REFERENCE
031375        END-IF
031400        COMPUTE SRT-AMOUNT = ZERO - CR-AMOUNT-APPLIED
031500        IF WS-ACTIVITY-YYYYMM = WS-PERIOD
031600           MOVE "C" TO SRT-PERIOD-FLAG
032000        RELEASE SORT-WORK-RECORD
032100     END-IF.
032200     PERFORM READ-NEXT-RECEIPT.
032206
032212*    A WRITE-OFF SHOWS THE CUSTOMER WHY THE BALANCE CAME DOWN,
032218*    NOT WHICH OPERATOR TOOK IT.
032224 LOAD-WRITE-OFF-REFERENCE.
032230     MOVE "W" TO SRT-ACTIVITY-TYPE.
032236     EVALUATE TRUE
032242        WHEN CR-WO-BAD-DEBT
032248             MOVE "BAD DEBT"   TO SRT-REFERENCE
032254        WHEN CR-WO-SMALL-BALANCE
032260             MOVE "SMALL BAL"  TO SRT-REFERENCE
032266        WHEN CR-WO-DISPUTE-SETTLED
032272             MOVE "SETTLED"    TO SRT-REFERENCE
032278        WHEN OTHER
032284             MOVE "ADJUSTMENT" TO SRT-REFERENCE
032290     END-EVALUATE.
032300
032400 READ-NEXT-RECEIPT.
032500     READ CASH-RECEIPTS-FILE NEXT RECORD
040900 PRINT-ACTIVITY-LINE.
041000     ADD SRT-AMOUNT TO WS-RUNNING-BALANCE.
041100     MOVE SRT-ACTIVITY-DATE TO ADL-ACTIVITY-DATE.
041166     EVALUATE SRT-ACTIVITY-TYPE
041233        WHEN "I"
041300             MOVE "INVOICE" TO ADL-ACTIVITY-TEXT
041366        WHEN "W"
041433             MOVE "WRITEOFF" TO ADL-ACTIVITY-TEXT
041500        WHEN OTHER
041566             MOVE "PAYMENT" TO ADL-ACTIVITY-TEXT
041633     END-EVALUATE.
041700     MOVE SRT-REFERENCE       TO ADL-REFERENCE.
041800     MOVE SRT-AMOUNT          TO ADL-AMOUNT.
041900     MOVE WS-RUNNING-BALANCE  TO ADL-BALANCE.
