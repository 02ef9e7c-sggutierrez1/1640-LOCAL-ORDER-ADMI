001900*   RWH   2026-09-03  Original version.
001910*   RWH   2026-09-03  A file failure in the sort input no
001920*                     longer stamps the period complete.
001940*   RWH   2026-10-15  Carries the units sold, worked back
001960*                     from the invoice amount at the order's
001980*                     unit price, for the demand forecast.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
006500     05 SRT-STATE              PIC X(02).
006600     05 SRT-SALES-AMOUNT       PIC S9(9)V99.
006700     05 SRT-TAX-AMOUNT         PIC S9(7)V99.
006750     05 SRT-QUANTITY           PIC S9(9).
006800
006900 WORKING-STORAGE SECTION.
007000
012100 01  WS-GROUP-SALES            PIC S9(11)V99 VALUE ZERO.
012200 01  WS-GROUP-TAX              PIC S9(9)V99 VALUE ZERO.
012300 01  WS-GROUP-COUNT            PIC 9(7) VALUE ZERO.
012350 01  WS-GROUP-QUANTITY         PIC S9(9) VALUE ZERO.
012400
012500*    PARAMETER PASSED TO THE SHARED RUN-CONTROL SUBPROGRAM --
012600*    SEE RUNCTL.  THE MONTH-END STREAM STAMPS UNDER CYCLE
027500         INVALID KEY
027600            MOVE SPACES TO SRT-ITEM-NUMBER
027700            MOVE SPACES TO SRT-SALES-REP-CODE
027750            MOVE ZERO   TO SRT-QUANTITY
027800            ADD 1 TO WS-ORDERS-NOT-FOUND
027900         NOT INVALID KEY
028000            MOVE CO-ITEM-NUMBER    TO SRT-ITEM-NUMBER
028100            MOVE CO-SALES-REP-CODE TO SRT-SALES-REP-CODE
028150            PERFORM DERIVE-INVOICE-QUANTITY
028200     END-READ.
028300     IF CI-TAX-STATE NOT = SPACES
028400        AND CI-TAX-STATE NOT = LOW-VALUES
029500     MOVE CI-INVOICE-AMOUNT TO SRT-SALES-AMOUNT.
029600     MOVE CI-TAX-AMOUNT     TO SRT-TAX-AMOUNT.
029700     RELEASE SORT-WORK-RECORD.
029707
029714*    THE REGISTER CARRIES NO QUANTITY, BUT THE BILLING RUN
029721*    PRICES EVERY INVOICE AS QUANTITY TIMES THE ORDER'S UNIT
029728*    PRICE (A CREDIT MEMO AS THE NEGATIVE), SO THE UNITS
029735*    DIVIDE BACK OUT.  A ZERO-PRICED ORDER COUNTS NO UNITS.
029742 DERIVE-INVOICE-QUANTITY.
029750     IF CO-UNIT-PRICE IS NUMERIC
029757        AND CO-UNIT-PRICE > ZERO
029764        COMPUTE SRT-QUANTITY ROUNDED =
029771                CI-INVOICE-AMOUNT / CO-UNIT-PRICE
029778     ELSE
029785        MOVE ZERO TO SRT-QUANTITY
029792     END-IF.
029800
029900 BUILD-PERIOD-SUMMARIES.
030000     MOVE "N" TO WS-SORT-AT-END.
032000     ADD SRT-SALES-AMOUNT TO WS-GROUP-SALES.
032100     ADD SRT-TAX-AMOUNT   TO WS-GROUP-TAX.
032200     ADD 1 TO WS-GROUP-COUNT.
032250     ADD SRT-QUANTITY     TO WS-GROUP-QUANTITY.
032300     PERFORM RETURN-NEXT-SORTED.
032400
032500 START-NEW-SUMMARY-GROUP.
033100     MOVE ZERO TO WS-GROUP-SALES.
033200     MOVE ZERO TO WS-GROUP-TAX.
033300     MOVE ZERO TO WS-GROUP-COUNT.
033350     MOVE ZERO TO WS-GROUP-QUANTITY.
033400
033500 WRITE-SUMMARY-RECORD.
033600     MOVE WS-PERIOD             TO SH-PERIOD.
034100     MOVE WS-GROUP-SALES        TO SH-SALES-AMOUNT.
034200     MOVE WS-GROUP-TAX          TO SH-TAX-AMOUNT.
034300     MOVE WS-GROUP-COUNT        TO SH-INVOICE-COUNT.
034350     MOVE WS-GROUP-QUANTITY     TO SH-QUANTITY.
034400     WRITE SALES-HISTORY-RECORD.
034500     ADD 1 TO WS-SUMMARIES-WRITTEN.
034600
