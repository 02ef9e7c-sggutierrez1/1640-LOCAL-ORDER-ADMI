001810*   RWH   2026-09-03  New loans start their remaining
001820*                     balance at the principal for the
001830*                     payment-posting run -- see LOANPAY.
001840*   RWH   2026-10-15  New loans start with no payments made
001850*                     and their written rate in force.  Once
001860*                     COBVRUN has applied a rate reset off
001870*                     LOANRST, a change that would overwrite
001880*                     the rate recycles with reason RST --
001890*                     the rate moves through LRSMAINT.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
034100     MOVE LTRAN-VENDOR-NUMBER  TO LOAN-VENDOR-NUMBER.
034110     MOVE LTRAN-PRINCIPAL      TO LOAN-REMAINING-BALANCE.
034120     MOVE ZERO                 TO LOAN-LAST-PAYMENT-DATE.
034130     MOVE ZERO                 TO LOAN-PAYMENTS-MADE.
034140     MOVE LTRAN-RATE           TO LOAN-CURRENT-RATE.
034150     MOVE ZERO                 TO LOAN-RATE-RESET-DATE.
034160     MOVE ZERO                 TO LOAN-RESET-BALANCE.
034170     MOVE ZERO                 TO LOAN-RESET-PERIODS.
034200     SET LOAN-ACTIVE TO TRUE.
034300     WRITE LOAN-RECORD
034400         INVALID KEY
037300            MOVE "LOAN NOT ON FILE" TO WS-REJECT-TEXT
037400            PERFORM WRITE-REJECT-TO-RECYCLE
037500         NOT INVALID KEY
037510            IF LOAN-RATE-RESET-DATE NUMERIC
037520               AND LOAN-RATE-RESET-DATE > ZERO
037530               AND LTRAN-RATE NOT = LOAN-RATE-IN
037540               PERFORM REJECT-RESET-RATE-CHANGE
037550            ELSE
037600               MOVE LTRAN-PRINCIPAL     TO LOAN-PRINCIPAL-IN
037700               MOVE LTRAN-RATE          TO LOAN-RATE-IN
037800               MOVE LTRAN-PERIODS       TO LOAN-PERIODS-IN
037900               MOVE LTRAN-CURRENCY-CODE TO LOAN-CURRENCY-CODE
038000               MOVE LTRAN-VENDOR-NUMBER TO LOAN-VENDOR-NUMBER
038100               REWRITE LOAN-RECORD
038200               ADD 1 TO WS-LOANS-CHANGED
038300               PERFORM WRITE-LOAN-AUDIT
038310            END-IF
038400     END-READ.
038408
038416*    A LOAN ON THE RESET SCHEDULE KEEPS LOAN-RATE-IN AS THE RATE
038424*    IT WAS WRITTEN AT -- ITS RATE HISTORY IS ON LOANRST, AND A
038432*    NEW RATE GOES ON THERE AS A RESET, NOT OVER THE TOP HERE.
038440 REJECT-RESET-RATE-CHANGE.
038448     DISPLAY "LOANMNT: LOAN " LTRAN-LOAN-ID
038456             " RATE RESETS THROUGH LRSMAINT, CHANGE REJECTED".
038464     ADD 1 TO WS-TRANS-IN-ERROR.
038472     MOVE "RST" TO WS-REJECT-CODE.
038480     MOVE "RATE CHANGES VIA LRSMAINT" TO WS-REJECT-TEXT.
038488     PERFORM WRITE-REJECT-TO-RECYCLE.
038500
038600*    A PAID-OFF LOAN STAYS ON THE MASTER FOR ITS HISTORY --
038700*    COBVRUN SKIPS IT.
