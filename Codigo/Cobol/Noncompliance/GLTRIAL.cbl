001880*                     always already stamped, and the rerun
001890*                     must not need the control file
001895*                     cleared.
001896*   RWH   2026-10-14  Year-end closing lines (source YC)
001897*                     are left out -- YRCLOSE carries them
001898*                     on the balance history as the
001899*                     year's closing period, YYYY13.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
020500
020600 POST-ONE-JOURNAL-LINE.
020700     DIVIDE JE-POST-DATE BY 100 GIVING WS-POST-YYYYMM.
020720*    THE CLOSING ENTRY IS DATED DECEMBER 31 BUT BELONGS TO
020740*    THE CLOSING PERIOD YRCLOSE PUTS ON THE BALANCE HISTORY
020760*    ITSELF -- COUNTED HERE TOO, A DECEMBER RERUN WOULD
020780*    CLOSE THE YEAR TWICE.
020800     IF WS-POST-YYYYMM = WS-PERIOD
020850        AND JE-SOURCE NOT = "YC"
020900        ADD 1 TO WS-LINES-IN-PERIOD
021000        PERFORM ADD-TO-ACCOUNT-BUCKET
021100     END-IF.
