001600* MODIFICATION HISTORY
001700*   WHO   DATE        WHAT
001800*   RWH   2026-08-22  Original version.
001825*   RWH   2026-10-15  A blanket agreement authorized by
001850*                     amount has no quantity or cost to
001875*                     extend and is not held to the rule.
001900*--------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
024400     MOVE PO-NUMBER        TO WS-KEY-PART-2.
024500     COMPUTE WS-EXPECTED-AMOUNT =
024600             PO-QUANTITY * PO-UNIT-COST.
024616*    A BLANKET AUTHORIZED BY AMOUNT CARRIES NO QUANTITY OR
024633*    COST -- ITS TOTAL IS WHATEVER IS LEFT TO RELEASE.
024650     IF PO-BLANKET AND PO-AUTHORIZED-QUANTITY = ZERO
024666        MOVE PO-TOTAL-AMOUNT TO WS-EXPECTED-AMOUNT
024683     END-IF.
024700     IF PO-TOTAL-AMOUNT NOT = WS-EXPECTED-AMOUNT
024800        MOVE "PO AMOUNT MISMATCH" TO FDL-RULE
024900        MOVE WS-KEY-EDIT TO FDL-RECORD-KEY
