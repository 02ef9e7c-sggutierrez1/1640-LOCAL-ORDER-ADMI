001520*                     advices print only for tonight's
001530*                     unvoided payments, selected by the
001540*                     payment date.
001552*   RWH   2026-10-15  Each vendor credit memo PAYSEL took
001564*                     against the payment prints as its own
001576*                     line, marked CREDIT TAKEN, negative in
001588*                     the gross and net columns.
001600*--------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
007200     05 WS-PAYMENTS-PRINTED    PIC 9(7) VALUE ZERO.
007300     05 WS-INVOICES-LISTED     PIC 9(7) VALUE ZERO.
007400     05 WS-VENDORS-NOT-FOUND   PIC 9(7) VALUE ZERO.
007450     05 WS-CREDITS-LISTED      PIC 9(7) VALUE ZERO.
007500
007600 01  WS-CURRENT-PAYMENT        PIC 9(7) VALUE ZERO.
007610
007630*    PAYMENTS CUT TONIGHT GET ADVICES.
007640 01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
007700 01  WS-ADVICE-OPEN            PIC X VALUE "N".
007800 01  WS-ADVICE-NET-TOTAL       PIC S9(11)V99 VALUE ZERO.
007900 01  WS-ADVICE-DISC-TOTAL      PIC 9(9)V99 VALUE ZERO.
008000
008100 01  ADVICE-HEADING-1.
011000     05 FILLER                 PIC X(12) VALUE "DISCOUNT".
011100     05 FILLER                 PIC X(06) VALUE SPACES.
011200     05 FILLER                 PIC X(14) VALUE "NET PAID".
011233     05 FILLER                 PIC X(03) VALUE SPACES.
011266     05 FILLER                 PIC X(07) VALUE "REMARKS".
011300
011400 01  ADVICE-DETAIL-LINE.
011500     05 ADL-INVOICE-NUMBER     PIC X(10).
011600     05 FILLER                 PIC X(02) VALUE SPACES.
011700     05 ADL-GROSS-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
011800     05 FILLER                 PIC X(02) VALUE SPACES.
011900     05 ADL-DISCOUNT-TAKEN     PIC Z,ZZZ,ZZ9.99.
012000     05 FILLER                 PIC X(02) VALUE SPACES.
012100     05 ADL-NET-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
012133     05 FILLER                 PIC X(02) VALUE SPACES.
012166     05 ADL-REMARK             PIC X(12).
012200
012300 01  ADVICE-TOTAL-LINE.
012400     05 FILLER                 PIC X(12)
012600     05 FILLER                 PIC X(12) VALUE SPACES.
012700     05 ATL-DISCOUNT-TOTAL     PIC Z,ZZZ,ZZ9.99.
012800     05 FILLER                 PIC X(02) VALUE SPACES.
012900     05 ATL-NET-TOTAL          PIC ZZZ,ZZZ,ZZ9.99-.
013000
013100 01  ADVICE-BREAK-LINE.
013200     05 FILLER                 PIC X(40) VALUE ALL "-".
016800     DISPLAY "PAYREMIT CONTROL TOTALS".
016900     DISPLAY "  PAYMENTS PRINTED .....: " WS-PAYMENTS-PRINTED.
017000     DISPLAY "  INVOICES LISTED ......: " WS-INVOICES-LISTED.
017050     DISPLAY "  CREDITS LISTED .......: " WS-CREDITS-LISTED.
017100     DISPLAY "  VENDORS NOT FOUND ....: " WS-VENDORS-NOT-FOUND.
017200     IF WS-VENDORS-NOT-FOUND > ZERO
017300        MOVE 4 TO RETURN-CODE
019100     MOVE PAY-GROSS-AMOUNT   TO ADL-GROSS-AMOUNT.
019200     MOVE PAY-DISCOUNT-TAKEN TO ADL-DISCOUNT-TAKEN.
019300     MOVE PAY-NET-AMOUNT     TO ADL-NET-AMOUNT.
019310*    A CREDIT MEMO TAKEN AGAINST THE PAYMENT CARRIES A
019320*    NEGATIVE GROSS -- THE VENDOR SEES WHICH MEMO WAS USED.
019330     IF PAY-GROSS-AMOUNT < ZERO
019340        MOVE "CREDIT TAKEN" TO ADL-REMARK
019350        ADD 1 TO WS-CREDITS-LISTED
019360     ELSE
019370        MOVE SPACES TO ADL-REMARK
019380        ADD 1 TO WS-INVOICES-LISTED
019390     END-IF.
019400     WRITE REMITTANCE-LINE FROM ADVICE-DETAIL-LINE.
019600     ADD PAY-NET-AMOUNT     TO WS-ADVICE-NET-TOTAL.
019700     ADD PAY-DISCOUNT-TAKEN TO WS-ADVICE-DISC-TOTAL.
019900
