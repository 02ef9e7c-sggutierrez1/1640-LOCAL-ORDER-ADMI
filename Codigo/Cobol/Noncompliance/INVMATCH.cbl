001720*                     match against that line's quantity
001730*                     received and unit cost instead of
001740*                     the order header's -- see POLINE.
001745*   RWH   2026-10-15  Vendor credit memos carry nothing to
001750*                     match against and are approved as
001755*                     entered, ready for PAYSEL to net.
001760*   RWH   2026-10-15  A held invoice carries its reason
001765*                     code on the file for the INVHOLD
001770*                     worklist, and nothing received at all
001775*                     is told apart from a short receipt.
001780*   RWH   2026-10-15  An approval stamps the day on the
001785*                     invoice, and a hold marks it as held
001790*                     in the match for good.
001800*--------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
009900     05 WS-INVOICES-MATCHED    PIC 9(7) VALUE ZERO.
010000     05 WS-INVOICES-HELD       PIC 9(7) VALUE ZERO.
010100     05 WS-INVOICES-SKIPPED    PIC 9(7) VALUE ZERO.
010150     05 WS-CREDITS-APPROVED    PIC 9(7) VALUE ZERO.
010200
010300*    UNIT-COST TOLERANCE, IN PERCENT OF THE PO UNIT COST.  AN
010400*    INVOICE PRICED WITHIN THIS BAND OF THE PO STILL MATCHES --
010900
011000 01  WS-QUANTITY-RECEIVED      PIC S9(9) VALUE ZERO.
011100 01  WS-RECEIPT-SCAN-AT-END    PIC X VALUE "N".
011150 01  WS-RUN-DATE               PIC 9(8).
011200 01  WS-HOLD-REASON            PIC X(25) VALUE SPACES.
011250 01  WS-HOLD-CODE              PIC X(02) VALUE SPACES.
011300
011400 01  HEADING-LINE-1.
011500     05 FILLER                 PIC X(30)
013500     05 FILLER                 PIC X(02) VALUE SPACES.
013600     05 DTL-PO-NUMBER          PIC 9(7).
013700     05 FILLER                 PIC X(04) VALUE SPACES.
013800     05 DTL-INVOICE-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
013900     05 FILLER                 PIC X(02) VALUE SPACES.
014000     05 DTL-HOLD-REASON        PIC X(25).
014100
015300     STOP RUN.
015400
015500 OPENING-PROCEDURE.
015550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015600     OPEN I-O VENDOR-INVOICE-FILE.
015700     IF NOT INVOICE-FILE-OK
015800        DISPLAY "INVMATCH: UNABLE TO OPEN VENDOR-INVOICE-FILE, "
019200     DISPLAY "  INVOICES APPROVED ....: " WS-INVOICES-MATCHED.
019300     DISPLAY "  INVOICES HELD ........: " WS-INVOICES-HELD.
019400     DISPLAY "  INVOICES SKIPPED .....: " WS-INVOICES-SKIPPED.
019450     DISPLAY "  CREDIT MEMOS APPROVED : " WS-CREDITS-APPROVED.
019500     IF WS-INVOICES-HELD > ZERO
019600        MOVE 4 TO RETURN-CODE
019700     ELSE
020800
020900*    ONLY ENTERED INVOICES ARE MATCHED -- APPROVED, HELD, AND
021000*    PAID INVOICES HAVE ALREADY BEEN THROUGH THE PASS.
021033*    A CREDIT MEMO HAS NO RECEIPT TO MATCH AND GOES STRAIGHT
021066*    TO APPROVED.
021100 MATCH-ONE-INVOICE.
021200     ADD 1 TO WS-INVOICES-READ.
021266     EVALUATE TRUE
021332        WHEN NOT INV-STATUS-ENTERED
021398             ADD 1 TO WS-INVOICES-SKIPPED
021464        WHEN INV-CREDIT-MEMO
021530             PERFORM APPROVE-CREDIT-MEMO
021596        WHEN OTHER
021662             PERFORM MATCH-AGAINST-ORDER
021728     END-EVALUATE.
021800     PERFORM READ-NEXT-INVOICE.
021900
022000 MATCH-AGAINST-ORDER.
022300     READ PURCHASE-ORDER-FILE
022400         INVALID KEY
022500            MOVE "PO NOT ON FILE" TO WS-HOLD-REASON
022550            MOVE "NP" TO WS-HOLD-CODE
022600            PERFORM HOLD-INVOICE
022700         NOT INVALID KEY
022710            IF INV-PO-LINE IS NUMERIC
023900             PO-UNIT-COST * WS-TOLERANCE-PERCENT / 100.
024000     EVALUATE TRUE
024100        WHEN INV-QUANTITY > WS-QUANTITY-RECEIVED
024200             PERFORM HOLD-FOR-RECEIPTS
024400        WHEN WS-COST-VARIANCE > WS-COST-LIMIT
024500             MOVE "UNIT COST OFF PO" TO WS-HOLD-REASON
024550             MOVE "PT" TO WS-HOLD-CODE
024600             PERFORM HOLD-INVOICE
024700        WHEN OTHER
024800             PERFORM APPROVE-INVOICE
027900
028000 APPROVE-INVOICE.
028100     SET INV-STATUS-APPROVED TO TRUE.
028150     MOVE WS-RUN-DATE TO INV-APPROVED-DATE.
028200     REWRITE VENDOR-INVOICE-RECORD.
028300     ADD 1 TO WS-INVOICES-MATCHED.
028400
028416 APPROVE-CREDIT-MEMO.
028432     SET INV-STATUS-APPROVED TO TRUE.
028440     MOVE WS-RUN-DATE TO INV-APPROVED-DATE.
028448     REWRITE VENDOR-INVOICE-RECORD.
028464     ADD 1 TO WS-CREDITS-APPROVED.
028480
028481*    BILLED AHEAD OF THE GOODS: NOTHING RECEIVED AT ALL IS
028482*    A DIFFERENT CHASE FROM A SHORT RECEIPT.
028483 HOLD-FOR-RECEIPTS.
028484     IF WS-QUANTITY-RECEIVED > ZERO
028485        MOVE "QUANTITY OVER RECEIPTS" TO WS-HOLD-REASON
028486        MOVE "QR" TO WS-HOLD-CODE
028487     ELSE
028488        MOVE "NO RECEIPT POSTED" TO WS-HOLD-REASON
028489        MOVE "NR" TO WS-HOLD-CODE
028490     END-IF.
028491     PERFORM HOLD-INVOICE.
028492
028500 HOLD-INVOICE.
028600     SET INV-STATUS-HELD TO TRUE.
028650     MOVE WS-HOLD-CODE TO INV-HOLD-REASON.
028675     SET INV-WAS-HELD-IN-MATCH TO TRUE.
028700     REWRITE VENDOR-INVOICE-RECORD.
028800     ADD 1 TO WS-INVOICES-HELD.
028900     PERFORM WRITE-EXCEPTION-LINE.
031500     READ PO-LINE-FILE
031600         INVALID KEY
031700            MOVE "PO LINE NOT ON FILE" TO WS-HOLD-REASON
031750            MOVE "NP" TO WS-HOLD-CODE
031800            PERFORM HOLD-INVOICE
031900         NOT INVALID KEY
032000            PERFORM APPLY-LINE-MATCH-RULES
033100             PL-UNIT-COST * WS-TOLERANCE-PERCENT / 100.
033200     EVALUATE TRUE
033300        WHEN INV-QUANTITY > WS-QUANTITY-RECEIVED
033400             PERFORM HOLD-FOR-RECEIPTS
033600        WHEN WS-COST-VARIANCE > WS-COST-LIMIT
033700             MOVE "UNIT COST OFF PO LINE" TO WS-HOLD-REASON
033750             MOVE "PT" TO WS-HOLD-CODE
033800             PERFORM HOLD-INVOICE
033900        WHEN OTHER
034000             PERFORM APPROVE-INVOICE
