000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INVHOLD.
000300*--------------------------------------------------
000400* Daily held-invoice worklist.  Every invoice on
000500* VENDOR-INVOICE-FILE still in HELD status is listed
000600* under the buyer who placed its purchase order and
000700* the reason it is held, aged in days from the
000800* invoice date, with the last day the vendor's
000900* early-payment discount can still be taken -- so a
001000* held invoice is worked while the discount is
001100* still there, not when the vendor calls about a
001200* late payment.  Each buyer's lot prints oldest
001300* first within reason, with a count and amount per
001400* buyer.  Nothing is updated; invoices are resolved
001500* through INVMAINT.
001600*
001700* MODIFICATION HISTORY
001800*   WHO   DATE        WHAT
001900*   RWH   2026-10-15  Original version.
002000*--------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     SELECT VENDOR-INVOICE-FILE
002600         ASSIGN TO "VNDINV"
002700         ORGANIZATION IS INDEXED
002800         RECORD KEY IS INV-KEY
002900         ACCESS MODE IS SEQUENTIAL
003000         FILE STATUS IS WS-INVOICE-FILE-STATUS.
003100
003200     SELECT PURCHASE-ORDER-FILE
003300         ASSIGN TO "PURORD"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS PO-KEY
003600         ACCESS MODE IS RANDOM
003700         FILE STATUS IS WS-PURORD-FILE-STATUS.
003800
003900     SELECT VENDOR-FILE
004000         ASSIGN TO "vendor"
004100         ORGANIZATION IS INDEXED
004200         RECORD KEY IS VENDOR-NUMBER
004300         ACCESS MODE IS RANDOM
004400         FILE STATUS IS WS-VENDOR-FILE-STATUS.
004500
004600     SELECT SORT-WORK-FILE
004700         ASSIGN TO "HLDSORT".
004800
004900     SELECT HELD-INVOICE-REPORT
005000         ASSIGN TO "INVHOLDR"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500
005600     COPY VNDINV.
005700     COPY PURORD.
005800     COPY FILEVTA.
005900
006000 SD  SORT-WORK-FILE.
006100 01  SORT-WORK-RECORD.
006200     05 SRT-BUYER              PIC X(08).
006300     05 SRT-HOLD-REASON        PIC X(02).
006400     05 SRT-DAYS-AGED          PIC 9(5).
006500     05 SRT-VENDOR-NUMBER      PIC 9(5).
006600     05 SRT-INVOICE-NUMBER     PIC X(10).
006700     05 SRT-PO-NUMBER          PIC 9(7).
006800     05 SRT-INVOICE-DATE       PIC 9(8).
006900     05 SRT-INVOICE-AMOUNT     PIC S9(9)V99.
007000     05 SRT-DISCOUNT-DATE      PIC 9(8).
007100     05 SRT-DISCOUNT-STATE     PIC X(01).
007200         88 SRT-NO-DISCOUNT        VALUE " ".
007300         88 SRT-DISCOUNT-OPEN      VALUE "O".
007400         88 SRT-DISCOUNT-LOST      VALUE "L".
007500
007600 FD  HELD-INVOICE-REPORT
007700     LABEL RECORDS ARE STANDARD.
007800 01  HELD-INVOICE-REPORT-LINE  PIC X(110).
007900
008000 WORKING-STORAGE SECTION.
008100
008200 01  FILE-AT-END               PIC X VALUE "N".
008300 01  WS-SORT-AT-END            PIC X VALUE "N".
008400
008500*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
008600*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
008700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008800         ==WS-INVOICE-FILE-STATUS== ==PFX-FILE-OK== BY
008900         ==INVOICE-FILE-OK== ==PFX-FILE-EOF== BY
009000         ==INVOICE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009100         ==INVOICE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009200         ==INVOICE-FILE-NOT-FOUND==
009300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009400         ==INVOICE-FILE-BOUNDARY-VIOLATION==.
009500
009600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009700         ==WS-PURORD-FILE-STATUS== ==PFX-FILE-OK== BY
009800         ==PURORD-FILE-OK== ==PFX-FILE-EOF== BY
009900         ==PURORD-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010000         ==PURORD-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010100         ==PURORD-FILE-NOT-FOUND==
010200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010300         ==PURORD-FILE-BOUNDARY-VIOLATION==.
010400
010500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010600         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
010700         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
010800         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010900         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011000         ==VENDOR-FILE-NOT-FOUND==
011100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011200         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
011300
011400 01  WS-RUN-DATE               PIC 9(8).
011500 01  WS-CURRENT-BUYER          PIC X(08) VALUE SPACES.
011600 01  WS-FIRST-BUYER            PIC X VALUE "Y".
011700
011800 01  WS-PAGE-CONTROL.
011900     05 WS-LINE-COUNT          PIC 99 VALUE ZERO.
012000     05 WS-PAGE-COUNT          PIC 999 VALUE ZERO.
012100     05 WS-LINES-PER-PAGE      PIC 99 VALUE 50.
012200
012300 01  WS-CONTROL-TOTALS.
012400     05 WS-INVOICES-READ       PIC 9(7) VALUE ZERO.
012500     05 WS-INVOICES-HELD       PIC 9(7) VALUE ZERO.
012600     05 WS-DISCOUNTS-OPEN      PIC 9(7) VALUE ZERO.
012700     05 WS-DISCOUNTS-LOST      PIC 9(7) VALUE ZERO.
012800     05 WS-AMOUNT-HELD         PIC S9(11)V99 VALUE ZERO.
012900
013000 01  WS-BUYER-TOTALS.
013100     05 WS-BUYER-COUNT         PIC 9(7) VALUE ZERO.
013200     05 WS-BUYER-AMOUNT        PIC S9(11)V99 VALUE ZERO.
013300
013400*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
013500*    SUBPROGRAM -- SEE DATECALC.
013600 01  INVHOLD-DATECALC-PARM.
013700     05 DATECALC-FUNCTION      PIC X(01).
013800     05 DATECALC-DATE-1        PIC 9(8).
013900     05 DATECALC-DATE-2        PIC 9(8).
014000     05 DATECALC-DAYS          PIC S9(7).
014100     05 DATECALC-RESULT-DATE   PIC 9(8).
014200     05 DATECALC-FEEDBACK      PIC XX.
014300
014400 01  HEADING-LINE-1.
014500     05 FILLER                 PIC X(34)
014600        VALUE "HELD INVOICE WORKLIST - RUN DATE ".
014700     05 HDG-RUN-DATE           PIC 9(8).
014800     05 FILLER                 PIC X(10) VALUE SPACES.
014900     05 FILLER                 PIC X(05) VALUE "PAGE ".
015000     05 HDG-PAGE-NUMBER        PIC ZZZ9.
015100
015200 01  HEADING-LINE-2.
015300     05 FILLER                 PIC X(10) VALUE "BUYER".
015400     05 FILLER                 PIC X(24) VALUE "REASON HELD".
015500     05 FILLER                 PIC X(06) VALUE "  AGE".
015600     05 FILLER                 PIC X(18) VALUE "VENDOR/INVOICE".
015700     05 FILLER                 PIC X(09) VALUE "PO NUMBER".
015800     05 FILLER                 PIC X(10) VALUE "INV DATE".
015900     05 FILLER                 PIC X(17) VALUE "  INVOICE AMOUNT".
016000     05 FILLER                 PIC X(16) VALUE "DISCOUNT BY".
016100
016200 01  DETAIL-LINE.
016300     05 DTL-BUYER              PIC X(08).
016400     05 FILLER                 PIC X(02) VALUE SPACES.
016500     05 DTL-HOLD-REASON        PIC X(22).
016600     05 FILLER                 PIC X(02) VALUE SPACES.
016700     05 DTL-DAYS-AGED          PIC ZZZZ9.
016800     05 FILLER                 PIC X(01) VALUE SPACES.
016900     05 DTL-VENDOR-NUMBER      PIC 9(5).
017000     05 FILLER                 PIC X(01) VALUE "/".
017100     05 DTL-INVOICE-NUMBER     PIC X(10).
017200     05 FILLER                 PIC X(02) VALUE SPACES.
017300     05 DTL-PO-NUMBER          PIC 9(7).
017400     05 FILLER                 PIC X(02) VALUE SPACES.
017500     05 DTL-INVOICE-DATE       PIC 9(8).
017600     05 FILLER                 PIC X(02) VALUE SPACES.
017700     05 DTL-INVOICE-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
017800     05 FILLER                 PIC X(02) VALUE SPACES.
017900     05 DTL-DISCOUNT-DATE      PIC X(08).
018000     05 FILLER                 PIC X(01) VALUE SPACES.
018100     05 DTL-DISCOUNT-STATE     PIC X(04).
018200
018300 01  BUYER-TOTAL-LINE.
018400     05 FILLER                 PIC X(10) VALUE SPACES.
018500     05 FILLER                 PIC X(10) VALUE "TOTAL FOR ".
018600     05 BTL-BUYER              PIC X(08).
018700     05 FILLER                 PIC X(02) VALUE SPACES.
018800     05 BTL-COUNT              PIC ZZZ,ZZ9.
018900     05 FILLER                 PIC X(10) VALUE " INVOICES ".
019000     05 BTL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019100
019200 01  COUNT-LINE.
019300     05 FILLER                 PIC X(20) VALUE "INVOICES HELD: ".
019400     05 CNT-INVOICES-HELD      PIC ZZZ,ZZ9.
019500     05 FILLER                 PIC X(17)
019600        VALUE "  AMOUNT HELD: ".
019700     05 CNT-AMOUNT-HELD        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019800
019900 01  DISCOUNT-COUNT-LINE.
020000     05 FILLER                 PIC X(20)
020100        VALUE "DISCOUNTS OPEN: ".
020200     05 CNT-DISCOUNTS-OPEN     PIC ZZZ,ZZ9.
020300     05 FILLER                 PIC X(17)
020400        VALUE "  ALREADY LOST: ".
020500     05 CNT-DISCOUNTS-LOST     PIC ZZZ,ZZ9.
020600
020700 PROCEDURE DIVISION.
020800 PROGRAM-BEGIN.
020900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021000     OPEN OUTPUT HELD-INVOICE-REPORT.
021100     SORT SORT-WORK-FILE
021200          ON ASCENDING KEY SRT-BUYER
021300          ON ASCENDING KEY SRT-HOLD-REASON
021400          ON DESCENDING KEY SRT-DAYS-AGED
021500          INPUT PROCEDURE IS LOAD-HELD-INVOICES
021600          OUTPUT PROCEDURE IS PRINT-HELD-INVOICES.
021700     MOVE WS-INVOICES-HELD TO CNT-INVOICES-HELD.
021800     MOVE WS-AMOUNT-HELD TO CNT-AMOUNT-HELD.
021900     WRITE HELD-INVOICE-REPORT-LINE FROM COUNT-LINE.
022000     MOVE WS-DISCOUNTS-OPEN TO CNT-DISCOUNTS-OPEN.
022100     MOVE WS-DISCOUNTS-LOST TO CNT-DISCOUNTS-LOST.
022200     WRITE HELD-INVOICE-REPORT-LINE FROM DISCOUNT-COUNT-LINE.
022300     CLOSE HELD-INVOICE-REPORT.
022400     DISPLAY "INVHOLD CONTROL TOTALS".
022500     DISPLAY "  INVOICE RECORDS READ .: " WS-INVOICES-READ.
022600     DISPLAY "  HELD INVOICES LISTED .: " WS-INVOICES-HELD.
022700     DISPLAY "  DISCOUNTS STILL OPEN .: " WS-DISCOUNTS-OPEN.
022800     DISPLAY "  DISCOUNTS ALREADY LOST: " WS-DISCOUNTS-LOST.
022900
023000 PROGRAM-DONE.
023100     STOP RUN.
023200
023300 LOAD-HELD-INVOICES.
023400     OPEN INPUT VENDOR-INVOICE-FILE.
023500     MOVE "N" TO FILE-AT-END.
023600     IF NOT INVOICE-FILE-OK
023700        DISPLAY "INVHOLD: UNABLE TO OPEN VENDOR-INVOICE-FILE, "
023800                "STATUS " WS-INVOICE-FILE-STATUS
023900        MOVE 16 TO RETURN-CODE
024000        MOVE "Y" TO FILE-AT-END
024100     END-IF.
024200     OPEN INPUT PURCHASE-ORDER-FILE.
024300     IF NOT PURORD-FILE-OK
024400        DISPLAY "INVHOLD: UNABLE TO OPEN PURCHASE-ORDER-FILE, "
024500                "STATUS " WS-PURORD-FILE-STATUS
024600        MOVE 16 TO RETURN-CODE
024700        MOVE "Y" TO FILE-AT-END
024800     END-IF.
024900     OPEN INPUT VENDOR-FILE.
025000     IF NOT VENDOR-FILE-OK
025100        DISPLAY "INVHOLD: UNABLE TO OPEN VENDOR-FILE, STATUS "
025200                WS-VENDOR-FILE-STATUS
025300        MOVE 16 TO RETURN-CODE
025400        MOVE "Y" TO FILE-AT-END
025500     END-IF.
025600     IF FILE-AT-END NOT = "Y"
025700        PERFORM READ-NEXT-INVOICE
025800     END-IF.
025900     PERFORM LOAD-ONE-INVOICE UNTIL FILE-AT-END = "Y".
026000     CLOSE VENDOR-INVOICE-FILE.
026100     CLOSE PURCHASE-ORDER-FILE.
026200     CLOSE VENDOR-FILE.
026300
026400 LOAD-ONE-INVOICE.
026500     ADD 1 TO WS-INVOICES-READ.
026600     IF INV-STATUS-HELD
026700        PERFORM AGE-AND-RELEASE
026800     END-IF.
026900     PERFORM READ-NEXT-INVOICE.
027000
027100*    AGED IN CALENDAR DAYS FROM THE INVOICE DATE -- THE
027200*    VENDOR'S CLOCK, THE ONE THE TERMS RUN ON.
027300 AGE-AND-RELEASE.
027400     MOVE "D"              TO DATECALC-FUNCTION.
027500     MOVE WS-RUN-DATE      TO DATECALC-DATE-1.
027600     MOVE INV-INVOICE-DATE TO DATECALC-DATE-2.
027700     CALL "DATECALC" USING INVHOLD-DATECALC-PARM.
027800     IF DATECALC-FEEDBACK = "OK" AND DATECALC-DAYS > ZERO
027900        MOVE DATECALC-DAYS TO SRT-DAYS-AGED
028000     ELSE
028100        MOVE ZERO TO SRT-DAYS-AGED
028200     END-IF.
028300*    THE THREE KINDS OF SUSPECTED DUPLICATE ARE WORKED AS ONE.
028400     IF INV-HOLD-DUPLICATE
028500        MOVE "DU"            TO SRT-HOLD-REASON
028600     ELSE
028700        MOVE INV-HOLD-REASON TO SRT-HOLD-REASON
028800     END-IF.
028900     MOVE INV-VENDOR-NUMBER  TO SRT-VENDOR-NUMBER.
029000     MOVE INV-INVOICE-NUMBER TO SRT-INVOICE-NUMBER.
029100     MOVE INV-PO-NUMBER      TO SRT-PO-NUMBER.
029200     MOVE INV-INVOICE-DATE   TO SRT-INVOICE-DATE.
029300     MOVE INV-INVOICE-AMOUNT TO SRT-INVOICE-AMOUNT.
029400     PERFORM LOOK-UP-BUYER.
029500     PERFORM LOOK-UP-DISCOUNT-DATE.
029600     RELEASE SORT-WORK-RECORD.
029700
029800*    THE BUYER IS WHOEVER PLACED THE ORDER THE INVOICE
029900*    BILLS.  AN INVOICE WITH NO ORDER ON FILE, OR AGAINST AN
030000*    ORDER KEYED BEFORE BUYERS WERE KEPT, FALLS TO AP.
030100 LOOK-UP-BUYER.
030200     MOVE INV-VENDOR-NUMBER TO PO-VENDOR-NUMBER.
030300     MOVE INV-PO-NUMBER     TO PO-NUMBER.
030400     READ PURCHASE-ORDER-FILE
030500         INVALID KEY
030600            MOVE "NO BUYER" TO SRT-BUYER
030700         NOT INVALID KEY
030800            IF PO-BUYER = SPACES
030900               MOVE "NO BUYER" TO SRT-BUYER
031000            ELSE
031100               MOVE PO-BUYER TO SRT-BUYER
031200            END-IF
031300     END-READ.
031400
031500*    THE DISCOUNT CUTOFF IS CALENDAR DAYS OFF THE INVOICE
031600*    DATE, THE SAME WAY PAYSEL COUNTS IT.
031700 LOOK-UP-DISCOUNT-DATE.
031800     MOVE ZERO TO SRT-DISCOUNT-DATE.
031900     SET SRT-NO-DISCOUNT TO TRUE.
032000     MOVE INV-VENDOR-NUMBER TO VENDOR-NUMBER.
032100     READ VENDOR-FILE
032200         INVALID KEY
032300            CONTINUE
032400         NOT INVALID KEY
032500            IF VENDOR-DISCOUNT-PERCENT > ZERO
032600               AND NOT INV-CREDIT-MEMO
032700               PERFORM COMPUTE-DISCOUNT-DATE
032800            END-IF
032900     END-READ.
033000
033100 COMPUTE-DISCOUNT-DATE.
033200     MOVE "A"                  TO DATECALC-FUNCTION.
033300     MOVE INV-INVOICE-DATE     TO DATECALC-DATE-1.
033400     MOVE VENDOR-DISCOUNT-DAYS TO DATECALC-DAYS.
033500     CALL "DATECALC" USING INVHOLD-DATECALC-PARM.
033600     IF DATECALC-FEEDBACK = "OK"
033700        MOVE DATECALC-RESULT-DATE TO SRT-DISCOUNT-DATE
033800        IF WS-RUN-DATE > DATECALC-RESULT-DATE
033900           SET SRT-DISCOUNT-LOST TO TRUE
034000        ELSE
034100           SET SRT-DISCOUNT-OPEN TO TRUE
034200        END-IF
034300     END-IF.
034400
034500 READ-NEXT-INVOICE.
034600     READ VENDOR-INVOICE-FILE NEXT RECORD
034700          AT END MOVE "Y" TO FILE-AT-END.
034800
034900 PRINT-HELD-INVOICES.
035000     MOVE "N" TO WS-SORT-AT-END.
035100     PERFORM WRITE-HEADING.
035200     PERFORM RETURN-NEXT-SORTED.
035300     PERFORM PRINT-ONE-INVOICE UNTIL WS-SORT-AT-END = "Y".
035400     IF WS-FIRST-BUYER NOT = "Y"
035500        PERFORM WRITE-BUYER-TOTAL
035600     END-IF.
035700
035800 RETURN-NEXT-SORTED.
035900     RETURN SORT-WORK-FILE
036000          AT END MOVE "Y" TO WS-SORT-AT-END.
036100
036200 PRINT-ONE-INVOICE.
036300     IF SRT-BUYER NOT = WS-CURRENT-BUYER
036400        OR WS-FIRST-BUYER = "Y"
036500        PERFORM START-NEW-BUYER
036600     END-IF.
036700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
036800        PERFORM WRITE-HEADING
036900     END-IF.
037000     MOVE SRT-BUYER          TO DTL-BUYER.
037100     PERFORM DESCRIBE-HOLD-REASON.
037200     MOVE SRT-DAYS-AGED      TO DTL-DAYS-AGED.
037300     MOVE SRT-VENDOR-NUMBER  TO DTL-VENDOR-NUMBER.
037400     MOVE SRT-INVOICE-NUMBER TO DTL-INVOICE-NUMBER.
037500     MOVE SRT-PO-NUMBER      TO DTL-PO-NUMBER.
037600     MOVE SRT-INVOICE-DATE   TO DTL-INVOICE-DATE.
037700     MOVE SRT-INVOICE-AMOUNT TO DTL-INVOICE-AMOUNT.
037800     EVALUATE TRUE
037900        WHEN SRT-DISCOUNT-OPEN
038000             MOVE SRT-DISCOUNT-DATE TO DTL-DISCOUNT-DATE
038100             MOVE SPACES            TO DTL-DISCOUNT-STATE
038200             ADD 1 TO WS-DISCOUNTS-OPEN
038300        WHEN SRT-DISCOUNT-LOST
038400             MOVE SRT-DISCOUNT-DATE TO DTL-DISCOUNT-DATE
038500             MOVE "LOST"            TO DTL-DISCOUNT-STATE
038600             ADD 1 TO WS-DISCOUNTS-LOST
038700        WHEN OTHER
038800             MOVE "NONE"            TO DTL-DISCOUNT-DATE
038900             MOVE SPACES            TO DTL-DISCOUNT-STATE
039000     END-EVALUATE.
039100     WRITE HELD-INVOICE-REPORT-LINE FROM DETAIL-LINE.
039200     ADD 1 TO WS-LINE-COUNT.
039300     ADD 1 TO WS-INVOICES-HELD.
039400     ADD 1 TO WS-BUYER-COUNT.
039500     ADD SRT-INVOICE-AMOUNT TO WS-AMOUNT-HELD.
039600     ADD SRT-INVOICE-AMOUNT TO WS-BUYER-AMOUNT.
039700     PERFORM RETURN-NEXT-SORTED.
039800
039900 START-NEW-BUYER.
040000     IF WS-FIRST-BUYER NOT = "Y"
040100        PERFORM WRITE-BUYER-TOTAL
040200     END-IF.
040300     MOVE "N"       TO WS-FIRST-BUYER.
040400     MOVE SRT-BUYER TO WS-CURRENT-BUYER.
040500     MOVE ZERO      TO WS-BUYER-COUNT.
040600     MOVE ZERO      TO WS-BUYER-AMOUNT.
040700
040800 WRITE-BUYER-TOTAL.
040900     MOVE WS-CURRENT-BUYER TO BTL-BUYER.
041000     MOVE WS-BUYER-COUNT   TO BTL-COUNT.
041100     MOVE WS-BUYER-AMOUNT  TO BTL-AMOUNT.
041200     WRITE HELD-INVOICE-REPORT-LINE FROM BUYER-TOTAL-LINE.
041300     MOVE SPACES TO HELD-INVOICE-REPORT-LINE.
041400     WRITE HELD-INVOICE-REPORT-LINE.
041500     ADD 2 TO WS-LINE-COUNT.
041600
041700*    THE REASON CODES INVMAINT AND INVMATCH LEAVE ON A HELD
041800*    INVOICE -- SEE VNDINV.  AN INVOICE HELD BEFORE THE CODES
041900*    WERE KEPT HAS NONE.
042000 DESCRIBE-HOLD-REASON.
042100     EVALUATE SRT-HOLD-REASON
042200        WHEN "QR"
042300             MOVE "QUANTITY OVER RECEIPTS" TO DTL-HOLD-REASON
042400        WHEN "NR"
042500             MOVE "NO RECEIPT POSTED"      TO DTL-HOLD-REASON
042600        WHEN "PT"
042700             MOVE "PRICE OVER TOLERANCE"   TO DTL-HOLD-REASON
042800        WHEN "NP"
042900             MOVE "NO PO ON FILE"          TO DTL-HOLD-REASON
043000        WHEN "DU"
043100             MOVE "SUSPECTED DUPLICATE"    TO DTL-HOLD-REASON
043200        WHEN OTHER
043300             MOVE "NOT RECORDED"           TO DTL-HOLD-REASON
043400     END-EVALUATE.
043500
043600 WRITE-HEADING.
043700     ADD 1 TO WS-PAGE-COUNT.
043800     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
043900     MOVE WS-RUN-DATE   TO HDG-RUN-DATE.
044000     WRITE HELD-INVOICE-REPORT-LINE FROM HEADING-LINE-1.
044100     WRITE HELD-INVOICE-REPORT-LINE FROM HEADING-LINE-2.
044200     MOVE ZERO TO WS-LINE-COUNT.
