000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PURHIST.
000300*--------------------------------------------------
000400* Month-end purchase-history build, the purchasing
000500* side of SLSHIST.  Two feeds for the open period:
000600* every receipt RCVMAINT posted to GOODS-RECEIPT-
000700* FILE dated in the period, valued at the PO line's
000800* unit cost (the order's PO-UNIT-COST for receipts
000900* posted at the order level), and every payment on
001000* VENDOR-PAYMENT-FILE dated in the period, joined
001100* back to its invoice and the invoice's PO line for
001200* the item.  Each paid invoice is also held against
001300* the contract price on CONTRACT-PRICE-FILE -- what
001400* was billed at or under a contract in force is
001500* contract spend.  One summary record per period/
001600* vendor/item goes to the PURCHASE-HISTORY-FILE,
001700* kept across years, so "how much did we spend with
001800* this vendor last year" stops meaning a dig through
001900* PO archives.  See SPNDANL for the spend analysis.
002000* Runs under the month-end period control like the
002100* other monthly steps.
002200*
002300* MODIFICATION HISTORY
002400*   WHO   DATE        WHAT
002500*   RWH   2026-10-15  Original version.
002600*--------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000
003100     SELECT GOODS-RECEIPT-FILE
003200         ASSIGN TO "GOODSRCP"
003300         ORGANIZATION IS INDEXED
003400         RECORD KEY IS GR-KEY
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS WS-RECEIPT-FILE-STATUS.
003700
003800     SELECT VENDOR-PAYMENT-FILE
003900         ASSIGN TO "VNDPAY"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PAYMENT-FILE-STATUS.
004200
004300     SELECT VENDOR-INVOICE-FILE
004400         ASSIGN TO "VNDINV"
004500         ORGANIZATION IS INDEXED
004600         RECORD KEY IS INV-KEY
004700         ACCESS MODE IS RANDOM
004800         FILE STATUS IS WS-INVOICE-FILE-STATUS.
004900
005000     SELECT PURCHASE-ORDER-FILE
005100         ASSIGN TO "PURORD"
005200         ORGANIZATION IS INDEXED
005300         RECORD KEY IS PO-KEY
005400         ACCESS MODE IS RANDOM
005500         FILE STATUS IS WS-PURORD-FILE-STATUS.
005600
005700     SELECT PO-LINE-FILE
005800         ASSIGN TO "POLINE"
005900         ORGANIZATION IS INDEXED
006000         RECORD KEY IS PL-KEY
006100         ACCESS MODE IS RANDOM
006200         FILE STATUS IS WS-POLINE-FILE-STATUS.
006300
006400     SELECT CONTRACT-PRICE-FILE
006500         ASSIGN TO "CONPRC"
006600         ORGANIZATION IS INDEXED
006700         RECORD KEY IS CP-KEY
006800         ACCESS MODE IS RANDOM
006900         FILE STATUS IS WS-PRICE-FILE-STATUS.
007000
007100     SELECT PURCHASE-HISTORY-FILE
007200         ASSIGN TO "PURHISTF"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-HISTORY-FILE-STATUS.
007500
007600     SELECT SORT-WORK-FILE
007700         ASSIGN TO "PRHSORT".
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100
008200     COPY GRCPT.
008300     COPY VNDPAY.
008400     COPY VNDINV.
008500     COPY PURORD.
008600     COPY POLINE.
008700     COPY CONPRC.
008800     COPY PURHIST.
008900
009000 SD  SORT-WORK-FILE.
009100 01  SORT-WORK-RECORD.
009200     05 SRT-VENDOR-NUMBER      PIC 9(5).
009300     05 SRT-ITEM-NUMBER        PIC X(08).
009400     05 SRT-RECEIVED-QUANTITY  PIC S9(7).
009500     05 SRT-RECEIVED-AMOUNT    PIC S9(9)V99.
009600     05 SRT-PAID-QUANTITY      PIC S9(7).
009700     05 SRT-SPEND-AMOUNT       PIC S9(9)V99.
009800     05 SRT-CONTRACT-SPEND     PIC S9(9)V99.
009900     05 SRT-INVOICE-COUNT      PIC 9.
010000
010100 WORKING-STORAGE SECTION.
010200
010300 01  FILE-AT-END               PIC X VALUE "N".
010400 01  WS-SORT-AT-END            PIC X VALUE "N".
010500
010600*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
010700*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
010800     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010900         ==WS-RECEIPT-FILE-STATUS== ==PFX-FILE-OK== BY
011000         ==RECEIPT-FILE-OK== ==PFX-FILE-EOF== BY
011100         ==RECEIPT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
011200         ==RECEIPT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
011300         ==RECEIPT-FILE-NOT-FOUND==
011400         ==PFX-FILE-BOUNDARY-VIOLATION== BY
011500         ==RECEIPT-FILE-BOUNDARY-VIOLATION==.
011600
011700     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
011800         ==WS-PAYMENT-FILE-STATUS== ==PFX-FILE-OK== BY
011900         ==PAYMENT-FILE-OK== ==PFX-FILE-EOF== BY
012000         ==PAYMENT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
012100         ==PAYMENT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
012200         ==PAYMENT-FILE-NOT-FOUND==
012300         ==PFX-FILE-BOUNDARY-VIOLATION== BY
012400         ==PAYMENT-FILE-BOUNDARY-VIOLATION==.
012500
012600     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
012700         ==WS-INVOICE-FILE-STATUS== ==PFX-FILE-OK== BY
012800         ==INVOICE-FILE-OK== ==PFX-FILE-EOF== BY
012900         ==INVOICE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013000         ==INVOICE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
013100         ==INVOICE-FILE-NOT-FOUND==
013200         ==PFX-FILE-BOUNDARY-VIOLATION== BY
013300         ==INVOICE-FILE-BOUNDARY-VIOLATION==.
013400
013500     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
013600         ==WS-PURORD-FILE-STATUS== ==PFX-FILE-OK== BY
013700         ==PURORD-FILE-OK== ==PFX-FILE-EOF== BY
013800         ==PURORD-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
013900         ==PURORD-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014000         ==PURORD-FILE-NOT-FOUND==
014100         ==PFX-FILE-BOUNDARY-VIOLATION== BY
014200         ==PURORD-FILE-BOUNDARY-VIOLATION==.
014300
014400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
014500         ==WS-POLINE-FILE-STATUS== ==PFX-FILE-OK== BY
014600         ==POLINE-FILE-OK== ==PFX-FILE-EOF== BY
014700         ==POLINE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
014800         ==POLINE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
014900         ==POLINE-FILE-NOT-FOUND==
015000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
015100         ==POLINE-FILE-BOUNDARY-VIOLATION==.
015200
015300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
015400         ==WS-PRICE-FILE-STATUS== ==PFX-FILE-OK== BY
015500         ==PRICE-FILE-OK== ==PFX-FILE-EOF== BY
015600         ==PRICE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
015700         ==PRICE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
015800         ==PRICE-FILE-NOT-FOUND==
015900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
016000         ==PRICE-FILE-BOUNDARY-VIOLATION==.
016100
016200 01  WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
016300
016400*    "N" WHEN THE CONTRACT-PRICE FILE DOES NOT EXIST YET --
016500*    EVERY DOLLAR IS THEN OFF-CONTRACT.
016600 01  WS-PRICE-FILE-OPEN        PIC X VALUE "N".
016700
016800 01  WS-PERIOD                 PIC 9(6) VALUE ZERO.
016900 01  WS-DATE-YYYYMM            PIC 9(6) VALUE ZERO.
017000
017100*    THE ITEM AND UNIT COST OF THE PO LINE A RECEIPT OR AN
017200*    INVOICE POSTED AGAINST -- SEE FIND-ORDERED-ITEM.
017300 01  WS-LOOKUP-VENDOR          PIC 9(5) VALUE ZERO.
017400 01  WS-LOOKUP-PO-NUMBER       PIC 9(7) VALUE ZERO.
017500 01  WS-LOOKUP-PO-LINE         PIC 9(3) VALUE ZERO.
017600 01  WS-ORDERED-ITEM           PIC X(08) VALUE SPACES.
017700 01  WS-ORDERED-UNIT-COST      PIC 9(7)V99 VALUE ZERO.
017800 01  WS-ORDER-FOUND-SWITCH     PIC X VALUE "N".
017900     88 WS-ORDER-FOUND                 VALUE "Y".
018000
018100*    THE RATE THE PAYMENT WENT OUT AT -- 1 ON A RECORD
018200*    WRITTEN BEFORE CURRENCIES WERE KEPT.
018300 01  WS-PAYMENT-RATE           PIC 9(5)V9(4) VALUE 1.
018400
018500*    THE SUMMARY GROUP BEING BUILT -- THE SORT HANDS RECEIPTS
018600*    AND PAYMENTS OVER IN KEY ORDER, SO EQUAL KEYS FOLD INTO
018700*    ONE RECORD.
018800 01  WS-GROUP-OPEN             PIC X VALUE "N".
018900 01  WS-GROUP-KEY.
019000     05 WS-GRP-VENDOR-NUMBER   PIC 9(5).
019100     05 WS-GRP-ITEM-NUMBER     PIC X(08).
019200 01  WS-THIS-KEY.
019300     05 WS-KEY-VENDOR-NUMBER   PIC 9(5).
019400     05 WS-KEY-ITEM-NUMBER     PIC X(08).
019500 01  WS-GROUP-RECEIVED-QTY     PIC S9(9) VALUE ZERO.
019600 01  WS-GROUP-RECEIVED-AMOUNT  PIC S9(11)V99 VALUE ZERO.
019700 01  WS-GROUP-PAID-QTY         PIC S9(9) VALUE ZERO.
019800 01  WS-GROUP-SPEND            PIC S9(11)V99 VALUE ZERO.
019900 01  WS-GROUP-CONTRACT-SPEND   PIC S9(11)V99 VALUE ZERO.
020000 01  WS-GROUP-INVOICES         PIC 9(7) VALUE ZERO.
020100
020200*    PARAMETER PASSED TO THE SHARED RUN-CONTROL SUBPROGRAM --
020300*    SEE RUNCTL.  THE MONTH-END STREAM STAMPS UNDER CYCLE
020400*    DATE PERIOD * 100, SO A PERIOD ALREADY RUN REFUSES TO
020500*    RUN TWICE -- OPERATIONS CLEARS PROD.MTHEND.RUNCTL TO
020600*    FORCE ONE.
020700 01  PURHIST-RUNCTL-PARM.
020800     05 RUNCTL-FUNCTION        PIC X(01).
020900     05 RUNCTL-STEP-NAME       PIC X(08).
021000     05 RUNCTL-CYCLE-DATE      PIC 9(08) VALUE ZERO.
021100     05 RUNCTL-DONE-SWITCH     PIC X(01).
021200         88 RUNCTL-STEP-DONE           VALUE "Y".
021300         88 RUNCTL-STEP-NOT-DONE       VALUE "N".
021400     05 RUNCTL-TRANS-IN        PIC 9(07) VALUE ZERO.
021500     05 RUNCTL-TRANS-APPLIED   PIC 9(07) VALUE ZERO.
021600     05 RUNCTL-TRANS-REJECTED  PIC 9(07) VALUE ZERO.
021700     05 RUNCTL-RECORDS-READ    PIC 9(07) VALUE ZERO.
021800     05 RUNCTL-RECORDS-WRITTEN PIC 9(07) VALUE ZERO.
021900
022000*    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
022100*    SUBPROGRAM -- SEE PERCTL.
022200 01  PURHIST-PERCTL-PARM.
022300     05 PERCTL-FUNCTION        PIC X(01).
022400     05 PERCTL-PERIOD          PIC 9(06).
022500     05 PERCTL-FEEDBACK        PIC XX.
022600
022700 01  WS-CONTROL-TOTALS.
022800     05 WS-RECEIPTS-READ       PIC 9(7) VALUE ZERO.
022900     05 WS-RECEIPTS-IN-PERIOD  PIC 9(7) VALUE ZERO.
023000     05 WS-PAYMENTS-READ       PIC 9(7) VALUE ZERO.
023100     05 WS-PAYMENTS-IN-PERIOD  PIC 9(7) VALUE ZERO.
023200     05 WS-VOIDS-SKIPPED       PIC 9(7) VALUE ZERO.
023300     05 WS-INVOICES-NOT-FOUND  PIC 9(7) VALUE ZERO.
023400     05 WS-ORDERS-NOT-FOUND    PIC 9(7) VALUE ZERO.
023500     05 WS-SUMMARIES-WRITTEN   PIC 9(7) VALUE ZERO.
023600
023700 LINKAGE SECTION.
023800 01  PURHIST-PARM.
023900*    THE RUN-TIME PRECEDES PARM TEXT FROM THE JCL EXEC CARD
024000*    WITH A 2-BYTE BINARY LENGTH COUNT.
024100     05 PURHIST-PARM-LEN       PIC S9(4) COMP.
024200     05 PURHIST-PERIOD         PIC X(06).
024300
024400 PROCEDURE DIVISION USING PURHIST-PARM.
024500 PROGRAM-BEGIN.
024600     PERFORM OPENING-PROCEDURE.
024700     SORT SORT-WORK-FILE
024800          ON ASCENDING KEY SRT-VENDOR-NUMBER
024900          ON ASCENDING KEY SRT-ITEM-NUMBER
025000          INPUT PROCEDURE IS LOAD-PERIOD-PURCHASES
025100          OUTPUT PROCEDURE IS BUILD-PERIOD-SUMMARIES.
025200     PERFORM CLOSING-PROCEDURE.
025300
025400 PROGRAM-DONE.
025500     STOP RUN.
025600
025700 OPENING-PROCEDURE.
025800     IF PURHIST-PARM-LEN > ZERO
025900        AND PURHIST-PERIOD IS NUMERIC
026000        MOVE PURHIST-PERIOD TO WS-PERIOD
026100     ELSE
026200        PERFORM RESOLVE-OPEN-PERIOD
026300     END-IF.
026400     PERFORM CHECK-MONTHLY-RUN-CONTROL.
026500     IF RUNCTL-STEP-DONE
026600        GO TO PROGRAM-DONE
026700     END-IF.
026800     OPEN INPUT GOODS-RECEIPT-FILE.
026900     OPEN INPUT VENDOR-PAYMENT-FILE.
027000     OPEN INPUT VENDOR-INVOICE-FILE.
027100     OPEN INPUT PURCHASE-ORDER-FILE.
027200     OPEN INPUT PO-LINE-FILE.
027300     IF NOT RECEIPT-FILE-OK
027400        OR NOT PAYMENT-FILE-OK
027500        OR NOT INVOICE-FILE-OK
027600        OR NOT PURORD-FILE-OK
027700        OR NOT POLINE-FILE-OK
027800        DISPLAY "PURHIST: UNABLE TO OPEN INPUT FILES, STATUS "
027900                "GOODSRCP " WS-RECEIPT-FILE-STATUS
028000                " VNDPAY " WS-PAYMENT-FILE-STATUS
028100                " VNDINV " WS-INVOICE-FILE-STATUS
028200                " PURORD " WS-PURORD-FILE-STATUS
028300                " POLINE " WS-POLINE-FILE-STATUS
028400        MOVE 16 TO RETURN-CODE
028500        GO TO PROGRAM-DONE
028600     END-IF.
028700     OPEN INPUT CONTRACT-PRICE-FILE.
028800     EVALUATE TRUE
028900        WHEN PRICE-FILE-OK
029000           MOVE "Y" TO WS-PRICE-FILE-OPEN
029100        WHEN WS-PRICE-FILE-STATUS = "35"
029200*          NO CONTRACTS NEGOTIATED YET IS LEGAL -- THE WHOLE
029300*          PERIOD'S SPEND IS OFF-CONTRACT.
029400           DISPLAY "PURHIST: NO CONTRACT-PRICE-FILE, ALL "
029500                   "SPEND OFF-CONTRACT THIS RUN"
029600        WHEN OTHER
029700           DISPLAY "PURHIST: UNABLE TO OPEN CONTRACT-PRICE-"
029800                   "FILE, STATUS " WS-PRICE-FILE-STATUS
029900           MOVE 16 TO RETURN-CODE
030000           GO TO PROGRAM-DONE
030100     END-EVALUATE.
030200*    THE HISTORY EXTENDS ACROSS YEARS -- EACH MONTH-END ADDS
030300*    ITS PERIOD, NOTHING IS EVER REBUILT.
030400     OPEN EXTEND PURCHASE-HISTORY-FILE.
030500     IF WS-HISTORY-FILE-STATUS = "35"
030600        CLOSE PURCHASE-HISTORY-FILE
030700        OPEN OUTPUT PURCHASE-HISTORY-FILE
030800     END-IF.
030900
031000 CLOSING-PROCEDURE.
031100     CLOSE GOODS-RECEIPT-FILE.
031200     CLOSE VENDOR-PAYMENT-FILE.
031300     CLOSE VENDOR-INVOICE-FILE.
031400     CLOSE PURCHASE-ORDER-FILE.
031500     CLOSE PO-LINE-FILE.
031600     IF WS-PRICE-FILE-OPEN = "Y"
031700        CLOSE CONTRACT-PRICE-FILE
031800     END-IF.
031900     CLOSE PURCHASE-HISTORY-FILE.
032000     DISPLAY "PURHIST CONTROL TOTALS".
032100     DISPLAY "  RECEIPT RECORDS READ .: " WS-RECEIPTS-READ.
032200     DISPLAY "  RECEIPTS IN PERIOD ...: " WS-RECEIPTS-IN-PERIOD.
032300     DISPLAY "  PAYMENT RECORDS READ .: " WS-PAYMENTS-READ.
032400     DISPLAY "  PAID IN PERIOD .......: " WS-PAYMENTS-IN-PERIOD.
032500     DISPLAY "  VOIDS SKIPPED ........: " WS-VOIDS-SKIPPED.
032600     DISPLAY "  INVOICES NOT ON FILE .: " WS-INVOICES-NOT-FOUND.
032700     DISPLAY "  ORDERS NOT FOUND .....: " WS-ORDERS-NOT-FOUND.
032800     DISPLAY "  SUMMARIES WRITTEN ....: " WS-SUMMARIES-WRITTEN.
032900     IF WS-INVOICES-NOT-FOUND > ZERO
033000        OR WS-ORDERS-NOT-FOUND > ZERO
033100        MOVE 4 TO RETURN-CODE
033200     ELSE
033300        MOVE 0 TO RETURN-CODE
033400     END-IF.
033500     COMPUTE RUNCTL-TRANS-IN = WS-RECEIPTS-IN-PERIOD
033600             + WS-PAYMENTS-IN-PERIOD.
033700     COMPUTE RUNCTL-TRANS-APPLIED = WS-RECEIPTS-IN-PERIOD
033800             + WS-PAYMENTS-IN-PERIOD - WS-VOIDS-SKIPPED
033900             - WS-INVOICES-NOT-FOUND.
034000     MOVE WS-INVOICES-NOT-FOUND TO RUNCTL-TRANS-REJECTED.
034100     COMPUTE RUNCTL-RECORDS-READ = WS-RECEIPTS-READ
034200             + WS-PAYMENTS-READ.
034300     MOVE WS-SUMMARIES-WRITTEN  TO RUNCTL-RECORDS-WRITTEN.
034400     PERFORM MARK-MONTHLY-RUN-CONTROL.
034500
034600 LOAD-PERIOD-PURCHASES.
034700     MOVE "N" TO FILE-AT-END.
034800     PERFORM READ-NEXT-RECEIPT.
034900     PERFORM LOAD-ONE-RECEIPT UNTIL FILE-AT-END = "Y".
035000     MOVE "N" TO FILE-AT-END.
035100     PERFORM READ-NEXT-PAYMENT.
035200     PERFORM LOAD-ONE-PAYMENT UNTIL FILE-AT-END = "Y".
035300
035400 READ-NEXT-RECEIPT.
035500     READ GOODS-RECEIPT-FILE NEXT RECORD
035600          AT END MOVE "Y" TO FILE-AT-END.
035700
035800 READ-NEXT-PAYMENT.
035900     READ VENDOR-PAYMENT-FILE
036000          AT END MOVE "Y" TO FILE-AT-END.
036100
036200 LOAD-ONE-RECEIPT.
036300     ADD 1 TO WS-RECEIPTS-READ.
036400     DIVIDE GR-RECEIPT-DATE BY 100
036500            GIVING WS-DATE-YYYYMM.
036600     IF WS-DATE-YYYYMM = WS-PERIOD
036700        PERFORM RELEASE-RECEIPT
036800     END-IF.
036900     PERFORM READ-NEXT-RECEIPT.
037000
037100*    A RETURN-TO-VENDOR IS A NEGATIVE RECEIPT AND NETS OUT.
037200 RELEASE-RECEIPT.
037300     ADD 1 TO WS-RECEIPTS-IN-PERIOD.
037400     MOVE GR-VENDOR-NUMBER TO WS-LOOKUP-VENDOR.
037500     MOVE GR-PO-NUMBER     TO WS-LOOKUP-PO-NUMBER.
037600     MOVE GR-PO-LINE       TO WS-LOOKUP-PO-LINE.
037700     PERFORM FIND-ORDERED-ITEM.
037800     MOVE GR-VENDOR-NUMBER     TO SRT-VENDOR-NUMBER.
037900     MOVE WS-ORDERED-ITEM      TO SRT-ITEM-NUMBER.
038000     MOVE GR-QUANTITY-RECEIVED TO SRT-RECEIVED-QUANTITY.
038100     COMPUTE SRT-RECEIVED-AMOUNT ROUNDED =
038200             GR-QUANTITY-RECEIVED * WS-ORDERED-UNIT-COST.
038300     MOVE ZERO TO SRT-PAID-QUANTITY.
038400     MOVE ZERO TO SRT-SPEND-AMOUNT.
038500     MOVE ZERO TO SRT-CONTRACT-SPEND.
038600     MOVE ZERO TO SRT-INVOICE-COUNT.
038700     RELEASE SORT-WORK-RECORD.
038800
038900*    A VOIDED PAYMENT SPENT NOTHING -- ITS INVOICE WILL BE
039000*    PAID AGAIN.  A CREDIT MEMO TAKEN AGAINST A PAYMENT
039100*    CARRIES A NEGATIVE GROSS AND NETS THE SPEND DOWN.
039200 LOAD-ONE-PAYMENT.
039300     ADD 1 TO WS-PAYMENTS-READ.
039400     DIVIDE PAY-PAYMENT-DATE BY 100
039500            GIVING WS-DATE-YYYYMM.
039600     IF WS-DATE-YYYYMM = WS-PERIOD
039700        ADD 1 TO WS-PAYMENTS-IN-PERIOD
039800        IF PAY-VOIDED
039900           ADD 1 TO WS-VOIDS-SKIPPED
040000        ELSE
040100           PERFORM READ-PAID-INVOICE
040200        END-IF
040300     END-IF.
040400     PERFORM READ-NEXT-PAYMENT.
040500
040600 READ-PAID-INVOICE.
040700     MOVE PAY-VENDOR-NUMBER  TO INV-VENDOR-NUMBER.
040800     MOVE PAY-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
040900     READ VENDOR-INVOICE-FILE
041000         INVALID KEY
041100            DISPLAY "PURHIST: INVOICE " PAY-VENDOR-NUMBER
041200                    "/" PAY-INVOICE-NUMBER
041300                    " NOT ON FILE, PAYMENT "
041400                    PAY-PAYMENT-NUMBER " NOT COUNTED"
041500            ADD 1 TO WS-INVOICES-NOT-FOUND
041600         NOT INVALID KEY
041700            PERFORM RELEASE-PAYMENT
041800     END-READ.
041900
042000*    SPEND IS THE GROSS PAID, IN USD AT THE RATE THE PAYMENT
042100*    WENT OUT AT.  A PART PAYMENT TAKES ITS SHARE OF THE
042200*    INVOICE'S QUANTITY; A CREDIT MEMO'S QUANTITY COMES OFF.
042300 RELEASE-PAYMENT.
042400     MOVE INV-VENDOR-NUMBER TO WS-LOOKUP-VENDOR.
042500     MOVE INV-PO-NUMBER     TO WS-LOOKUP-PO-NUMBER.
042600     MOVE INV-PO-LINE       TO WS-LOOKUP-PO-LINE.
042700     PERFORM FIND-ORDERED-ITEM.
042800     IF PAY-EXCHANGE-RATE NUMERIC
042900        AND PAY-EXCHANGE-RATE > ZERO
043000        MOVE PAY-EXCHANGE-RATE TO WS-PAYMENT-RATE
043100     ELSE
043200        MOVE 1 TO WS-PAYMENT-RATE
043300     END-IF.
043400     MOVE PAY-VENDOR-NUMBER TO SRT-VENDOR-NUMBER.
043500     MOVE WS-ORDERED-ITEM   TO SRT-ITEM-NUMBER.
043600     MOVE ZERO TO SRT-RECEIVED-QUANTITY.
043700     MOVE ZERO TO SRT-RECEIVED-AMOUNT.
043800     IF INV-INVOICE-AMOUNT = ZERO
043900        MOVE ZERO TO SRT-PAID-QUANTITY
044000     ELSE
044100        COMPUTE SRT-PAID-QUANTITY ROUNDED =
044200                INV-QUANTITY * PAY-GROSS-AMOUNT
044300                / INV-INVOICE-AMOUNT
044400     END-IF.
044500     IF INV-CREDIT-MEMO
044600        COMPUTE SRT-PAID-QUANTITY = ZERO - SRT-PAID-QUANTITY
044700        MOVE ZERO TO SRT-INVOICE-COUNT
044800     ELSE
044900        MOVE 1 TO SRT-INVOICE-COUNT
045000     END-IF.
045100     COMPUTE SRT-SPEND-AMOUNT ROUNDED =
045200             PAY-GROSS-AMOUNT / WS-PAYMENT-RATE.
045300     MOVE ZERO TO SRT-CONTRACT-SPEND.
045400     PERFORM CHECK-CONTRACT-SPEND.
045500     RELEASE SORT-WORK-RECORD.
045600
045700*    BILLED AT OR UNDER THE CONTRACT PRICE FOR THE VENDOR AND
045800*    ITEM, WITH THE CONTRACT IN FORCE ON THE INVOICE DATE, IS
045900*    CONTRACT SPEND.  NO CONTRACT ON FILE, ONE NOT YET
046000*    EFFECTIVE, OR A COST OVER THE CONTRACT IS OFF-CONTRACT.
046100 CHECK-CONTRACT-SPEND.
046200     IF WS-PRICE-FILE-OPEN = "Y"
046300        AND WS-ORDERED-ITEM NOT = SPACES
046400        MOVE INV-VENDOR-NUMBER TO CP-VENDOR-NUMBER
046500        MOVE WS-ORDERED-ITEM   TO CP-ITEM-NUMBER
046600        READ CONTRACT-PRICE-FILE
046700            INVALID KEY
046800               CONTINUE
046900            NOT INVALID KEY
047000               IF CP-EFFECTIVE-DATE NOT > INV-INVOICE-DATE
047100                  AND INV-UNIT-COST NOT > CP-CONTRACT-PRICE
047200                  MOVE SRT-SPEND-AMOUNT TO SRT-CONTRACT-SPEND
047300               END-IF
047400        END-READ
047500     END-IF.
047600
047700*    THE ITEM AND UNIT COST COME OFF THE PO LINE; A RECEIPT
047800*    OR INVOICE POSTED AT THE ORDER LEVEL TAKES THE ORDER'S.
047900*    ONE WHOSE ORDER IS GONE STILL COUNTS -- UNDER A BLANK
048000*    ITEM, WHERE IT SHOWS RATHER THAN VANISHES.
048100 FIND-ORDERED-ITEM.
048200     MOVE SPACES TO WS-ORDERED-ITEM.
048300     MOVE ZERO   TO WS-ORDERED-UNIT-COST.
048400     MOVE "N"    TO WS-ORDER-FOUND-SWITCH.
048500     IF WS-LOOKUP-PO-LINE > ZERO
048600        MOVE WS-LOOKUP-VENDOR    TO PL-VENDOR-NUMBER
048700        MOVE WS-LOOKUP-PO-NUMBER TO PL-PO-NUMBER
048800        MOVE WS-LOOKUP-PO-LINE   TO PL-LINE-NUMBER
048900        READ PO-LINE-FILE
049000            INVALID KEY
049100               CONTINUE
049200            NOT INVALID KEY
049300               MOVE PL-ITEM-NUMBER TO WS-ORDERED-ITEM
049400               MOVE PL-UNIT-COST   TO WS-ORDERED-UNIT-COST
049500               MOVE "Y" TO WS-ORDER-FOUND-SWITCH
049600        END-READ
049700     ELSE
049800        MOVE WS-LOOKUP-VENDOR    TO PO-VENDOR-NUMBER
049900        MOVE WS-LOOKUP-PO-NUMBER TO PO-NUMBER
050000        READ PURCHASE-ORDER-FILE
050100            INVALID KEY
050200               CONTINUE
050300            NOT INVALID KEY
050400               MOVE PO-ITEM-NUMBER TO WS-ORDERED-ITEM
050500               MOVE PO-UNIT-COST   TO WS-ORDERED-UNIT-COST
050600               MOVE "Y" TO WS-ORDER-FOUND-SWITCH
050700        END-READ
050800     END-IF.
050900     IF NOT WS-ORDER-FOUND
051000        ADD 1 TO WS-ORDERS-NOT-FOUND
051100     END-IF.
051200
051300 BUILD-PERIOD-SUMMARIES.
051400     MOVE "N" TO WS-SORT-AT-END.
051500     PERFORM RETURN-NEXT-SORTED.
051600     PERFORM FOLD-ONE-PURCHASE UNTIL WS-SORT-AT-END = "Y".
051700     IF WS-GROUP-OPEN = "Y"
051800        PERFORM WRITE-SUMMARY-RECORD
051900     END-IF.
052000
052100 RETURN-NEXT-SORTED.
052200     RETURN SORT-WORK-FILE
052300          AT END MOVE "Y" TO WS-SORT-AT-END.
052400
052500 FOLD-ONE-PURCHASE.
052600     MOVE SRT-VENDOR-NUMBER TO WS-KEY-VENDOR-NUMBER.
052700     MOVE SRT-ITEM-NUMBER   TO WS-KEY-ITEM-NUMBER.
052800     IF WS-THIS-KEY NOT = WS-GROUP-KEY
052900        OR WS-GROUP-OPEN NOT = "Y"
053000        PERFORM START-NEW-SUMMARY-GROUP
053100     END-IF.
053200     ADD SRT-RECEIVED-QUANTITY TO WS-GROUP-RECEIVED-QTY.
053300     ADD SRT-RECEIVED-AMOUNT   TO WS-GROUP-RECEIVED-AMOUNT.
053400     ADD SRT-PAID-QUANTITY     TO WS-GROUP-PAID-QTY.
053500     ADD SRT-SPEND-AMOUNT      TO WS-GROUP-SPEND.
053600     ADD SRT-CONTRACT-SPEND    TO WS-GROUP-CONTRACT-SPEND.
053700     ADD SRT-INVOICE-COUNT     TO WS-GROUP-INVOICES.
053800     PERFORM RETURN-NEXT-SORTED.
053900
054000 START-NEW-SUMMARY-GROUP.
054100     IF WS-GROUP-OPEN = "Y"
054200        PERFORM WRITE-SUMMARY-RECORD
054300     END-IF.
054400     MOVE WS-THIS-KEY TO WS-GROUP-KEY.
054500     MOVE "Y"  TO WS-GROUP-OPEN.
054600     MOVE ZERO TO WS-GROUP-RECEIVED-QTY.
054700     MOVE ZERO TO WS-GROUP-RECEIVED-AMOUNT.
054800     MOVE ZERO TO WS-GROUP-PAID-QTY.
054900     MOVE ZERO TO WS-GROUP-SPEND.
055000     MOVE ZERO TO WS-GROUP-CONTRACT-SPEND.
055100     MOVE ZERO TO WS-GROUP-INVOICES.
055200
055300 WRITE-SUMMARY-RECORD.
055400     MOVE WS-PERIOD                TO PH-PERIOD.
055500     MOVE WS-GRP-VENDOR-NUMBER     TO PH-VENDOR-NUMBER.
055600     MOVE WS-GRP-ITEM-NUMBER       TO PH-ITEM-NUMBER.
055700     MOVE WS-GROUP-RECEIVED-QTY    TO PH-RECEIVED-QUANTITY.
055800     MOVE WS-GROUP-RECEIVED-AMOUNT TO PH-RECEIVED-AMOUNT.
055900     MOVE WS-GROUP-PAID-QTY        TO PH-PAID-QUANTITY.
056000     MOVE WS-GROUP-SPEND           TO PH-SPEND-AMOUNT.
056100     MOVE WS-GROUP-CONTRACT-SPEND  TO PH-CONTRACT-SPEND.
056200     MOVE WS-GROUP-INVOICES        TO PH-INVOICE-COUNT.
056300     MOVE ZERO TO PH-AVERAGE-UNIT-COST.
056400     IF WS-GROUP-PAID-QTY > ZERO
056500        AND WS-GROUP-SPEND > ZERO
056600        COMPUTE PH-AVERAGE-UNIT-COST ROUNDED =
056700                WS-GROUP-SPEND / WS-GROUP-PAID-QTY
056800     ELSE
056900        IF WS-GROUP-RECEIVED-QTY > ZERO
057000           AND WS-GROUP-RECEIVED-AMOUNT > ZERO
057100           COMPUTE PH-AVERAGE-UNIT-COST ROUNDED =
057200                   WS-GROUP-RECEIVED-AMOUNT
057300                   / WS-GROUP-RECEIVED-QTY
057400        END-IF
057500     END-IF.
057600     WRITE PURCHASE-HISTORY-RECORD.
057700     ADD 1 TO WS-SUMMARIES-WRITTEN.
057800
057900*    THE OPEN PERIOD COMES OFF THE PERIOD-CONTROL FILE --
058000*    SEE PERCTL.
058100 RESOLVE-OPEN-PERIOD.
058200     MOVE "G" TO PERCTL-FUNCTION.
058300     CALL "PERCTL" USING PURHIST-PERCTL-PARM.
058400     MOVE PERCTL-PERIOD TO WS-PERIOD.
058500
058600 CHECK-MONTHLY-RUN-CONTROL.
058700     MOVE "C"        TO RUNCTL-FUNCTION.
058800     MOVE "PURHIST " TO RUNCTL-STEP-NAME.
058900     COMPUTE RUNCTL-CYCLE-DATE = WS-PERIOD * 100.
059000     CALL "RUNCTL" USING PURHIST-RUNCTL-PARM.
059100     IF RUNCTL-STEP-DONE
059200        DISPLAY "PURHIST: PERIOD " WS-PERIOD
059300                " ALREADY RUN, SKIPPED"
059400     END-IF.
059500
059600 MARK-MONTHLY-RUN-CONTROL.
059700     MOVE "M"        TO RUNCTL-FUNCTION.
059800     MOVE "PURHIST " TO RUNCTL-STEP-NAME.
059900     CALL "RUNCTL" USING PURHIST-RUNCTL-PARM.
