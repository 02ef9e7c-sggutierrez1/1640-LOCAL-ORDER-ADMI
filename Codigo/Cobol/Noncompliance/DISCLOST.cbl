000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DISCLOST.
000300*--------------------------------------------------
000400* Month-end lost-discount analysis.  Every payment
000500* on VENDOR-PAYMENT-FILE dated in the open period is
000600* set against the discount its invoice offered
000700* under the vendor's terms -- VENDOR-DISCOUNT-PERCENT
000800* of the gross if paid within VENDOR-DISCOUNT-DAYS of
000900* the invoice date -- and what PAY-DISCOUNT-TAKEN
001000* shows was actually taken.  Where the two differ
001100* the invoice is listed by vendor with the cause,
001200* read from the entry, approval and hold history
001300* VENDOR-INVOICE-FILE keeps: entered after the
001400* cutoff, held in match, held as a duplicate,
001500* approved after the cutoff, or approved in time
001600* and missed by the payment run.  Totals print by
001700* vendor and by cause.  Nothing is updated.
001800*
001900* MODIFICATION HISTORY
002000*   WHO   DATE        WHAT
002100*   RWH   2026-10-15  Original version.
002120*   RWH   2026-10-15  Discounts are figured in USD at the
002140*                     rate the payment went out at, so a
002160*                     vendor paid in another currency adds
002180*                     up with everyone else.
002200*--------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     SELECT VENDOR-PAYMENT-FILE
002800         ASSIGN TO "VNDPAY"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PAYMENT-FILE-STATUS.
003100
003200     SELECT VENDOR-INVOICE-FILE
003300         ASSIGN TO "VNDINV"
003400         ORGANIZATION IS INDEXED
003500         RECORD KEY IS INV-KEY
003600         ACCESS MODE IS RANDOM
003700         FILE STATUS IS WS-INVOICE-FILE-STATUS.
003800
003900     SELECT VENDOR-FILE
004000         ASSIGN TO "vendor"
004100         ORGANIZATION IS INDEXED
004200         RECORD KEY IS VENDOR-NUMBER
004300         ACCESS MODE IS RANDOM
004400         FILE STATUS IS WS-VENDOR-FILE-STATUS.
004500
004600     SELECT SORT-WORK-FILE
004700         ASSIGN TO "DLSSORT".
004800
004900     SELECT LOST-DISCOUNT-REPORT
005000         ASSIGN TO "DISCLOSR"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500
005600     COPY VNDPAY.
005700     COPY VNDINV.
005800     COPY FILEVTA.
005900
006000 SD  SORT-WORK-FILE.
006100 01  SORT-WORK-RECORD.
006200     05 SRT-VENDOR-NUMBER      PIC 9(5).
006300     05 SRT-INVOICE-NUMBER     PIC X(10).
006400     05 SRT-VENDOR-NAME        PIC X(30).
006500     05 SRT-INVOICE-DATE       PIC 9(8).
006600     05 SRT-DISCOUNT-CUTOFF    PIC 9(8).
006700     05 SRT-PAYMENT-DATE       PIC 9(8).
006800     05 SRT-AVAILABLE          PIC 9(7)V99.
006900     05 SRT-TAKEN              PIC 9(7)V99.
007000     05 SRT-LOST               PIC 9(7)V99.
007100     05 SRT-CAUSE              PIC 9.
007200
007300 FD  LOST-DISCOUNT-REPORT
007400     LABEL RECORDS ARE STANDARD.
007500 01  LOST-DISCOUNT-REPORT-LINE PIC X(120).
007600
007700 WORKING-STORAGE SECTION.
007800
007900 01  FILE-AT-END               PIC X VALUE "N".
008000 01  WS-SORT-AT-END            PIC X VALUE "N".
008100
008200*    STANDARD FILE-STATUS FIELD AND 88-LEVELS, SHARED WITH
008300*    EVERY OTHER FILE-HANDLING PROGRAM -- SEE FILESTAT.
008400     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
008500         ==WS-PAYMENT-FILE-STATUS== ==PFX-FILE-OK== BY
008600         ==PAYMENT-FILE-OK== ==PFX-FILE-EOF== BY
008700         ==PAYMENT-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
008800         ==PAYMENT-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
008900         ==PAYMENT-FILE-NOT-FOUND==
009000         ==PFX-FILE-BOUNDARY-VIOLATION== BY
009100         ==PAYMENT-FILE-BOUNDARY-VIOLATION==.
009200
009300     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
009400         ==WS-INVOICE-FILE-STATUS== ==PFX-FILE-OK== BY
009500         ==INVOICE-FILE-OK== ==PFX-FILE-EOF== BY
009600         ==INVOICE-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
009700         ==INVOICE-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
009800         ==INVOICE-FILE-NOT-FOUND==
009900         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010000         ==INVOICE-FILE-BOUNDARY-VIOLATION==.
010100
010200     COPY FILESTAT REPLACING ==WS-PFX-FILE-STATUS== BY
010300         ==WS-VENDOR-FILE-STATUS== ==PFX-FILE-OK== BY
010400         ==VENDOR-FILE-OK== ==PFX-FILE-EOF== BY
010500         ==VENDOR-FILE-EOF== ==PFX-FILE-DUP-KEY== BY
010600         ==VENDOR-FILE-DUP-KEY== ==PFX-FILE-NOT-FOUND== BY
010700         ==VENDOR-FILE-NOT-FOUND==
010800         ==PFX-FILE-BOUNDARY-VIOLATION== BY
010900         ==VENDOR-FILE-BOUNDARY-VIOLATION==.
011000
011100*    THE OPEN PERIOD AND ITS FIRST AND LAST DAYS -- A
011200*    PAYMENT DATED BETWEEN THEM IS THIS MONTH'S.
011300 01  WS-PERIOD                 PIC 9(6) VALUE ZERO.
011400 01  WS-PERIOD-START-DATE      PIC 9(8) VALUE ZERO.
011500 01  WS-PERIOD-END-DATE        PIC 9(8) VALUE ZERO.
011600 01  WS-NEXT-PERIOD-DATE.
011700     05 WS-NEXT-YEAR           PIC 9(4).
011800     05 WS-NEXT-MONTH          PIC 9(2).
011900     05 WS-NEXT-DAY            PIC 9(2).
012000 01  WS-NEXT-PERIOD-DATE-N REDEFINES WS-NEXT-PERIOD-DATE
012100                               PIC 9(8).
012200
012300 01  WS-DISCOUNT-CUTOFF        PIC 9(8) VALUE ZERO.
012400 01  WS-DISCOUNT-AVAILABLE     PIC 9(7)V99 VALUE ZERO.
012416*    THE DISCOUNT TAKEN IN USD, AND THE RATE THE PAYMENT WENT
012433*    OUT AT -- 1 ON A RECORD WRITTEN BEFORE CURRENCIES WERE
012450*    KEPT.
012466 01  WS-DISCOUNT-TAKEN         PIC 9(7)V99 VALUE ZERO.
012483 01  WS-PAYMENT-RATE           PIC 9(5)V9(4) VALUE 1.
012500
012600 01  WS-CURRENT-VENDOR         PIC 9(5) VALUE ZERO.
012700 01  WS-FIRST-VENDOR           PIC X VALUE "Y".
012800 01  WS-VENDOR-LOST            PIC 9(9)V99 VALUE ZERO.
012900 01  WS-VENDOR-INVOICES        PIC 9(7) VALUE ZERO.
013000
013100*    WHY THE DISCOUNT WAS MISSED, IN THE ORDER THE CAUSES
013200*    ARE TESTED -- SEE ASSIGN-CAUSE.  AN INVOICE ENTERED
013300*    BEFORE THE ENTRY AND APPROVAL DATES WERE KEPT HAS NO
013400*    HISTORY TO READ AND FALLS TO THE LAST.
013500 01  WS-CAUSE-NAMES.
013600     05 FILLER                 PIC X(22)
013700        VALUE "ENTERED LATE".
013800     05 FILLER                 PIC X(22)
013900        VALUE "HELD IN MATCH".
014000     05 FILLER                 PIC X(22)
014100        VALUE "HELD AS DUPLICATE".
014200     05 FILLER                 PIC X(22)
014300        VALUE "APPROVED AFTER CUTOFF".
014400     05 FILLER                 PIC X(22)
014500        VALUE "MISSED BY PAYMENT RUN".
014600     05 FILLER                 PIC X(22)
014700        VALUE "NO ENTRY HISTORY".
014800 01  WS-CAUSE-NAMES-R REDEFINES WS-CAUSE-NAMES.
014900     05 WS-CAUSE-NAME          OCCURS 6 TIMES PIC X(22).
015000 01  WS-CAUSE-TOTALS.
015100     05 WS-CAUSE-ENTRY         OCCURS 6 TIMES.
015200         10 WS-CAUSE-COUNT     PIC 9(7).
015300         10 WS-CAUSE-LOST      PIC 9(9)V99.
015400 01  WS-CAUSE-SUB              PIC 9 VALUE 1.
015500
015600 01  WS-CONTROL-TOTALS.
015700     05 WS-PAYMENTS-READ       PIC 9(7) VALUE ZERO.
015800     05 WS-PAYMENTS-IN-PERIOD  PIC 9(7) VALUE ZERO.
015900     05 WS-PAYMENTS-SKIPPED    PIC 9(7) VALUE ZERO.
016000     05 WS-NO-DISCOUNT-TERMS   PIC 9(7) VALUE ZERO.
016100     05 WS-INVOICES-NOT-FOUND  PIC 9(7) VALUE ZERO.
016200     05 WS-VENDORS-NOT-FOUND   PIC 9(7) VALUE ZERO.
016300     05 WS-DISCOUNTS-LOST      PIC 9(7) VALUE ZERO.
016400     05 WS-TOTAL-AVAILABLE     PIC 9(11)V99 VALUE ZERO.
016500     05 WS-TOTAL-TAKEN         PIC 9(11)V99 VALUE ZERO.
016600     05 WS-TOTAL-LOST          PIC 9(11)V99 VALUE ZERO.
016700
016800*    PARAMETER PASSED TO THE SHARED RUN-CONTROL SUBPROGRAM --
016900*    SEE RUNCTL.  THE MONTH-END STREAM STAMPS UNDER CYCLE
017000*    DATE PERIOD * 100, SO A PERIOD ALREADY RUN REFUSES TO
017100*    RUN TWICE -- OPERATIONS CLEARS PROD.MTHEND.RUNCTL TO
017200*    FORCE ONE.
017300 01  DISCLOST-RUNCTL-PARM.
017400     05 RUNCTL-FUNCTION        PIC X(01).
017500     05 RUNCTL-STEP-NAME       PIC X(08).
017600     05 RUNCTL-CYCLE-DATE      PIC 9(08) VALUE ZERO.
017700     05 RUNCTL-DONE-SWITCH     PIC X(01).
017800         88 RUNCTL-STEP-DONE           VALUE "Y".
017900         88 RUNCTL-STEP-NOT-DONE       VALUE "N".
018000     05 RUNCTL-TRANS-IN        PIC 9(07) VALUE ZERO.
018100     05 RUNCTL-TRANS-APPLIED   PIC 9(07) VALUE ZERO.
018200     05 RUNCTL-TRANS-REJECTED  PIC 9(07) VALUE ZERO.
018300     05 RUNCTL-RECORDS-READ    PIC 9(07) VALUE ZERO.
018400     05 RUNCTL-RECORDS-WRITTEN PIC 9(07) VALUE ZERO.
018500
018600*    PARAMETER PASSED TO THE SHARED PERIOD-CONTROL
018700*    SUBPROGRAM -- SEE PERCTL.
018800 01  DISCLOST-PERCTL-PARM.
018900     05 PERCTL-FUNCTION        PIC X(01).
019000     05 PERCTL-PERIOD          PIC 9(06).
019100     05 PERCTL-FEEDBACK        PIC XX.
019200
019300*    PARAMETER PASSED TO THE SHARED DATE-ARITHMETIC
019400*    SUBPROGRAM -- SEE DATECALC.
019500 01  DISCLOST-DATECALC-PARM.
019600     05 DATECALC-FUNCTION      PIC X(01).
019700     05 DATECALC-DATE-1        PIC 9(8).
019800     05 DATECALC-DATE-2        PIC 9(8).
019900     05 DATECALC-DAYS          PIC S9(7).
020000     05 DATECALC-RESULT-DATE   PIC 9(8).
020100     05 DATECALC-FEEDBACK      PIC XX.
020200
020300 01  HEADING-LINE-1.
020400     05 FILLER                 PIC X(32)
020500        VALUE "LOST DISCOUNT ANALYSIS - PERIOD ".
020600     05 HDG-PERIOD             PIC 9(6).
020700     05 FILLER                 PIC X(10) VALUE "  THROUGH ".
020800     05 HDG-PERIOD-END-DATE    PIC 9(8).
020900
021000 01  HEADING-LINE-2.
021100     05 FILLER                 PIC X(14) VALUE "  INVOICE".
021200     05 FILLER                 PIC X(10) VALUE "INV DATE".
021300     05 FILLER                 PIC X(10) VALUE "CUTOFF".
021400     05 FILLER                 PIC X(10) VALUE "PAID".
021500     05 FILLER                 PIC X(14) VALUE "    AVAILABLE".
021600     05 FILLER                 PIC X(14) VALUE "        TAKEN".
021700     05 FILLER                 PIC X(14) VALUE "         LOST".
021800     05 FILLER                 PIC X(22) VALUE "  CAUSE".
021900
022000 01  VENDOR-LINE.
022100     05 FILLER                 PIC X(07) VALUE "VENDOR ".
022200     05 VND-VENDOR-NUMBER      PIC 9(5).
022300     05 FILLER                 PIC X(02) VALUE SPACES.
022400     05 VND-VENDOR-NAME        PIC X(30).
022500
022600 01  DETAIL-LINE.
022700     05 FILLER                 PIC X(02) VALUE SPACES.
022800     05 DTL-INVOICE-NUMBER     PIC X(10).
022900     05 FILLER                 PIC X(02) VALUE SPACES.
023000     05 DTL-INVOICE-DATE       PIC 9(8).
023100     05 FILLER                 PIC X(02) VALUE SPACES.
023200     05 DTL-DISCOUNT-CUTOFF    PIC 9(8).
023300     05 FILLER                 PIC X(02) VALUE SPACES.
023400     05 DTL-PAYMENT-DATE       PIC 9(8).
023500     05 FILLER                 PIC X(02) VALUE SPACES.
023600     05 DTL-AVAILABLE          PIC Z,ZZZ,ZZ9.99.
023700     05 FILLER                 PIC X(02) VALUE SPACES.
023800     05 DTL-TAKEN              PIC Z,ZZZ,ZZ9.99.
023900     05 FILLER                 PIC X(02) VALUE SPACES.
024000     05 DTL-LOST               PIC Z,ZZZ,ZZ9.99.
024100     05 FILLER                 PIC X(02) VALUE SPACES.
024200     05 DTL-CAUSE              PIC X(22).
024300
024400 01  VENDOR-TOTAL-LINE.
024500     05 FILLER                 PIC X(14) VALUE SPACES.
024600     05 FILLER                 PIC X(13) VALUE "VENDOR TOTAL ".
024700     05 VTL-INVOICES           PIC ZZZ,ZZ9.
024800     05 FILLER                 PIC X(37) VALUE " INVOICES".
024900     05 VTL-LOST               PIC ZZZ,ZZZ,ZZ9.99.
025000
025100 01  CAUSE-HEADING-LINE.
025200     05 FILLER                 PIC X(40)
025300        VALUE "DISCOUNTS LOST BY CAUSE".
025400
025500 01  CAUSE-LINE.
025600     05 FILLER                 PIC X(02) VALUE SPACES.
025700     05 CSL-CAUSE              PIC X(22).
025800     05 FILLER                 PIC X(02) VALUE SPACES.
025900     05 CSL-INVOICES           PIC ZZZ,ZZ9.
026000     05 FILLER                 PIC X(10) VALUE " INVOICES ".
026100     05 CSL-LOST               PIC ZZZ,ZZZ,ZZ9.99.
026200
026300 01  TOTAL-LINE.
026400     05 FILLER                 PIC X(26)
026500        VALUE "TOTAL DISCOUNTS LOST".
026600     05 TOT-INVOICES           PIC ZZZ,ZZ9.
026700     05 FILLER                 PIC X(10) VALUE " INVOICES ".
026800     05 TOT-LOST               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026900
027000 01  AVAILABLE-LINE.
027100     05 FILLER                 PIC X(43)
027200        VALUE "DISCOUNT AVAILABLE ON PAYMENTS THIS PERIOD".
027300     05 AVL-AVAILABLE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027400     05 FILLER                 PIC X(09) VALUE "   TAKEN ".
027500     05 AVL-TAKEN              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027600
027700 PROCEDURE DIVISION.
027800 PROGRAM-BEGIN.
027900     PERFORM OPENING-PROCEDURE.
028000     SORT SORT-WORK-FILE
028100          ON ASCENDING KEY SRT-VENDOR-NUMBER
028200          ON ASCENDING KEY SRT-INVOICE-NUMBER
028300          INPUT PROCEDURE IS LOAD-LOST-DISCOUNTS
028400          OUTPUT PROCEDURE IS PRINT-LOST-DISCOUNTS.
028500     PERFORM CLOSING-PROCEDURE.
028600
028700 PROGRAM-DONE.
028800     STOP RUN.
028900
029000 OPENING-PROCEDURE.
029100     PERFORM RESOLVE-OPEN-PERIOD.
029200     PERFORM CHECK-MONTHLY-RUN-CONTROL.
029300     IF RUNCTL-STEP-DONE
029400        GO TO PROGRAM-DONE
029500     END-IF.
029600     PERFORM FIND-PERIOD-DATES.
029700     OPEN INPUT VENDOR-PAYMENT-FILE.
029800     OPEN INPUT VENDOR-INVOICE-FILE.
029900     OPEN INPUT VENDOR-FILE.
030000     IF NOT PAYMENT-FILE-OK
030100        OR NOT INVOICE-FILE-OK
030200        OR NOT VENDOR-FILE-OK
030300        DISPLAY "DISCLOST: UNABLE TO OPEN INPUT FILES, STATUS "
030400                "VNDPAY " WS-PAYMENT-FILE-STATUS
030500                " VNDINV " WS-INVOICE-FILE-STATUS
030600                " VENDOR " WS-VENDOR-FILE-STATUS
030700        MOVE 16 TO RETURN-CODE
030800        GO TO PROGRAM-DONE
030900     END-IF.
031000     OPEN OUTPUT LOST-DISCOUNT-REPORT.
031100     MOVE WS-PERIOD          TO HDG-PERIOD.
031200     MOVE WS-PERIOD-END-DATE TO HDG-PERIOD-END-DATE.
031300     WRITE LOST-DISCOUNT-REPORT-LINE FROM HEADING-LINE-1.
031400     WRITE LOST-DISCOUNT-REPORT-LINE FROM HEADING-LINE-2.
031500     INITIALIZE WS-CAUSE-TOTALS.
031600
031700 CLOSING-PROCEDURE.
031800     PERFORM WRITE-CAUSE-TOTALS.
031900     MOVE WS-DISCOUNTS-LOST  TO TOT-INVOICES.
032000     MOVE WS-TOTAL-LOST      TO TOT-LOST.
032100     WRITE LOST-DISCOUNT-REPORT-LINE FROM TOTAL-LINE.
032200     MOVE WS-TOTAL-AVAILABLE TO AVL-AVAILABLE.
032300     MOVE WS-TOTAL-TAKEN     TO AVL-TAKEN.
032400     WRITE LOST-DISCOUNT-REPORT-LINE FROM AVAILABLE-LINE.
032500     CLOSE VENDOR-PAYMENT-FILE.
032600     CLOSE VENDOR-INVOICE-FILE.
032700     CLOSE VENDOR-FILE.
032800     CLOSE LOST-DISCOUNT-REPORT.
032900     DISPLAY "DISCLOST CONTROL TOTALS".
033000     DISPLAY "  PAYMENT RECORDS READ .: " WS-PAYMENTS-READ.
033100     DISPLAY "  PAID IN PERIOD .......: " WS-PAYMENTS-IN-PERIOD.
033200     DISPLAY "  VOIDS/CREDITS SKIPPED : " WS-PAYMENTS-SKIPPED.
033300     DISPLAY "  NO DISCOUNT TERMS ....: " WS-NO-DISCOUNT-TERMS.
033400     DISPLAY "  INVOICES NOT ON FILE .: " WS-INVOICES-NOT-FOUND.
033500     DISPLAY "  VENDORS NOT ON FILE ..: " WS-VENDORS-NOT-FOUND.
033600     DISPLAY "  DISCOUNTS LOST .......: " WS-DISCOUNTS-LOST.
033700     IF WS-INVOICES-NOT-FOUND > ZERO
033800        OR WS-VENDORS-NOT-FOUND > ZERO
033900        MOVE 4 TO RETURN-CODE
034000     ELSE
034100        MOVE 0 TO RETURN-CODE
034200     END-IF.
034300     MOVE WS-PAYMENTS-IN-PERIOD TO RUNCTL-TRANS-IN.
034400     COMPUTE RUNCTL-TRANS-APPLIED = WS-PAYMENTS-IN-PERIOD
034500             - WS-INVOICES-NOT-FOUND - WS-VENDORS-NOT-FOUND.
034600     COMPUTE RUNCTL-TRANS-REJECTED = WS-INVOICES-NOT-FOUND
034700             + WS-VENDORS-NOT-FOUND.
034800     MOVE WS-PAYMENTS-READ      TO RUNCTL-RECORDS-READ.
034900     MOVE WS-DISCOUNTS-LOST     TO RUNCTL-RECORDS-WRITTEN.
035000     PERFORM MARK-MONTHLY-RUN-CONTROL.
035100
035200 RESOLVE-OPEN-PERIOD.
035300     MOVE "G" TO PERCTL-FUNCTION.
035400     CALL "PERCTL" USING DISCLOST-PERCTL-PARM.
035500     MOVE PERCTL-PERIOD TO WS-PERIOD.
035600
035700 CHECK-MONTHLY-RUN-CONTROL.
035800     MOVE "C"        TO RUNCTL-FUNCTION.
035900     MOVE "DISCLOST" TO RUNCTL-STEP-NAME.
036000     COMPUTE RUNCTL-CYCLE-DATE = WS-PERIOD * 100.
036100     CALL "RUNCTL" USING DISCLOST-RUNCTL-PARM.
036200     IF RUNCTL-STEP-DONE
036300        DISPLAY "DISCLOST: PERIOD " WS-PERIOD
036400                " ALREADY RUN, SKIPPED"
036500     END-IF.
036600
036700 MARK-MONTHLY-RUN-CONTROL.
036800     MOVE "M"        TO RUNCTL-FUNCTION.
036900     MOVE "DISCLOST" TO RUNCTL-STEP-NAME.
037000     CALL "RUNCTL" USING DISCLOST-RUNCTL-PARM.
037100
037200 FIND-PERIOD-DATES.
037300     COMPUTE WS-PERIOD-START-DATE = WS-PERIOD * 100 + 1.
037400     COMPUTE WS-NEXT-PERIOD-DATE-N = WS-PERIOD * 100 + 1.
037500     IF WS-NEXT-MONTH = 12
037600        ADD 1 TO WS-NEXT-YEAR
037700        MOVE 1 TO WS-NEXT-MONTH
037800     ELSE
037900        ADD 1 TO WS-NEXT-MONTH
038000     END-IF.
038100     MOVE 1 TO WS-NEXT-DAY.
038200     MOVE "A"                   TO DATECALC-FUNCTION.
038300     MOVE WS-NEXT-PERIOD-DATE-N TO DATECALC-DATE-1.
038400     MOVE -1                    TO DATECALC-DAYS.
038500     CALL "DATECALC" USING DISCLOST-DATECALC-PARM.
038600     MOVE DATECALC-RESULT-DATE  TO WS-PERIOD-END-DATE.
038700
038800 LOAD-LOST-DISCOUNTS.
038900     MOVE "N" TO FILE-AT-END.
039000     PERFORM READ-NEXT-PAYMENT.
039100     PERFORM LOAD-ONE-PAYMENT UNTIL FILE-AT-END = "Y".
039200
039300*    A VOIDED PAYMENT TOOK NOTHING AND ITS INVOICE WILL BE
039400*    PAID AGAIN; A CREDIT MEMO TAKEN AGAINST A PAYMENT
039500*    OFFERS NO DISCOUNT OF ITS OWN.
039600 LOAD-ONE-PAYMENT.
039700     ADD 1 TO WS-PAYMENTS-READ.
039800     IF PAY-PAYMENT-DATE NOT < WS-PERIOD-START-DATE
039900        AND PAY-PAYMENT-DATE NOT > WS-PERIOD-END-DATE
040000        ADD 1 TO WS-PAYMENTS-IN-PERIOD
040100        IF PAY-VOIDED
040200           OR PAY-GROSS-AMOUNT NOT > ZERO
040300           ADD 1 TO WS-PAYMENTS-SKIPPED
040400        ELSE
040500           PERFORM CHECK-ONE-PAYMENT
040600        END-IF
040700     END-IF.
040800     PERFORM READ-NEXT-PAYMENT.
040900
041000 CHECK-ONE-PAYMENT.
041100     MOVE PAY-VENDOR-NUMBER  TO VENDOR-NUMBER.
041200     READ VENDOR-FILE
041300         INVALID KEY
041400            DISPLAY "DISCLOST: VENDOR " PAY-VENDOR-NUMBER
041500                    " NOT ON FILE, PAYMENT "
041600                    PAY-PAYMENT-NUMBER " NOT CHECKED"
041700            ADD 1 TO WS-VENDORS-NOT-FOUND
041800         NOT INVALID KEY
041900            IF VENDOR-DISCOUNT-PERCENT > ZERO
042000               PERFORM READ-PAID-INVOICE
042100            ELSE
042200               ADD 1 TO WS-NO-DISCOUNT-TERMS
042300            END-IF
042400     END-READ.
042500
042600 READ-PAID-INVOICE.
042700     MOVE PAY-VENDOR-NUMBER  TO INV-VENDOR-NUMBER.
042800     MOVE PAY-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
042900     READ VENDOR-INVOICE-FILE
043000         INVALID KEY
043100            DISPLAY "DISCLOST: INVOICE " PAY-VENDOR-NUMBER
043200                    "/" PAY-INVOICE-NUMBER
043300                    " NOT ON FILE, PAYMENT "
043400                    PAY-PAYMENT-NUMBER " NOT CHECKED"
043500            ADD 1 TO WS-INVOICES-NOT-FOUND
043600         NOT INVALID KEY
043700            PERFORM COMPARE-DISCOUNT
043800     END-READ.
043900
044000*    THE DISCOUNT THE TERMS OFFERED, FIGURED THE WAY PAYSEL
044100*    FIGURES IT -- PERCENT OF THE GROSS, CALENDAR DAYS OFF
044200*    THE INVOICE DATE.
044300 COMPARE-DISCOUNT.
044314     IF PAY-EXCHANGE-RATE NUMERIC
044328        AND PAY-EXCHANGE-RATE > ZERO
044342        MOVE PAY-EXCHANGE-RATE TO WS-PAYMENT-RATE
044357     ELSE
044371        MOVE 1 TO WS-PAYMENT-RATE
044385     END-IF.
044400     COMPUTE WS-DISCOUNT-AVAILABLE ROUNDED =
044440             PAY-GROSS-AMOUNT * VENDOR-DISCOUNT-PERCENT / 100
044480             / WS-PAYMENT-RATE.
044520     COMPUTE WS-DISCOUNT-TAKEN ROUNDED =
044560             PAY-DISCOUNT-TAKEN / WS-PAYMENT-RATE.
044600     MOVE "A"                  TO DATECALC-FUNCTION.
044700     MOVE INV-INVOICE-DATE     TO DATECALC-DATE-1.
044800     MOVE VENDOR-DISCOUNT-DAYS TO DATECALC-DAYS.
044900     CALL "DATECALC" USING DISCLOST-DATECALC-PARM.
045000     MOVE DATECALC-RESULT-DATE TO WS-DISCOUNT-CUTOFF.
045100     ADD WS-DISCOUNT-AVAILABLE TO WS-TOTAL-AVAILABLE.
045200     ADD WS-DISCOUNT-TAKEN     TO WS-TOTAL-TAKEN.
045300     IF WS-DISCOUNT-TAKEN < WS-DISCOUNT-AVAILABLE
045400        PERFORM RELEASE-LOST-DISCOUNT
045500     END-IF.
045600
045700 RELEASE-LOST-DISCOUNT.
045800     MOVE PAY-VENDOR-NUMBER     TO SRT-VENDOR-NUMBER.
045900     MOVE PAY-INVOICE-NUMBER    TO SRT-INVOICE-NUMBER.
046000     MOVE VENDOR-NAME           TO SRT-VENDOR-NAME.
046100     MOVE INV-INVOICE-DATE      TO SRT-INVOICE-DATE.
046200     MOVE WS-DISCOUNT-CUTOFF    TO SRT-DISCOUNT-CUTOFF.
046300     MOVE PAY-PAYMENT-DATE      TO SRT-PAYMENT-DATE.
046400     MOVE WS-DISCOUNT-AVAILABLE TO SRT-AVAILABLE.
046500     MOVE WS-DISCOUNT-TAKEN     TO SRT-TAKEN.
046600     COMPUTE SRT-LOST = WS-DISCOUNT-AVAILABLE
046700                      - WS-DISCOUNT-TAKEN.
046800     PERFORM ASSIGN-CAUSE.
046900     RELEASE SORT-WORK-RECORD.
047000
047100*    AN INVOICE KEYED AFTER ITS CUTOFF NEVER HAD A CHANCE.
047200*    ONE APPROVED IN TIME WAS THE PAYMENT RUN'S TO TAKE.
047300*    OTHERWISE APPROVAL CAME LATE -- BECAUSE A HOLD HELD IT
047400*    UP, IF IT WAS EVER HELD, OR ELSE IN THE ORDINARY COURSE.
047500 ASSIGN-CAUSE.
047600     EVALUATE TRUE
047700        WHEN INV-ENTERED-DATE > WS-DISCOUNT-CUTOFF
047800             MOVE 1 TO SRT-CAUSE
047900        WHEN INV-APPROVED-DATE > ZERO
048000             AND INV-APPROVED-DATE NOT > WS-DISCOUNT-CUTOFF
048100             MOVE 5 TO SRT-CAUSE
048200        WHEN INV-WAS-HELD-IN-MATCH
048300             MOVE 2 TO SRT-CAUSE
048400        WHEN INV-WAS-HELD-DUPLICATE
048500             MOVE 3 TO SRT-CAUSE
048600        WHEN INV-APPROVED-DATE > ZERO
048700             MOVE 4 TO SRT-CAUSE
048800        WHEN OTHER
048900             MOVE 6 TO SRT-CAUSE
049000     END-EVALUATE.
049100
049200 READ-NEXT-PAYMENT.
049300     READ VENDOR-PAYMENT-FILE
049400          AT END MOVE "Y" TO FILE-AT-END.
049500
049600 PRINT-LOST-DISCOUNTS.
049700     MOVE "N" TO WS-SORT-AT-END.
049800     PERFORM RETURN-NEXT-SORTED.
049900     PERFORM PRINT-ONE-DISCOUNT UNTIL WS-SORT-AT-END = "Y".
050000     IF WS-FIRST-VENDOR NOT = "Y"
050100        PERFORM WRITE-VENDOR-TOTAL
050200     END-IF.
050300
050400 RETURN-NEXT-SORTED.
050500     RETURN SORT-WORK-FILE
050600          AT END MOVE "Y" TO WS-SORT-AT-END.
050700
050800 PRINT-ONE-DISCOUNT.
050900     IF SRT-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
051000        OR WS-FIRST-VENDOR = "Y"
051100        PERFORM START-NEW-VENDOR
051200     END-IF.
051300     MOVE SRT-INVOICE-NUMBER  TO DTL-INVOICE-NUMBER.
051400     MOVE SRT-INVOICE-DATE    TO DTL-INVOICE-DATE.
051500     MOVE SRT-DISCOUNT-CUTOFF TO DTL-DISCOUNT-CUTOFF.
051600     MOVE SRT-PAYMENT-DATE    TO DTL-PAYMENT-DATE.
051700     MOVE SRT-AVAILABLE       TO DTL-AVAILABLE.
051800     MOVE SRT-TAKEN           TO DTL-TAKEN.
051900     MOVE SRT-LOST            TO DTL-LOST.
052000     MOVE SRT-CAUSE           TO WS-CAUSE-SUB.
052100     MOVE WS-CAUSE-NAME (WS-CAUSE-SUB) TO DTL-CAUSE.
052200     WRITE LOST-DISCOUNT-REPORT-LINE FROM DETAIL-LINE.
052300     ADD 1        TO WS-CAUSE-COUNT (WS-CAUSE-SUB).
052400     ADD SRT-LOST TO WS-CAUSE-LOST (WS-CAUSE-SUB).
052500     ADD 1        TO WS-VENDOR-INVOICES.
052600     ADD SRT-LOST TO WS-VENDOR-LOST.
052700     ADD 1        TO WS-DISCOUNTS-LOST.
052800     ADD SRT-LOST TO WS-TOTAL-LOST.
052900     PERFORM RETURN-NEXT-SORTED.
053000
053100 START-NEW-VENDOR.
053200     IF WS-FIRST-VENDOR NOT = "Y"
053300        PERFORM WRITE-VENDOR-TOTAL
053400     END-IF.
053500     MOVE "N"               TO WS-FIRST-VENDOR.
053600     MOVE SRT-VENDOR-NUMBER TO WS-CURRENT-VENDOR.
053700     MOVE ZERO              TO WS-VENDOR-INVOICES.
053800     MOVE ZERO              TO WS-VENDOR-LOST.
053900     MOVE SRT-VENDOR-NUMBER TO VND-VENDOR-NUMBER.
054000     MOVE SRT-VENDOR-NAME   TO VND-VENDOR-NAME.
054100     WRITE LOST-DISCOUNT-REPORT-LINE FROM VENDOR-LINE.
054200
054300 WRITE-VENDOR-TOTAL.
054400     MOVE WS-VENDOR-INVOICES TO VTL-INVOICES.
054500     MOVE WS-VENDOR-LOST     TO VTL-LOST.
054600     WRITE LOST-DISCOUNT-REPORT-LINE FROM VENDOR-TOTAL-LINE.
054700     MOVE SPACES TO LOST-DISCOUNT-REPORT-LINE.
054800     WRITE LOST-DISCOUNT-REPORT-LINE.
054900
055000 WRITE-CAUSE-TOTALS.
055100     MOVE SPACES TO LOST-DISCOUNT-REPORT-LINE.
055200     WRITE LOST-DISCOUNT-REPORT-LINE.
055300     WRITE LOST-DISCOUNT-REPORT-LINE FROM CAUSE-HEADING-LINE.
055400     PERFORM WRITE-ONE-CAUSE
055500         VARYING WS-CAUSE-SUB FROM 1 BY 1
055600         UNTIL WS-CAUSE-SUB > 6.
055700     MOVE SPACES TO LOST-DISCOUNT-REPORT-LINE.
055800     WRITE LOST-DISCOUNT-REPORT-LINE.
055900
056000 WRITE-ONE-CAUSE.
056100     MOVE WS-CAUSE-NAME (WS-CAUSE-SUB)  TO CSL-CAUSE.
056200     MOVE WS-CAUSE-COUNT (WS-CAUSE-SUB) TO CSL-INVOICES.
056300     MOVE WS-CAUSE-LOST (WS-CAUSE-SUB)  TO CSL-LOST.
056400     WRITE LOST-DISCOUNT-REPORT-LINE FROM CAUSE-LINE.
